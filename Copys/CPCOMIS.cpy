      ******************************************************************
      *  CPCOMIS -- RECORD LAYOUT FOR THE COMISION (ACCOUNT FEE        *
      *  SCHEDULE) VSAM DATASET MAINTAINED ONLINE BY PGMPRU13/T113 AND *
      *  READ BY THE MONTH-END FEE RUN PGMCOM01. ONE RECORD PER        *
      *  ACCOUNT TYPE AND CURRENCY: COM-CLAVE = COM-TIPO-CUENTA +      *
      *  COM-MONEDA.                                                   *
      *  COM-CARGO-MENSUAL IS THE FIXED MONTHLY MAINTENANCE FEE.       *
      *  COM-CARGO-MOVIM IS CHARGED FOR EACH CUSTOMER MOVEMENT OF THE  *
      *  MONTH ('NV', 'TR', 'OP' NOT REVERSED) BEYOND THE FIRST        *
      *  COM-MOVIM-LIBRES. AN ACCOUNT WHOSE BALANCE AT THE CLOSE IS    *
      *  ABOVE COM-SALDO-EXENCION PAYS NOTHING; ZERO MEANS NO          *
      *  EXEMPTION. AN ACCOUNT TYPE/CURRENCY WITHOUT A RECORD IS NOT   *
      *  CHARGED. AMOUNTS ARE IN THE CURRENCY OF THE ACCOUNT.          *
      *  RECORD LENGTH IS 060.                                         *
      ******************************************************************
       01  REG-COMISION.
           05 COM-CLAVE.
               10 COM-TIPO-CUENTA  PIC X(02).
               10 COM-MONEDA       PIC X(02).
           05 COM-CARGO-MENSUAL    PIC 9(07)V99.
           05 COM-CARGO-MOVIM      PIC 9(05)V99.
           05 COM-MOVIM-LIBRES     PIC 9(03).
           05 COM-SALDO-EXENCION   PIC 9(09)V99.
           05 COM-DESCRIPCION      PIC X(15).
           05 FILLER               PIC X(11).
