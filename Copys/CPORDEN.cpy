      ******************************************************************
      *  CPORDEN -- RECORD LAYOUT FOR THE ORDENES (STANDING ORDER      *
      *  MASTER) VSAM DATASET. ONE RECORD PER RECURRING TRANSFER,      *
      *  KEYED BY THE ORIGIN ACCOUNT + ORD-SECUENCIA (ORDERS OF THE    *
      *  SAME ACCOUNT NUMBERED ASCENDING). REGISTERED, SUSPENDED AND   *
      *  CANCELLED ONLINE BY PGMPRU10/T110 (REACHED FROM T103 PF7) AND *
      *  EXECUTED BY THE NIGHTLY PGMORD01 AFTER PGMNOV01.              *
      *  ORD-IMPORTE IS IN THE ORIGIN ACCOUNT CURRENCY; THE CREDIT IS  *
      *  CONVERTED WITH THE MONEDAS RATES OF THE PROCESS DATE AS T106  *
      *  DOES. ORD-FRECUENCIA IS MONTH BASED; ORD-DIA-EJEC KEEPS THE   *
      *  REQUESTED DAY OF MONTH SO THAT A 31 MOVED TO 30-04 RETURNS TO *
      *  31-05. ORD-PROXIMA-EJEC IS AAAA-MM-DD (RUNCTL CONVENTION).    *
      *  AN ORDER IS DUE WHEN ORD-ESTADO IS 'A' AND ORD-PROXIMA-EJEC   *
      *  IS NOT GREATER THAN THE PROCESS DATE. A FAILED EXECUTION IS   *
      *  NOT RETRIED: THE NEXT DATE ADVANCES ANYWAY, THE FAILURE IS    *
      *  REPORTED AND ORD-FALLOS-CONSEC COUNTS IT; AFTER THREE         *
      *  CONSECUTIVE FAILURES PGMORD01 SETS ORD-ESTADO 'F' AND THE     *
      *  ORDER WAITS FOR AN OPERATOR TO REACTIVATE IT IN T110.         *
      *  ORD-ULTIMO-MOTIVO CARRIES THE PGMORD01 FAILURE MOTIVE CODE.   *
      *  RECORD LENGTH IS 100.                                         *
      ******************************************************************
       01  REG-ORDEN.
           05 ORD-CLAVE.
               10 ORD-TIPO-CUENTA  PIC X(02).
               10 ORD-NRO-CUENTA   PIC X(15).
               10 ORD-SECUENCIA    PIC 9(03).
           05 ORD-TIPO-DESTINO     PIC X(02).
           05 ORD-NRO-DESTINO      PIC X(15).
           05 ORD-IMPORTE          PIC S9(09)V99.
           05 ORD-FRECUENCIA       PIC X(01).
              88 ORD-FRE-MENSUAL         VALUE 'M'.
              88 ORD-FRE-BIMESTRAL       VALUE 'B'.
              88 ORD-FRE-TRIMESTRAL      VALUE 'T'.
              88 ORD-FRE-SEMESTRAL       VALUE 'S'.
              88 ORD-FRE-ANUAL           VALUE 'A'.
              88 ORD-FRE-VALIDA          VALUE 'M' 'B' 'T' 'S' 'A'.
           05 ORD-DIA-EJEC         PIC 9(02).
           05 ORD-PROXIMA-EJEC     PIC X(10).
           05 ORD-ESTADO           PIC X(01).
              88 ORD-ACTIVA              VALUE 'A'.
              88 ORD-SUSPENDIDA          VALUE 'S'.
              88 ORD-CANCELADA           VALUE 'C'.
              88 ORD-SUSP-POR-FALLOS     VALUE 'F'.
           05 ORD-FECHA-ALTA       PIC X(10).
           05 ORD-ULTIMA-EJEC      PIC X(10).
           05 ORD-FALLOS-CONSEC    PIC 9(02).
           05 ORD-ULTIMO-MOTIVO    PIC X(02).
           05 ORD-TERMID-ALTA      PIC X(04).
           05 FILLER               PIC X(10).
