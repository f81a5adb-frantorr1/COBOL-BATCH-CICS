      ******************************************************************
      *  CPPENDT -- RECORD LAYOUT FOR THE PENDTRF (TRANSFERS PENDING   *
      *  SUPERVISOR APPROVAL) VSAM DATASET. PGMPRU06/T106 WRITES ONE   *
      *  RECORD, STATE 'P', INSTEAD OF MOVING MONEY WHEN THE PESO      *
      *  EQUIVALENT OF THE TRANSFER (IMPORTE * MONEDAS RATE OF THE     *
      *  DAY) IS GREATER THAN THE THRESHOLD. PGMPRU11/T111 LISTS THE   *
      *  DAY'S PENDING RECORDS AND APPROVES ('A', MOVES THE MONEY AT   *
      *  THE RATES STORED HERE) OR REJECTS ('R') THEM; THE APPROVER    *
      *  MUST BE A DIFFERENT TERMINAL AND A DIFFERENT USER THAN THE    *
      *  REQUESTER. A RECORD NOT APPROVED ON ITS OWN PEN-FECHA IS      *
      *  EXPIRED: IT CAN NO LONGER BE APPROVED AND T111 MARKS IT 'V'.  *
      *  KEYED BY PEN-FECHA (AAAA-MM-DD, RUNCTL CONVENTION) + A DAILY  *
      *  PEN-NUMERO ASCENDING FROM 1. THE KEY '0000-00-00' + 00000 IS  *
      *  THE CONTROL RECORD (PEN-DATOS-CONTROL): THE THRESHOLD IN      *
      *  PESOS, MAINTAINED IN T111, AND THE DATE UP TO WHICH PENDING   *
      *  RECORDS WERE ALREADY EXPIRED. RECORD LENGTH IS 160.           *
      ******************************************************************
       01  REG-PENDTRF.
           05 PEN-CLAVE.
               10 PEN-FECHA        PIC X(10).
               10 PEN-NUMERO       PIC 9(05).
           05 PEN-DATOS.
               10 PEN-ESTADO       PIC X(01).
                  88 PEN-PENDIENTE       VALUE 'P'.
                  88 PEN-APROBADA        VALUE 'A'.
                  88 PEN-RECHAZADA       VALUE 'R'.
                  88 PEN-VENCIDA         VALUE 'V'.
               10 PEN-TIPO-ORIGEN  PIC X(02).
               10 PEN-NRO-ORIGEN   PIC X(15).
               10 PEN-TIPO-DESTINO PIC X(02).
               10 PEN-NRO-DESTINO  PIC X(15).
               10 PEN-IMPORTE      PIC S9(09)V99.
               10 PEN-IMPORTE-DES  PIC S9(09)V99.
               10 PEN-COTIZ-ORI    PIC 9(07)V9(06).
               10 PEN-COTIZ-DES    PIC 9(07)V9(06).
               10 PEN-IMPORTE-PESOS PIC S9(11)V99.
               10 PEN-TERMID-SOL   PIC X(04).
               10 PEN-USUARIO-SOL  PIC X(08).
               10 PEN-HORA-SOL     PIC X(08).
               10 PEN-TERMID-AUT   PIC X(04).
               10 PEN-USUARIO-AUT  PIC X(08).
               10 PEN-HORA-AUT     PIC X(08).
               10 FILLER           PIC X(09).
           05 PEN-DATOS-CONTROL REDEFINES PEN-DATOS.
               10 PEN-CTL-UMBRAL   PIC 9(11)V99.
               10 PEN-CTL-FECHA-UMBRAL PIC X(10).
               10 PEN-CTL-TERMID   PIC X(04).
               10 PEN-CTL-USUARIO  PIC X(08).
               10 PEN-CTL-VENCIDO-HASTA PIC X(10).
               10 FILLER           PIC X(100).
