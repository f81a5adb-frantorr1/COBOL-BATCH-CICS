      *  HISTORY) VSAM DATASET. EVERY APPLIED MOVEMENT IS RECORDED:    *
      *  - PGMNOV01 CREDITS/DEBITS (MOV-ORIGEN 'NV'),                  *
      *  - PGMPRU06/T106 TRANSFER LEGS ('TR', ONE RECORD PER LEG),     *
      *  - PGMCIE01 MONTH-END INTEREST ACCRUALS ('CI'),                *
      *  - PGMORD01 STANDING ORDER LEGS ('OP', ONE RECORD PER LEG),    *
      *  - PGMPRU12/T112 REVERSALS ('RV', ONE RECORD PER REVERSED LEG),*
      *  - PGMPRU02/T102 CLOSING SETTLEMENTS: INTEREST UP TO THE       *
      *    CLOSING DATE ('CI' WITH MOV-TERMID SET), THEN THE REMAINING *
      *    BALANCE TRANSFERRED ('TR', ONE RECORD PER LEG) OR PAID OUT  *
      *    IN CASH ('LQ' DEBIT),                                       *
      *  - PGMCOM01 MONTH-END ACCOUNT FEES ('CM' DEBIT).               *
      *  KEYED BY ACCOUNT + DATE + SEQUENCE: MOV-FECHA IS THE PROCESS  *
      *  DATE AS AAAA-MM-DD (RUNCTL CONVENTION) SO KEY ORDER IS        *
      *  CHRONOLOGICAL WITHIN THE ACCOUNT; MOV-SECUENCIA DISAMBIGUATES *
      *  BUMPING THE SEQUENCE). MOV-SALDO-RESULTANTE IS THE BALANCE    *
      *  AFTER APPLYING THE MOVEMENT. MOV-TERMID CARRIES THE CICS      *
      *  TERMINAL FOR ONLINE LEGS AND SPACES FOR BATCH. INQUIRED       *
      *  ONLINE BY PGMPRU09/T109, PRINTED ON THE PGMRES01 STATEMENT    *
      *  AND SUMMARIZED NIGHTLY INTO THE GL INTERFACE BY PGMCON01.     *
      *  MOV-REFERENCIA LINKS A REVERSAL AND ITS ORIGINAL: ON THE 'RV' *
      *  RECORD IT HOLDS THE ORIGINAL'S MOV-ORIGEN, DATE (AAAAMMDD)    *
      *  AND SEQUENCE ON THE SAME ACCOUNT; ON THE REVERSED ORIGINAL    *
      *  MOV-REF-ORIGEN IS 'RV' AND DATE/SEQUENCE POINT TO THE 'RV'    *
      *  RECORD. SPACES ON EVERY OTHER RECORD.                         *
      *  RECORD LENGTH IS 80.                                          *
      ******************************************************************
       01  REG-MOVIM.
           05 MOV-CLAVE.
              88 MOV-ORI-NOVEDADES       VALUE 'NV'.
              88 MOV-ORI-TRANSFER        VALUE 'TR'.
              88 MOV-ORI-CIERRE          VALUE 'CI'.
              88 MOV-ORI-ORDEN           VALUE 'OP'.
              88 MOV-ORI-REVERSA         VALUE 'RV'.
              88 MOV-ORI-LIQUIDA         VALUE 'LQ'.
              88 MOV-ORI-COMISION        VALUE 'CM'.
           05 MOV-CODIGO-OPER      PIC X(02).
              88 MOV-OPER-CREDITO        VALUE 'CR'.
              88 MOV-OPER-DEBITO         VALUE 'DB'.
           05 MOV-SALDO-RESULTANTE PIC S9(09)V99.
           05 MOV-HORA             PIC X(08).
           05 MOV-TERMID           PIC X(04).
           05 MOV-REFERENCIA.
               10 MOV-REF-ORIGEN   PIC X(02).
                  88 MOV-REF-REVERSADO   VALUE 'RV'.
               10 MOV-REF-FECHA    PIC 9(08) COMP-3.
               10 MOV-REF-SECUENCIA PIC 9(05) COMP-3.
