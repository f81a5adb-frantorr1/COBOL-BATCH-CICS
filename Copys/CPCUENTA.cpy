      *  RECORDS FROM BEFORE THE FIELD EXISTED CARRY SPACES THERE:    *
      *  PROGRAMS MUST TREAT A NON-NUMERIC LIMIT AS ZERO AND MAY      *
      *  NORMALIZE IT TO ZERO WHEN REWRITING THE RECORD.              *
      *  CU-ESTADO 'D' = INACTIVA (DORMANT), SET BY THE MONTHLY        *
      *  PGMINA01 RUN WHEN NO CUSTOMER-ORIGINATED MOVEMENT WAS POSTED  *
      *  IN THE CONFIGURED NUMBER OF MONTHS. AN INACTIVA ACCOUNT MAY   *
      *  STILL BE CREDITED, BUT IS REFUSED AS THE DEBIT SIDE OF A      *
      *  PGMNOV01 POSTING AND AS THE ORIGIN OF A TRANSFER. IT RETURNS  *
      *  TO 'A' ONLY BY THE T102 REACTIVATION (PF9): PROGRAMS THAT     *
      *  REWRITE AN ACCOUNT MUST NOT NORMALIZE 'D' TO 'A'.             *
      ******************************************************************
       01  REG-CUENTA.
           05 CU-CLAVE.
           05 CU-ESTADO            PIC X(01).
              88 CU-CTA-ACTIVA           VALUE 'A' ' '.
              88 CU-CTA-CERRADA          VALUE 'C'.
              88 CU-CTA-INACTIVA         VALUE 'D'.
           05 CU-LIMITE-DESCUBIERTO PIC S9(09)V99 COMP-3.
