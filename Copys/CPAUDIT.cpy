      *    ORIGIN THEN DESTINATION) PLUS, IN THE AFTER IMAGE, THE      *
      *    APPLIED RATE 9(7)V9(6) AND THE CREDITED DESTINATION         *
      *    AMOUNT S9(9)V99 (BYTES 147-170).                            *
      *  - PGMPRU11/T111: 'T' EVENTS FOR TRANSFERS APPROVED FROM       *
      *    PENDTRF, SAME LAYOUT; AUD-TERMID IS THE APPROVING TERMINAL  *
      *    AND THE AFTER IMAGE ALSO CARRIES THE REQUESTING TERMINAL    *
      *    X(4) AND THE PENDTRF NUMBER 9(5) (BYTES 171-179).           *
      *  - PGMPRU02/T102: 'C' (ALTA CUENTA), 'L' (CAMBIO DE LIMITE     *
      *    DESCUBIERTO) AND 'H' (REACTIVACION DE UNA CUENTA INACTIVA); *
      *    THE IMAGE FIELDS CARRY ONE REG-CUENTA (73 BYTES) BEFORE AND *
      *    AFTER. 'X' (CIERRE CUENTA) CARRIES TWO REG-CUENTA (THE      *
      *    CLOSED ACCOUNT, THEN THE DESTINATION OF THE SETTLEMENT      *
      *    TRANSFER OR SPACES) PLUS, IN THE AFTER IMAGE (BYTES         *
      *    147-179), THE INTEREST ACCRUED S9(9)V99, THE BAND RATE      *
      *    9V9(6), THE DAYS ACCRUED 9(3), THE SETTLEMENT TYPE X(1)     *
      *    ('T' TRANSFERRED, 'P' PAID OUT IN CASH, 'N' NOTHING LEFT)   *
      *    AND THE SETTLED AMOUNT S9(9)V99.                            *
      *  - PGMPRU04/T104: 'M' (ALTA MONEDA) AND 'R' (NUEVA COTIZACION);*
      *    THE IMAGE FIELDS CARRY ONE REG-MONEDA (CPMONEDA, 50 BYTES). *
      *  - PGMPRU12/T112: 'V' (REVERSA DE MOVIMIENTO); THE IMAGE       *
      *    FIELDS CARRY TWO REG-CUENTA (THE ACCOUNT OF THE SELECTED    *
      *    MOVEMENT, THEN THE COUNTERPART OF A TWO-LEGGED 'TR'/'OP' OR *
      *    SPACES) PLUS, BYTES 147-178, A MOV-CLAVE (CPMOVIM): BEFORE  *
      *    IS THE REVERSED MOVEMENT (WITH ITS MOV-ORIGEN IN 179-180),  *
      *    AFTER IS THE NEW 'RV' MOVEMENT.                             *
      *  DECODE BY AUD-ACCION, AS PGMAUD01 DOES.                       *
      ******************************************************************
       01  REG-AUDIT.
              88 AUD-ACCION-ALTA-CTA     VALUE 'C'.
              88 AUD-ACCION-CIERRE-CTA   VALUE 'X'.
              88 AUD-ACCION-LIMITE-CTA   VALUE 'L'.
              88 AUD-ACCION-REACT-CTA    VALUE 'H'.
              88 AUD-ACCION-CUENTA       VALUE 'C' 'X' 'L' 'H'.
              88 AUD-ACCION-ALTA-MON     VALUE 'M'.
              88 AUD-ACCION-COTIZ-MON    VALUE 'R'.
              88 AUD-ACCION-MONEDA       VALUE 'M' 'R'.
              88 AUD-ACCION-REVERSA      VALUE 'V'.
           05 AUD-TIP-DOC           PIC X(02).
           05 AUD-NRO-DOC           PIC 9(11).
           05 AUD-IMAGEN-ANTES      PIC X(180).
