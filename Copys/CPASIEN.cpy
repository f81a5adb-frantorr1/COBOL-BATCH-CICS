      ******************************************************************
      *  CPASIEN -- RECORD LAYOUT FOR THE DAILY GENERAL-LEDGER         *
      *  INTERFACE FILE (ASIENTOS) WRITTEN BY PGMCON01 FROM THE DAY'S  *
      *  MOVIMIENTOS AND LOADED BY ACCOUNTING. ONE HEADER ('HD'), THE  *
      *  SUMMARIZED ENTRIES ('DT') AND ONE TRAILER ('TR').             *
      *  EACH DETAIL IS THE TOTAL OF ONE MOV-ORIGEN, ACCOUNT TYPE,     *
      *  CURRENCY, CONCEPT AND SIDE ('DB'/'CR'):                       *
      *  - 'CL' CUSTOMER ACCOUNTS (THE MOVEMENTS THEMSELVES),          *
      *  - 'CP' COUNTERPART OF ONE-LEGGED ORIGINS (BRANCH CLEARING FOR *
      *    'NV', INTEREST EXPENSE FOR 'CI', CASH FOR 'LQ' PAY-OUTS),   *
      *  - 'PC' EXCHANGE POSITION OF TWO-LEGGED ORIGINS ('TR', 'OP'):  *
      *    THE NET OF BOTH LEGS PER CURRENCY, NON-ZERO ONLY FOR CROSS- *
      *    CURRENCY TRANSFERS; ACCOUNT TYPE IS SPACES.                 *
      *  'RV' REVERSALS POST LIKE THE ORIGIN THEY REVERSE: 'PC' WHEN   *
      *  MOV-REF-ORIGEN IS 'TR' OR 'OP', 'CP' OTHERWISE.               *
      *  AMOUNTS ARE IN THE ENTRY CURRENCY, WITH THE PESO EQUIVALENT   *
      *  AT THE MONEDAS RATE IN FORCE ON THE PROCESS DATE (THE RATE    *
      *  T106/PGMORD01 APPLY). EVERY CURRENCY BALANCES ('DB' = 'CR')   *
      *  IN ITS OWN AMOUNTS; PGMCON01 DOES NOT RELEASE THE FILE        *
      *  OTHERWISE. DATES ARE AAAA-MM-DD (RUNCTL CONVENTION).          *
      *  PGMREV01 WRITES THE SAME LAYOUT AT MONTH-END TO ITS OWN FILE  *
      *  WITH ORIGIN 'RX' (FOREIGN-CURRENCY REVALUATION): PER CURRENCY *
      *  AND ACCOUNT TYPE, A 'CL' AND AN OPPOSITE 'CP' (EXCHANGE       *
      *  RESULT) ENTRY IN PESOS ONLY. ASI-IMPORTE IS ZERO,             *
      *  ASI-COTIZACION IS THE CLOSING RATE, ASI-CANT-MOVIM COUNTS     *
      *  ACCOUNTS AND THE TRAILER HASH TOTALS ADD ASI-IMPORTE-PESOS.   *
      *  RECORD LENGTH IS 100.                                         *
      ******************************************************************
       01  REG-ASIENTO.
           05 ASI-TIPO-REG         PIC X(02).
              88 ASI-ES-CABECERA         VALUE 'HD'.
              88 ASI-ES-DETALLE          VALUE 'DT'.
              88 ASI-ES-COLA             VALUE 'TR'.
           05 ASI-FECHA-PROCESO    PIC X(10).
           05 ASI-DATOS            PIC X(88).
           05 ASI-DETALLE REDEFINES ASI-DATOS.
               10 ASI-ORIGEN       PIC X(02).
               10 ASI-TIPO-CUENTA  PIC X(02).
               10 ASI-MONEDA       PIC X(02).
               10 ASI-CONCEPTO     PIC X(02).
                  88 ASI-CONC-CLIENTES   VALUE 'CL'.
                  88 ASI-CONC-CONTRAPARTIDA VALUE 'CP'.
                  88 ASI-CONC-POSICION   VALUE 'PC'.
               10 ASI-CODIGO-OPER  PIC X(02).
                  88 ASI-OPER-DEBITO     VALUE 'DB'.
                  88 ASI-OPER-CREDITO    VALUE 'CR'.
               10 ASI-IMPORTE      PIC 9(13)V99.
               10 ASI-COTIZACION   PIC 9(07)V9(06).
               10 ASI-IMPORTE-PESOS PIC 9(13)V99.
               10 ASI-CANT-MOVIM   PIC 9(07).
               10 FILLER           PIC X(28).
           05 ASI-CABECERA REDEFINES ASI-DATOS.
               10 ASI-C-PROGRAMA   PIC X(08).
               10 ASI-C-HORA       PIC X(08).
               10 FILLER           PIC X(72).
           05 ASI-COLA REDEFINES ASI-DATOS.
               10 ASI-T-CANT-ASIENTOS PIC 9(07).
               10 ASI-T-CANT-MOVIM PIC 9(07).
               10 ASI-T-HASH-DEBITOS PIC 9(15)V99.
               10 ASI-T-HASH-CREDITOS PIC 9(15)V99.
               10 FILLER           PIC X(40).
