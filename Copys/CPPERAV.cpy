      ******************************************************************
      *  CPPERAV -- RECORD LAYOUT FOR THE PERAVIS (PERSONA             *
      *  DATA-QUALITY WARNINGS) VSAM DATASET. REBUILT ON EVERY RUN OF  *
      *  PGMCAL01 (THE DATASET IS DEFINED REUSE AND IS OPENED OUTPUT), *
      *  WITH ONE RECORD PER ACTIVE PERSONA KEY THAT HAD AT LEAST ONE  *
      *  EXCEPTION.                                                    *
      *  KEYED BY PAV-TIP-DOC + PAV-NRO-DOC, THE SAME KEY AS PERSONA.  *
      *  PGMPRU01/T101 READS IT WHEN A CUSTOMER IS DISPLAYED AND SHOWS *
      *  THE MARKS AS A WARNING; A MISSING RECORD MEANS NO WARNING.    *
      *  MARKS ARE SPACE WHEN THE CHECK PASSED:                        *
      *    PAV-DUP-CLIENTE  'S' = PER-CLI-NRO ALSO ON ANOTHER KEY      *
      *    PAV-DUP-NOMDIR   'S' = SAME NAME AND ADDRESS ON ANOTHER KEY *
      *    PAV-DUP-EMAIL    'S' = SAME EMAIL ON ANOTHER KEY            *
      *    PAV-EMAIL / PAV-TELEFONO  'F' = MISSING, 'I' = INVALID      *
      *    PAV-DIRECCION    'F' = MISSING                              *
      *    PAV-SIN-CUENTA   'S' = NO OPEN ACCOUNT IN CUENTAS           *
      *  PAV-FECHA-PROCESO IS THE RUN DATE (AAAA-MM-DD, RUNCTL         *
      *  CONVENTION). RECORD LENGTH IS 50.                             *
      ******************************************************************
       01  REG-PERAVISO.
           05 PAV-CLAVE.
               10 PAV-TIP-DOC      PIC X(02).
               10 PAV-NRO-DOC      PIC 9(11).
           05 PAV-CLI-NRO          PIC 9(05).
           05 PAV-FECHA-PROCESO    PIC X(10).
           05 PAV-MARCAS.
               10 PAV-DUP-CLIENTE  PIC X(01).
                  88 PAV-ES-DUP-CLIENTE  VALUE 'S'.
               10 PAV-DUP-NOMDIR   PIC X(01).
                  88 PAV-ES-DUP-NOMDIR   VALUE 'S'.
               10 PAV-DUP-EMAIL    PIC X(01).
                  88 PAV-ES-DUP-EMAIL    VALUE 'S'.
               10 PAV-EMAIL        PIC X(01).
                  88 PAV-EMAIL-FALTA     VALUE 'F'.
                  88 PAV-EMAIL-INVALIDO  VALUE 'I'.
               10 PAV-TELEFONO     PIC X(01).
                  88 PAV-TEL-FALTA       VALUE 'F'.
                  88 PAV-TEL-INVALIDO    VALUE 'I'.
               10 PAV-DIRECCION    PIC X(01).
                  88 PAV-DIREC-FALTA     VALUE 'F'.
               10 PAV-SIN-CUENTA   PIC X(01).
                  88 PAV-ES-SIN-CUENTA   VALUE 'S'.
           05 FILLER               PIC X(15).
