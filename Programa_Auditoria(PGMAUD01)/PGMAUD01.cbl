000072          03 WS-EVE-TRANSF         PIC 9(05)      VALUE ZEROS.
000072          03 WS-EVE-CUENTAS        PIC 9(05)      VALUE ZEROS.
000072          03 WS-EVE-MONEDAS        PIC 9(05)      VALUE ZEROS.
000072          03 WS-EVE-REVERSAS       PIC 9(05)      VALUE ZEROS.
000073
000074/-----TABLA-TOTALES-POR-TERMINAL-/
000075        01 WS-TAB-TERMINALES.
000109/  IMAGEN DESPUES LLEVA ADEMAS LA COTIZACION APLICADA Y EL
000109/  IMPORTE ACREDITADO EN DESTINO (BLANCOS EN EVENTOS VIEJOS O
000109/  DE IGUAL MONEDA ANTERIORES AL CAMBIO DE MONEDA CRUZADA).
000109/  SI LA APROBO UN SUPERVISOR (T111) TRAE TAMBIEN LA TERMINAL QUE
000109/  LA PIDIO Y SU NUMERO EN PENDTRF; AUD-TERMID ES QUIEN APROBO.
000110        01 WS-IMAGEN-PAR.
000111          03 WS-IMG-CTA-ORI        PIC X(73)      VALUE SPACES.
000112          03 WS-IMG-CTA-DES        PIC X(73)      VALUE SPACES.
000112          03 WS-IMG-COTIZ          PIC X(13)      VALUE SPACES.
000112          03 WS-IMG-IMPDES         PIC X(11)      VALUE SPACES.
000112          03 WS-IMG-TERM-SOL       PIC X(04)      VALUE SPACES.
000112          03 WS-IMG-NRO-AUT        PIC X(05)      VALUE SPACES.
000113          03 FILLER                PIC X(01)      VALUE SPACES.
000113
000113/-----IMAGENES-DE-REVERSA-(T112)-/
000113/  LAS IMAGENES 'V' TRAEN LAS DOS CUENTAS COMO LAS 'T' (LA SEGUNDA
000113/  EN BLANCO SI EL MOVIMIENTO TENIA UNA SOLA PATA) Y LA CLAVE DEL
000113/  MOVIMIENTO REVERSADO (ANTES) O DE LA REVERSA (DESPUES).
000113        01 WS-IMAGEN-REV REDEFINES WS-IMAGEN-PAR.
000113          03 FILLER                PIC X(146).
000113          03 WS-REV-CLAVE.
000113            05 WS-REV-TIPCTA       PIC X(02).
000113            05 WS-REV-NROCTA       PIC X(15).
000113            05 WS-REV-FECHA        PIC X(10).
000113            05 WS-REV-SECU         PIC X(05).
000113          03 WS-REV-ORIGEN         PIC X(02).
000113
000113/-----IMAGENES-DE-CIERRE-(T102)--/
000113/  LAS IMAGENES 'X' TRAEN LA CUENTA CERRADA Y LA CUENTA DESTINO
000113/  DE LA LIQUIDACION COMO LAS 'T' (EN BLANCO SI NO HUBO
000113/  TRANSFERENCIA); LA IMAGEN DESPUES LLEVA ADEMAS EL DETALLE DE
000113/  LA LIQUIDACION (BLANCOS EN CIERRES ANTERIORES).
000113        01 WS-IMAGEN-LIQ REDEFINES WS-IMAGEN-PAR.
000113          03 FILLER                PIC X(146).
000113          03 WS-LIQ-INTERES        PIC S9(09)V99.
000113          03 WS-LIQ-TASA           PIC 9V9(06).
000113          03 WS-LIQ-DIAS           PIC 9(03).
000113          03 WS-LIQ-TIPO           PIC X(01).
000113             88 WS-LIQ-TRANSFIERE         VALUE 'T'.
000113             88 WS-LIQ-PAGA               VALUE 'P'.
000113          03 WS-LIQ-IMPORTE        PIC S9(09)V99.
000113          03 FILLER                PIC X(01).
000114
000115        01 WS-CTA-RESUMEN.
000116          03 WS-CR-TIPO            PIC X(02)      VALUE SPACES.
000126          03 WS-TRF-DSP-ORI        PIC X(40)      VALUE SPACES.
000127          03 WS-TRF-DSP-DES        PIC X(40)      VALUE SPACES.
000127
000127        01 WS-MOV-RESUMEN.
000127          03 WS-MR-TIPO            PIC X(02)      VALUE SPACES.
000127          03 FILLER                PIC X(01)      VALUE SPACE.
000127          03 WS-MR-NRO             PIC X(15)      VALUE SPACES.
000127          03 FILLER                PIC X(01)      VALUE SPACE.
000127          03 WS-MR-FECHA           PIC X(10)      VALUE SPACES.
000127          03 FILLER                PIC X(01)      VALUE SPACE.
000127          03 WS-MR-SECU            PIC X(05)      VALUE SPACES.
000127          03 FILLER                PIC X(01)      VALUE SPACE.
000127          03 WS-MR-ORIGEN          PIC X(02)      VALUE SPACES.
000127          03 FILLER                PIC X(02)      VALUE SPACES.
000127
000127        01 WS-CAMPOS-REVERSA.
000127          03 WS-REV-ANT-MOV        PIC X(40)      VALUE SPACES.
000127          03 WS-REV-DSP-MOV        PIC X(40)      VALUE SPACES.
000127
000127        01 WS-CAMPOS-CIERRE.
000127          03 WS-CIE-INTERES  PIC -ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
000127          03 WS-CIE-TASA           PIC 9,999999   VALUE ZEROS.
000127          03 WS-CIE-DIAS           PIC ZZ9        VALUE ZEROS.
000127          03 WS-CIE-LIQUIDACION.
000127            05 WS-CIE-LIQ-DESC     PIC X(14)      VALUE SPACES.
000127            05 FILLER              PIC X(01)      VALUE SPACE.
000127            05 WS-CIE-LIQ-IMP  PIC -ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
000127            05 FILLER              PIC X(10)      VALUE SPACES.
000127
000127/-----CAMPOS-DE-CUENTA-(T102)----/
000127/  LAS IMAGENES 'C', 'X', 'L' Y 'H' TRAEN UN REG-CUENTA (73 BYTES)
000127        01 WS-CTA-ANTES.
000127          03 WS-CTAA-MONEDA        PIC X(02)      VALUE SPACES.
000127          03 WS-CTAA-CBU           PIC X(11)      VALUE SPACES.
000202          03  FILLER              PIC X(01)      VALUE '|'.
000202          03  FILLER     PIC X(22) VALUE 'EVENTOS MONEDAS T104: '.
000202          03  CT-PIE-MONEDAS       PIC 9(05)      VALUE ZEROS.
000202          03  FILLER              PIC X(01)      VALUE '|'.
000202          03  FILLER     PIC X(22) VALUE 'EVENTOS REVERSA T112: '.
000202          03  CT-PIE-REVERSAS      PIC 9(05)      VALUE ZEROS.
000203
000204/------SUB-TITULO-TOTALES--------/
000205        01 CT-SUB-TOTALES.
000282            WHEN AUD-ACCION-CUENTA
000282              PERFORM 4700-I-DECODIFICAR-CUENTA
000282                 THRU 4700-F-DECODIFICAR-CUENTA
000282              IF AUD-ACCION-CIERRE-CTA
000282                PERFORM 4750-I-DECODIFICAR-CIERRE
000282                   THRU 4750-F-DECODIFICAR-CIERRE
000282              END-IF
000282            WHEN AUD-ACCION-MONEDA
000282              PERFORM 4800-I-DECODIFICAR-MONEDA
000282                 THRU 4800-F-DECODIFICAR-MONEDA
000282            WHEN AUD-ACCION-REVERSA
000282              PERFORM 4900-I-DECODIFICAR-REVERSA
000282                 THRU 4900-F-DECODIFICAR-REVERSA
000283            WHEN OTHER
000284            PERFORM 4500-I-DECODIFICAR
000285               THRU 4500-F-DECODIFICAR
000344              IF WS-TER-HALLADO
000344                ADD 1              TO WS-TER-MONEDAS (WS-TER-IDX)
000344              END-IF
000344            WHEN AUD-ACCION-REVERSA
000344              ADD 1                TO WS-EVE-REVERSAS
000345            WHEN OTHER
000346              ADD 1                TO WS-EVE-OTROS
000347            END-EVALUATE
000434        4700-F-DECODIFICAR-CUENTA.
000434            EXIT.
000434
000434/-----DECODIFICO-LIQUIDACION-DEL-CIERRE-(T102)/
000434        4750-I-DECODIFICAR-CIERRE.
000434            PERFORM 4600-I-DECODIFICAR-TRANSF
000434               THRU 4600-F-DECODIFICAR-TRANSF
000434
000434            MOVE SPACES                        TO WS-CAMPOS-CIERRE
000434            IF WS-LIQ-INTERES IS NUMERIC
000434              MOVE WS-LIQ-INTERES                TO WS-CIE-INTERES
000434            END-IF
000434            IF WS-LIQ-TASA IS NUMERIC
000434              MOVE WS-LIQ-TASA                      TO WS-CIE-TASA
000434            END-IF
000434            IF WS-LIQ-DIAS IS NUMERIC
000434              MOVE WS-LIQ-DIAS                      TO WS-CIE-DIAS
000434            END-IF
000434
000434            EVALUATE TRUE
000434            WHEN WS-LIQ-TRANSFIERE
000434              MOVE 'TRANSFERIDO'                TO WS-CIE-LIQ-DESC
000434            WHEN WS-LIQ-PAGA
000434              MOVE 'PAGO POR CAJA'              TO WS-CIE-LIQ-DESC
000434            WHEN OTHER
000434              MOVE 'SIN SALDO'                  TO WS-CIE-LIQ-DESC
000434            END-EVALUATE
000434            IF WS-LIQ-IMPORTE IS NUMERIC
000434              MOVE WS-LIQ-IMPORTE                TO WS-CIE-LIQ-IMP
000434            END-IF
000434            .
000434        4750-F-DECODIFICAR-CIERRE.
000434            EXIT.
000434
000434/-----DECODIFICO-IMAGENES-DE-MONEDA-(T104)/
000434        4800-I-DECODIFICAR-MONEDA.
000434            MOVE SPACES                         TO WS-MON-ANTES
000434            .
000434        4800-F-DECODIFICAR-MONEDA.
000434            EXIT.
000434
000434/-----DECODIFICO-IMAGENES-DE-REVERSA-(T112)/
000434        4900-I-DECODIFICAR-REVERSA.
000434            PERFORM 4600-I-DECODIFICAR-TRANSF
000434               THRU 4600-F-DECODIFICAR-TRANSF
000434
000434            MOVE SPACES                      TO WS-CAMPOS-REVERSA
000434
000434            MOVE AUD-IMAGEN-ANTES                 TO WS-IMAGEN-PAR
000434            PERFORM 4950-I-RESUMIR-MOVIM
000434               THRU 4950-F-RESUMIR-MOVIM
000434            MOVE WS-MOV-RESUMEN                  TO WS-REV-ANT-MOV
000434
000434            MOVE AUD-IMAGEN-DESPUES               TO WS-IMAGEN-PAR
000434            PERFORM 4950-I-RESUMIR-MOVIM
000434               THRU 4950-F-RESUMIR-MOVIM
000434            MOVE WS-MOV-RESUMEN                  TO WS-REV-DSP-MOV
000434            .
000434        4900-F-DECODIFICAR-REVERSA.
000434            EXIT.
000434
000434/-----RESUMO-UN-MOVIMIENTO--------/
000434        4950-I-RESUMIR-MOVIM.
000434            MOVE WS-REV-TIPCTA                    TO WS-MR-TIPO
000434            MOVE WS-REV-NROCTA                    TO WS-MR-NRO
000434            MOVE WS-REV-FECHA                     TO WS-MR-FECHA
000434            MOVE WS-REV-SECU                      TO WS-MR-SECU
000434            MOVE WS-REV-ORIGEN                    TO WS-MR-ORIGEN
000434            .
000434        4950-F-RESUMIR-MOVIM.
000434            EXIT.
000435
000436/-----IMPRIMO-UN-EVENTO----------/
000437        5100-I-IMPRIMIR-EVENTO.
000450              MOVE 'CIERRE CTA'                   TO CT-EVE-ACCION
000450            WHEN AUD-ACCION-LIMITE-CTA
000450              MOVE 'LIMITE CTA'                   TO CT-EVE-ACCION
000450            WHEN AUD-ACCION-REACT-CTA
000450              MOVE 'REACTIVA CTA'                 TO CT-EVE-ACCION
000450            WHEN AUD-ACCION-ALTA-MON
000450              MOVE 'ALTA MONEDA'                  TO CT-EVE-ACCION
000450            WHEN AUD-ACCION-COTIZ-MON
000450              MOVE 'NUEVA COTIZ'                  TO CT-EVE-ACCION
000450            WHEN AUD-ACCION-REVERSA
000450              MOVE 'REVERSA'                      TO CT-EVE-ACCION
000451            WHEN OTHER
000452              MOVE 'DESCONOCIDA'                  TO CT-EVE-ACCION
000453            END-EVALUATE
000465            WHEN AUD-ACCION-CUENTA
000465              PERFORM 5160-I-IMPRIMIR-CUENTA
000465                 THRU 5160-F-IMPRIMIR-CUENTA
000465              IF AUD-ACCION-CIERRE-CTA
000465                PERFORM 5165-I-IMPRIMIR-CIERRE
000465                   THRU 5165-F-IMPRIMIR-CIERRE
000465              END-IF
000465
000465            WHEN AUD-ACCION-MONEDA
000465              PERFORM 5170-I-IMPRIMIR-MONEDA
000465                 THRU 5170-F-IMPRIMIR-MONEDA
000465
000465            WHEN AUD-ACCION-REVERSA
000465              PERFORM 5180-I-IMPRIMIR-REVERSA
000465                 THRU 5180-F-IMPRIMIR-REVERSA
000465
000466            WHEN OTHER
000467            MOVE 'NRO CLIENTE'                    TO CT-CAM-NOMBRE
000468            MOVE WS-ANT-CLINRO                    TO CT-CAM-ANTES
000528              PERFORM 5200-I-IMPRIMIR-CAMPO
000528                 THRU 5200-F-IMPRIMIR-CAMPO
000528            END-IF
000528
000528            IF WS-IMG-TERM-SOL NOT = SPACES
000528              MOVE 'TERM SOLIC'                   TO CT-CAM-NOMBRE
000528              MOVE SPACES                         TO CT-CAM-ANTES
000528              MOVE WS-IMG-TERM-SOL               TO CT-CAM-DESPUES
000528              PERFORM 5200-I-IMPRIMIR-CAMPO
000528                 THRU 5200-F-IMPRIMIR-CAMPO
000528
000528              MOVE 'NRO AUTORIZ'                  TO CT-CAM-NOMBRE
000528              MOVE SPACES                         TO CT-CAM-ANTES
000528              MOVE WS-IMG-NRO-AUT                TO CT-CAM-DESPUES
000528              PERFORM 5200-I-IMPRIMIR-CAMPO
000528                 THRU 5200-F-IMPRIMIR-CAMPO
000528            END-IF
000529            .
000530        5150-F-IMPRIMIR-TRANSF.
000531            EXIT.
000531        5160-F-IMPRIMIR-CUENTA.
000531            EXIT.
000531
000531/-----IMPRIMO-LIQUIDACION-DEL-CIERRE/
000531* SOLO PARA CIERRES CON LIQUIDACION (TIPO EN LA IMAGEN DESPUES).
000531        5165-I-IMPRIMIR-CIERRE.
000531            IF WS-LIQ-TIPO NOT = SPACE
000531              IF WS-IMG-CTA-DES NOT = SPACES
000531                MOVE 'CTA DESTINO'                TO CT-CAM-NOMBRE
000531                MOVE WS-TRF-ANT-DES                TO CT-CAM-ANTES
000531                MOVE WS-TRF-DSP-DES              TO CT-CAM-DESPUES
000531                PERFORM 5200-I-IMPRIMIR-CAMPO
000531                   THRU 5200-F-IMPRIMIR-CAMPO
000531              END-IF
000531
000531              MOVE 'INTERES'                      TO CT-CAM-NOMBRE
000531              MOVE SPACES                          TO CT-CAM-ANTES
000531              MOVE WS-CIE-INTERES                TO CT-CAM-DESPUES
000531              PERFORM 5200-I-IMPRIMIR-CAMPO
000531                 THRU 5200-F-IMPRIMIR-CAMPO
000531
000531              MOVE 'TASA MENSUAL'                 TO CT-CAM-NOMBRE
000531              MOVE SPACES                          TO CT-CAM-ANTES
000531              MOVE WS-CIE-TASA                   TO CT-CAM-DESPUES
000531              PERFORM 5200-I-IMPRIMIR-CAMPO
000531                 THRU 5200-F-IMPRIMIR-CAMPO
000531
000531              MOVE 'DIAS'                         TO CT-CAM-NOMBRE
000531              MOVE SPACES                          TO CT-CAM-ANTES
000531              MOVE WS-CIE-DIAS                   TO CT-CAM-DESPUES
000531              PERFORM 5200-I-IMPRIMIR-CAMPO
000531                 THRU 5200-F-IMPRIMIR-CAMPO
000531
000531              MOVE 'LIQUIDACION'                  TO CT-CAM-NOMBRE
000531              MOVE SPACES                          TO CT-CAM-ANTES
000531              MOVE WS-CIE-LIQUIDACION            TO CT-CAM-DESPUES
000531              PERFORM 5200-I-IMPRIMIR-CAMPO
000531                 THRU 5200-F-IMPRIMIR-CAMPO
000531            END-IF
000531            .
000531        5165-F-IMPRIMIR-CIERRE.
000531            EXIT.
000531
000531/-----IMPRIMO-CAMPOS-DE-MONEDA---/
000531        5170-I-IMPRIMIR-MONEDA.
000531            MOVE 'DESCRIPCION'                    TO CT-CAM-NOMBRE
000531            .
000531        5170-F-IMPRIMIR-MONEDA.
000531            EXIT.
000531
000531/-----IMPRIMO-CAMPOS-DE-REVERSA---/
000531        5180-I-IMPRIMIR-REVERSA.
000531            MOVE 'CTA 1'                          TO CT-CAM-NOMBRE
000531            MOVE WS-TRF-ANT-ORI                   TO CT-CAM-ANTES
000531            MOVE WS-TRF-DSP-ORI                  TO CT-CAM-DESPUES
000531            PERFORM 5200-I-IMPRIMIR-CAMPO
000531               THRU 5200-F-IMPRIMIR-CAMPO
000531
000531            IF WS-IMG-CTA-DES NOT = SPACES
000531              MOVE 'CTA 2'                        TO CT-CAM-NOMBRE
000531              MOVE WS-TRF-ANT-DES                 TO CT-CAM-ANTES
000531              MOVE WS-TRF-DSP-DES                TO CT-CAM-DESPUES
000531              PERFORM 5200-I-IMPRIMIR-CAMPO
000531                 THRU 5200-F-IMPRIMIR-CAMPO
000531            END-IF
000531
000531            MOVE 'MOVIMIENTO'                     TO CT-CAM-NOMBRE
000531            MOVE WS-REV-ANT-MOV                   TO CT-CAM-ANTES
000531            MOVE WS-REV-DSP-MOV                  TO CT-CAM-DESPUES
000531            PERFORM 5200-I-IMPRIMIR-CAMPO
000531               THRU 5200-F-IMPRIMIR-CAMPO
000531            .
000531        5180-F-IMPRIMIR-REVERSA.
000531            EXIT.
000532
000533/-----IMPRIMO-LINEA-DE-CAMPO-----/
000534        5200-I-IMPRIMIR-CAMPO.
000630
000630            MOVE WS-EVE-CUENTAS                 TO CT-PIE-CUENTAS
000630            MOVE WS-EVE-MONEDAS                 TO CT-PIE-MONEDAS
000630            MOVE WS-EVE-REVERSAS               TO CT-PIE-REVERSAS
000630
000630            WRITE REG-SALIDA FROM CT-PIE2
000630
000679            DISPLAY 'TOTAL TRANSFERENC.  = ' WS-EVE-TRANSF
000679            DISPLAY 'EVENTOS CUENTA T102 = ' WS-EVE-CUENTAS
000679            DISPLAY 'EVENTOS MONEDA T104 = ' WS-EVE-MONEDAS
000679            DISPLAY 'EVENTOS REVERSA T112= ' WS-EVE-REVERSAS
000680            DISPLAY 'ACCION DESCONOCIDA  = ' WS-EVE-OTROS
000681            .
000682        9999-F-FINAL.
