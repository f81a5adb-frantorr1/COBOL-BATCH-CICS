000016      04 CT-DATMOV            PIC  X(08)        VALUE 'MOVIMIEN'.
000016      04 CT-LEN-MOV           PIC  S9(04)       VALUE 080  COMP.
000016      04 CT-DATMON            PIC  X(08)        VALUE 'MONEDAS'.
000016      04 CT-DATPEN            PIC  X(08)        VALUE 'PENDTRF'.
000016      04 CT-LEN-PEN           PIC  S9(04)       VALUE 160  COMP.
000016      04 CT-FEC-CONTROL       PIC  X(10)     VALUE '0000-00-00'.
000016      04 CT-MON-PESOS         PIC  X(02)        VALUE '80'.
000016      04 CT-UMBRAL-DEFECTO    PIC  9(11)V99     VALUE 1000000.
000017           04 CT-FIN                PIC  X(72)        VALUE
000018                                         'FIN EJECUCION TRX T106'.
000019           04 CT-IN                 PIC  X(56)        VALUE
000036                                 'CUENTA ORIGEN ESTA CERRADA'.
000037           04 CT-CERRDES            PIC  X(28)        VALUE
000038                                 'CUENTA DESTINO ESTA CERRADA'.
000038           04 CT-INACORI            PIC  X(27)        VALUE
000038                                'CUENTA ORIGEN ESTA INACTIVA'.
000039           04 CT-SINCOTIZ           PIC  X(35)        VALUE
000040                            'SIN COTIZACION VIGENTE PARA MONEDA'.
000041           04 CT-SINSALDO           PIC  X(35)        VALUE
000048                            'TECLA INVALIDA, INGRESE OTRA OPCION'.
000049           04 CT-CANCEL             PIC  X(16)        VALUE
000050                                               'ACCION CANCELADA'.
000050           04 CT-CONFAUT            PIC  X(48)        VALUE
000050               'IMPORTE SUPERA EL UMBRAL, PF7 PIDE AUTORIZACION'.
000051
000052        01 WS-ABSTIME               PIC  S9(16) COMP  VALUE +0.
000053        01 WS-TIME                 PIC  X(08)        VALUE SPACES.
000057
000058        01 WS-LENGTH-CUENTA         PIC  S9(4)  COMP  VALUE 073.
000059        01 WS-LENGTH-AUDIT          PIC  S9(4)  COMP  VALUE 396.
000059        01 WS-LENGTH-PENDTRF        PIC  S9(4)  COMP  VALUE 160.
000060
000061        01 WS-SW-VALIDA             PIC  9            VALUE 0.
000062           88 WS-VALIDA-OK                  VALUE 0.
000068           88 WS-MOV-GRABADO                VALUE 1.
000068           88 WS-MOV-ERROR                  VALUE 2.
000068
000068/-----TRANSFERENCIA-PENDIENTE-DE-AUTORIZACION/
000068        01 WS-SW-PEN                PIC  9            VALUE 0.
000068           88 WS-PEN-INTENTANDO             VALUE 0.
000068           88 WS-PEN-GRABADO                VALUE 1.
000068           88 WS-PEN-ERROR                  VALUE 2.
000068
000068        01 WS-SW-BROWSE             PIC  9            VALUE 0.
000068           88 WS-BROWSE-SIGUE               VALUE 0.
000068           88 WS-BROWSE-FIN                 VALUE 1.
000068           88 WS-BROWSE-ERROR               VALUE 2.
000068
000068        01 WS-UMBRAL                PIC  9(11)V99     VALUE ZEROS.
000068        01 WS-PEN-MAX-NRO           PIC  9(05)        VALUE ZEROS.
000068        01 WS-USERID                PIC  X(08)       VALUE SPACES.
000068
000068        01 WS-MSG-PENDIENTE.
000068          03 FILLER               PIC  X(40)       VALUE
000068                       'TRANSFERENCIA PENDIENTE DE AUTORIZACION '.
000068          03 FILLER               PIC  X(04)       VALUE 'NRO '.
000068           03 WS-MSG-PEN-NRO      PIC  9(05)       VALUE ZEROS.
000068
000068/-----BUSQUEDA-COTIZACION-VIGENTE/
000068        01 WS-SW-COTIZ              PIC  9            VALUE 0.
000068           88 WS-COTIZ-SIGUE               VALUE 0.
000068           03 WS-MSG-COTIZ   PIC Z.ZZZ.ZZ9,999999.
000068          03 FILLER               PIC  X(06)       VALUE ' DEST '.
000068           03 WS-MSG-IMPDES  PIC -ZZZ.ZZZ.ZZ9,99.
000068          03 WS-MSG-ACCION         PIC  X(13)       VALUE
000068                                              ' PF7 CONFIRMA'.
000068
000068/-----FECHA-EN-FORMATO-CLAVE-ISO-/
000106           02 WS-RIDMON.
000106             08 WS-RIDM-COD         PIC X(02).
000106             08 WS-RIDM-FEC         PIC X(10).
000106           02 WS-RIDPEN.
000106             08 WS-RIDP-FEC         PIC X(10).
000106             08 WS-RIDP-NRO         PIC 9(05).
000107
000108        01 WS-COMMAREA.
000109           05 T6-FLAG-PF7           PIC 9             VALUE 0.
000114           05 T6-IMPORTE-DES        PIC S9(09)V99.
000114           05 T6-COTIZ-ORI          PIC 9(07)V9(06).
000114           05 T6-COTIZ-DES          PIC 9(07)V9(06).
000114           05 T6-FLAG-AUTORIZ       PIC 9             VALUE 0.
000114           05 T6-IMPORTE-PESOS      PIC S9(11)V99.
000115
000116/--------COPY-SECTION------------/
000117        COPY MAP0106.
000121        COPY CPAUDIT.
000121        COPY CPMOVIM.
000121        COPY CPMONEDA.
000121        COPY CPPENDT.
000122/--------------------------------/
000123        LINKAGE SECTION.
000124/--------------------------------/
000125         01 DFHCOMMAREA PIC X(97).
000126
000127/--------------------------------/
000128        PROCEDURE DIVISION.
000228            WHEN EIBAID = DFHPF5   ALSO T6-FLAG-PF7 = '1'
000229
000230           MOVE 0                                   TO T6-FLAG-PF7
000230           MOVE 0                               TO T6-FLAG-AUTORIZ
000231              PERFORM 3700-I-CANCEL
000232                 THRU 3700-F-CANCEL
000233
000234            WHEN EIBAID = DFHPF7   ALSO T6-FLAG-PF7 = '1'
000235
000235              IF T6-FLAG-AUTORIZ = 1
000235                PERFORM 4100-I-SOLICITAR-AUTORIZ
000235                   THRU 4100-F-SOLICITAR-AUTORIZ
000235              ELSE
000236              PERFORM 4000-I-TRANSFERIR
000237                 THRU 4000-F-TRANSFERIR
000237              END-IF
000238
000239            WHEN EIBAID = DFHPF12  ALSO T6-FLAG-PF7 NOT = '1'
000240
000262/----VALIDO-DATOS-DE-LA-TRANSFERENCIA/
000263        3100-I-VALIDAR.
000264            SET WS-VALIDA-OK                         TO TRUE
000264            MOVE 0                              TO T6-FLAG-AUTORIZ
000265
000266            MOVE TIPORII                            TO WS-TIPO-CTA
000267            IF NOT WS-TIP-CTA OR NROORII = SPACES
000324              MOVE CT-CERRORI                        TO MSGO
000325              SET WS-VALIDA-ERROR                    TO TRUE
000326            END-IF
000326
000326            IF WS-VALIDA-OK AND CU-CTA-INACTIVA
000326              MOVE CT-INACORI                        TO MSGO
000326              SET WS-VALIDA-ERROR                    TO TRUE
000326            END-IF
000327
000328            IF WS-VALIDA-OK
000329               AND CU-SALDO-ACTUAL IS LESS THAN IMPORTI
000370              PERFORM 3300-I-CALCULAR-CAMBIO
000370                 THRU 3300-F-CALCULAR-CAMBIO
000373            END-IF
000373
000373            IF WS-VALIDA-OK
000373              PERFORM 3400-I-EVALUAR-UMBRAL
000373                 THRU 3400-F-EVALUAR-UMBRAL
000373            END-IF
000374
000375            IF WS-VALIDA-OK
000376              MOVE TIPORII                           TO T6-TIPORI
000380              MOVE IMPORTI                           TO T6-IMPORTE
000381              MOVE 1                                TO T6-FLAG-PF7
000381              IF DES-MONEDA = CU-MONEDA
000381                IF T6-FLAG-AUTORIZ = 1
000381                  MOVE CT-CONFAUT                      TO MSGO
000381                ELSE
000382              MOVE CT-CONFIRMA                       TO MSGO
000381                END-IF
000381              ELSE
000381                IF T6-FLAG-AUTORIZ = 1
000381                  MOVE ' PF7 SOLICITA'           TO WS-MSG-ACCION
000381                END-IF
000381                MOVE WS-COTIZ-APLICADA         TO WS-MSG-COTIZ
000381                MOVE T6-IMPORTE-DES            TO WS-MSG-IMPDES
000381                MOVE WS-MSG-CAMBIO                   TO MSGO
000396            .
000396        3320-F-LEER-COTIZACION.
000396            EXIT.
000396
000396/----MIDO-EL-IMPORTE-EN-PESOS-CONTRA-EL-UMBRAL-------/
000396* EL IMPORTE SE LLEVA A PESOS CON LA COTIZACION DEL DIA DE LA
000396* MONEDA ORIGEN (PESOS VALEN 1). SI SUPERA EL UMBRAL DEL REGISTRO
000396* DE CONTROL DE PENDTRF LA TRANSFERENCIA NO SE APLICA: CON PF7
000396* QUEDA PENDIENTE DE AUTORIZACION DEL SUPERVISOR (T111).
000396        3400-I-EVALUAR-UMBRAL.
000396            MOVE ZEROS                        TO T6-IMPORTE-PESOS
000396
000396            IF CU-MONEDA = CT-MON-PESOS
000396              MOVE 1                          TO WS-COTIZ-VIGENTE
000396              SET WS-COTIZ-HALLADA                   TO TRUE
000396            ELSE
000396              MOVE CU-MONEDA                    TO WS-MON-BUSCADA
000396
000396              PERFORM 3310-I-BUSCAR-COTIZACION
000396                 THRU 3310-F-BUSCAR-COTIZACION
000396            END-IF
000396
000396            IF NOT WS-COTIZ-HALLADA
000396               OR WS-COTIZ-VIGENTE IS NOT GREATER ZEROS
000396              MOVE CT-SINCOTIZ                       TO MSGO
000396              SET WS-VALIDA-ERROR                    TO TRUE
000396            ELSE
000396              COMPUTE T6-IMPORTE-PESOS ROUNDED =
000396                      IMPORTI * WS-COTIZ-VIGENTE
000396
000396              PERFORM 3450-I-LEER-UMBRAL
000396                 THRU 3450-F-LEER-UMBRAL
000396
000396              IF T6-IMPORTE-PESOS IS GREATER WS-UMBRAL
000396                MOVE 1                         TO T6-FLAG-AUTORIZ
000396              END-IF
000396            END-IF
000396            .
000396        3400-F-EVALUAR-UMBRAL.
000396            EXIT.
000396
000396/----LEO-EL-UMBRAL-DEL-REGISTRO-DE-CONTROL-----------/
000396* SIN REGISTRO DE CONTROL (O SIN UMBRAL CARGADO) RIGE EL UMBRAL
000396* POR DEFECTO, ASI NINGUNA TRANSFERENCIA GRANDE PASA SIN CONTROL.
000396        3450-I-LEER-UMBRAL.
000396            MOVE CT-UMBRAL-DEFECTO                 TO WS-UMBRAL
000396            MOVE CT-FEC-CONTROL                   TO WS-RIDP-FEC
000396            MOVE ZEROS                            TO WS-RIDP-NRO
000396
000396            EXEC CICS
000396                 READ DATASET (CT-DATPEN)
000396                 RIDFLD       (WS-RIDPEN)
000396                 INTO         (REG-PENDTRF)
000396                 LENGTH       (CT-LEN-PEN)
000396                 EQUAL
000396                 RESP         (WS-RESP)
000396            END-EXEC
000396
000396            IF WS-RESP = DFHRESP(NORMAL)
000396               AND PEN-CTL-UMBRAL IS NUMERIC
000396               AND PEN-CTL-UMBRAL IS GREATER ZEROS
000396              MOVE PEN-CTL-UMBRAL                    TO WS-UMBRAL
000396            END-IF
000396            .
000396        3450-F-LEER-UMBRAL.
000396            EXIT.
000397
000398        3200-I-PF3.
000399            INITIALIZE MAP0106O
000481              MOVE CT-CERRORI                        TO MSGO
000482              SET WS-TRANSF-ERROR                    TO TRUE
000483            END-IF
000483
000483            IF WS-TRANSF-OK AND CU-CTA-INACTIVA
000483              MOVE CT-INACORI                        TO MSGO
000483              SET WS-TRANSF-ERROR                    TO TRUE
000483            END-IF
000484
000485            IF WS-TRANSF-OK
000486               AND CU-SALDO-ACTUAL IS LESS THAN T6-IMPORTE
000493
000494             SUBTRACT T6-IMPORTE              FROM CU-SALDO-ACTUAL
000495              MOVE WS-FECHA                     TO CU-FECHA-ACTUAL
000496              IF CU-ESTADO = SPACE
000496                MOVE 'A'                         TO CU-ESTADO
000496              END-IF
000497
000498              EXEC CICS
000499                   REWRITE DATASET (CT-DATASET)
000552
000553              ADD T6-IMPORTE-DES               TO DES-SALDO-ACTUAL
000554              MOVE WS-FECHA                    TO DES-FECHA-ACTUAL
000555              IF DES-ESTADO = SPACE
000555                MOVE 'A'                        TO DES-ESTADO
000555              END-IF
000556
000557              EXEC CICS
000558                   REWRITE DATASET (CT-DATASET)
000593         MOVE ZEROS                              TO T6-IMPORTE-DES
000593         MOVE ZEROS                              TO T6-COTIZ-ORI
000593         MOVE ZEROS                              TO T6-COTIZ-DES
000593         MOVE ZEROS                           TO T6-IMPORTE-PESOS
000594
000595            EXEC CICS
000596                 SEND MAP  (WS-MAP)
000602            .
000603        4000-F-TRANSFERIR.
000604            EXIT.
000604
000604/----DEJO-LA-TRANSFERENCIA-PENDIENTE-DE-AUTORIZACION-/
000604* NO SE MUEVE DINERO NI SE GRABAN MOVIMIENTOS NI AUDITORIA: LO
000604* HACE LA T111 AL APROBAR, CON LAS COTIZACIONES GUARDADAS ACA. EL
000604* NUMERO ES EL ULTIMO DEL DIA MAS UNO; ANTE CLAVE DUPLICADA SE
000604* REINTENTA SUBIENDO EL NUMERO.
000604        4100-I-SOLICITAR-AUTORIZ.
000604            MOVE 0                                  TO T6-FLAG-PF7
000604            MOVE 0                              TO T6-FLAG-AUTORIZ
000604
000604            MOVE WS-FECHA                       TO WS-FECHA-PARTES
000604            MOVE WS-FP-AAAA                         TO WS-ISO-AAAA
000604            MOVE WS-FP-MM                            TO WS-ISO-MM
000604            MOVE WS-FP-DD                            TO WS-ISO-DD
000604
000604            EXEC CICS
000604                 ASSIGN USERID (WS-USERID)
000604            END-EXEC
000604
000604            PERFORM 4150-I-BUSCAR-ULTIMO
000604               THRU 4150-F-BUSCAR-ULTIMO
000604
000604            INITIALIZE MAP0106O
000604
000604            IF WS-BROWSE-ERROR
000604              MOVE CT-ARCHERR                        TO MSGO
000604            ELSE
000604              MOVE SPACES                          TO REG-PENDTRF
000604              MOVE WS-FECHA-ISO                      TO PEN-FECHA
000604              COMPUTE PEN-NUMERO = WS-PEN-MAX-NRO + 1
000604              SET PEN-PENDIENTE                      TO TRUE
000604              MOVE T6-TIPORI                   TO PEN-TIPO-ORIGEN
000604              MOVE T6-NROORI                    TO PEN-NRO-ORIGEN
000604              MOVE T6-TIPDES                  TO PEN-TIPO-DESTINO
000604              MOVE T6-NRODES                   TO PEN-NRO-DESTINO
000604              MOVE T6-IMPORTE                      TO PEN-IMPORTE
000604              MOVE T6-IMPORTE-DES              TO PEN-IMPORTE-DES
000604              MOVE T6-COTIZ-ORI                  TO PEN-COTIZ-ORI
000604              MOVE T6-COTIZ-DES                  TO PEN-COTIZ-DES
000604              MOVE T6-IMPORTE-PESOS          TO PEN-IMPORTE-PESOS
000604              MOVE EIBTRMID                     TO PEN-TERMID-SOL
000604              MOVE WS-USERID                   TO PEN-USUARIO-SOL
000604              MOVE WS-TIME                        TO PEN-HORA-SOL
000604
000604              SET WS-PEN-INTENTANDO                  TO TRUE
000604              PERFORM 4170-I-INTENTAR-PENDIENTE
000604                 THRU 4170-F-INTENTAR-PENDIENTE
000604                UNTIL WS-SW-PEN NOT = 0
000604
000604              IF WS-PEN-GRABADO
000604                MOVE PEN-NUMERO                  TO WS-MSG-PEN-NRO
000604                MOVE WS-MSG-PENDIENTE                TO MSGO
000604              ELSE
000604                MOVE CT-ARCHERR                      TO MSGO
000604              END-IF
000604            END-IF
000604
000604            MOVE WS-FECHA                            TO FECPROO
000604         MOVE SPACES                                TO T6-TIPORI
000604         MOVE SPACES                                TO T6-NROORI
000604         MOVE SPACES                                TO T6-TIPDES
000604         MOVE SPACES                                TO T6-NRODES
000604         MOVE ZEROS                                 TO T6-IMPORTE
000604         MOVE ZEROS                              TO T6-IMPORTE-DES
000604         MOVE ZEROS                              TO T6-COTIZ-ORI
000604         MOVE ZEROS                              TO T6-COTIZ-DES
000604         MOVE ZEROS                           TO T6-IMPORTE-PESOS
000604
000604            EXEC CICS
000604                 SEND MAP  (WS-MAP)
000604                 MAPSET    (WS-MAPSET)
000604                 FROM      (MAP0106O)
000604                 LENGTH    (WS-LONG)
000604                 ERASE
000604            END-EXEC
000604            .
000604        4100-F-SOLICITAR-AUTORIZ.
000604            EXIT.
000604
000604/----BUSCO-EL-ULTIMO-NUMERO-PENDIENTE-DEL-DIA--------/
000604        4150-I-BUSCAR-ULTIMO.
000604            SET WS-BROWSE-SIGUE                      TO TRUE
000604            MOVE ZEROS                         TO WS-PEN-MAX-NRO
000604            MOVE WS-FECHA-ISO                     TO WS-RIDP-FEC
000604            MOVE ZEROS                            TO WS-RIDP-NRO
000604
000604            EXEC CICS
000604                 STARTBR DATASET  (CT-DATPEN)
000604                 RIDFLD           (WS-RIDPEN)
000604                 GTEQ
000604                 RESP             (WS-RESP)
000604            END-EXEC
000604
000604            EVALUATE WS-RESP
000604            WHEN DFHRESP(NORMAL)
000604
000604              PERFORM 4160-I-LEER-PENDIENTE
000604                 THRU 4160-F-LEER-PENDIENTE
000604                UNTIL WS-SW-BROWSE NOT = 0
000604
000604              EXEC CICS
000604                   ENDBR DATASET (CT-DATPEN)
000604              END-EXEC
000604
000604            WHEN DFHRESP(NOTFND)
000604              SET WS-BROWSE-FIN                      TO TRUE
000604            WHEN OTHER
000604              SET WS-BROWSE-ERROR                    TO TRUE
000604            END-EVALUATE
000604            .
000604        4150-F-BUSCAR-ULTIMO.
000604            EXIT.
000604
000604        4160-I-LEER-PENDIENTE.
000604            EXEC CICS
000604                 READNEXT DATASET (CT-DATPEN)
000604                 RIDFLD           (WS-RIDPEN)
000604                 INTO             (REG-PENDTRF)
000604                 RESP             (WS-RESP)
000604            END-EXEC
000604
000604            EVALUATE WS-RESP
000604            WHEN DFHRESP(NORMAL)
000604              IF PEN-FECHA NOT = WS-FECHA-ISO
000604                SET WS-BROWSE-FIN                    TO TRUE
000604              ELSE
000604                MOVE PEN-NUMERO                  TO WS-PEN-MAX-NRO
000604              END-IF
000604            WHEN DFHRESP(ENDFILE)
000604              SET WS-BROWSE-FIN                      TO TRUE
000604            WHEN OTHER
000604              SET WS-BROWSE-ERROR                    TO TRUE
000604            END-EVALUATE
000604            .
000604        4160-F-LEER-PENDIENTE.
000604            EXIT.
000604
000604        4170-I-INTENTAR-PENDIENTE.
000604            EXEC CICS
000604                 WRITE DATASET (CT-DATPEN)
000604                 RIDFLD        (PEN-CLAVE)
000604                 FROM          (REG-PENDTRF)
000604                 LENGTH        (WS-LENGTH-PENDTRF)
000604                 RESP          (WS-RESP)
000604            END-EXEC
000604
000604            EVALUATE WS-RESP
000604            WHEN DFHRESP(NORMAL)
000604              SET WS-PEN-GRABADO                     TO TRUE
000604            WHEN DFHRESP(DUPREC)
000604              ADD 1                                TO PEN-NUMERO
000604            WHEN OTHER
000604              SET WS-PEN-ERROR                       TO TRUE
000604            END-EVALUATE
000604            .
000604        4170-F-INTENTAR-PENDIENTE.
000604            EXIT.
000605
000606/----GRABO-AUDITORIA-DE-LA-TRANSFERENCIA/
000607        4500-I-AUDITAR.
