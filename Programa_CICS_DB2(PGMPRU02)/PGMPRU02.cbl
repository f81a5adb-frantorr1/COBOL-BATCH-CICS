000014       04 CT-DATASET            PIC  X(08)        VALUE 'CUENTAS'.
000015       04 CT-LEN-DAT            PIC  S9(04)       VALUE 073  COMP.
000015      04 CT-TDQ               PIC  X(04)        VALUE 'AUDT'.
000015       04 CT-DATMOV            PIC  X(08)        VALUE 'MOVIMIEN'.
000015       04 CT-LEN-MOV            PIC  S9(04)       VALUE 080  COMP.
000015       04 CT-DATRECH           PIC  X(08)        VALUE 'RECHAZOS'.
000015       04 CT-LEN-RECH           PIC  S9(04)       VALUE 100  COMP.
000015       04 CT-DATTAS            PIC  X(08)        VALUE 'TASAS'.
000015       04 CT-LEN-TAS            PIC  S9(04)       VALUE 060  COMP.
000016           04 CT-CONFIRMA           PIC  X(38)        VALUE
000017                         'DESEA CERRAR LA CUENTA ? Y(PF6)/F(PF5)'.
000018           04 CT-FIN                PIC  X(72)        VALUE
000045                                   'LIMITE DESCUBIERTO INVALIDO'.
000045           04 CT-CLINOEX            PIC  X(34)        VALUE
000045                          'CLIENTE INEXISTENTE, VERIFIQUE NRO'.
000045           04 CT-CONFREAC           PIC  X(41)        VALUE
000045                     'DESEA REACTIVAR LA CUENTA ? Y(PF9)/F(PF5)'.
000045           04 CT-CTAINA             PIC  X(37)        VALUE
000045                         'CUENTA INACTIVA, PF9 PARA REACTIVARLA'.
000045           04 CT-NOINAC             PIC  X(26)        VALUE
000045                                    'LA CUENTA NO ESTA INACTIVA'.
000045           04 CT-REACTIV            PIC  X(17)        VALUE
000045                                             'CUENTA REACTIVADA'.
000045           04 CT-YACERR            PIC  X(25)                VALUE
000045                                      'LA CUENTA YA ESTA CERRADA'.
000045           04 CT-DESCUB            PIC  X(41)                VALUE
000045                      'CUENTA EN DESCUBIERTO, NO SE PUEDE CERRAR'.
000045           04 CT-RECHPEN           PIC  X(52)                VALUE
000045           'CUENTA CON RECHAZOS PENDIENTES EN T107, NO SE CIERRA'.
000045           04 CT-ERRPAGO           PIC  X(41)                VALUE
000045                      'PAGO POR CAJA: INGRESE S O DEJE EN BLANCO'.
000045           04 CT-SINDEST           PIC  X(54)                VALUE
000045         'INGRESE CUENTA DESTINO O PAGO S PARA LIQUIDAR EL SALDO'.
000045           04 CT-DOSDEST           PIC  X(48)                VALUE
000045               'INDIQUE CUENTA DESTINO O PAGO POR CAJA, NO AMBOS'.
000045           04 CT-DESERR            PIC  X(23)                VALUE
000045                                        'CUENTA DESTINO INVALIDA'.
000045           04 CT-DESINEX           PIC  X(26)                VALUE
000045                                     'CUENTA DESTINO INEXISTENTE'.
000045           04 CT-DESCERR           PIC  X(30)                VALUE
000045                                 'LA CUENTA DESTINO ESTA CERRADA'.
000045           04 CT-DESINA            PIC  X(31)                VALUE
000045                                'LA CUENTA DESTINO ESTA INACTIVA'.
000045           04 CT-DESCLI            PIC  X(36)                VALUE
000045                           'LA CUENTA DESTINO ES DE OTRO CLIENTE'.
000045           04 CT-DESMON            PIC  X(35)                VALUE
000045                            'LA CUENTA DESTINO ES DE OTRA MONEDA'.
000045           04 CT-CERRTRF           PIC  X(53)                VALUE
000045          'CUENTA CERRADA, SALDO TRANSFERIDO A LA CUENTA DESTINO'.
000045           04 CT-CERRPAG           PIC  X(38)                VALUE
000045                         'CUENTA CERRADA, SALDO A PAGAR POR CAJA'.
000045           04 CT-DB2ERR            PIC  X(22)                VALUE
000045                                         'ERROR ACTUALIZANDO DB2'.
000046
000047        01 WS-ABSTIME               PIC  S9(16) COMP  VALUE +0.
000048        01 WS-TIME                 PIC  X(08)        VALUE SPACES.
000052
000053        01 WS-LENGTH-CUENTA         PIC  S9(4)  COMP  VALUE 073.
000053        01 WS-LENGTH-AUDIT          PIC  S9(4)  COMP  VALUE 396.
000053        01 WS-LENGTH-MOVIM          PIC  S9(4)  COMP  VALUE 080.
000053
000053        01 WS-SW-VALIDA             PIC  9            VALUE 0.
000053           88 WS-VALIDA-OK                  VALUE 0.
000053           88 WS-VALIDA-ERROR               VALUE 1.
000053
000053        01 WS-SW-TRANSF             PIC  9            VALUE 0.
000053           88 WS-TRANSF-OK                  VALUE 0.
000053           88 WS-TRANSF-ERROR               VALUE 1.
000053           88 WS-TRANSF-ROLLBACK            VALUE 2.
000053
000053        01 WS-SW-MOV                PIC  9            VALUE 0.
000053           88 WS-MOV-INTENTANDO             VALUE 0.
000053           88 WS-MOV-GRABADO                VALUE 1.
000053           88 WS-MOV-ERROR                  VALUE 2.
000053
000053        01 WS-SW-BROWSE             PIC  9            VALUE 0.
000053           88 WS-BROWSE-SIGUE               VALUE 0.
000053           88 WS-BROWSE-FIN                 VALUE 1.
000053           88 WS-BROWSE-ERROR               VALUE 2.
000053
000053        01 WS-SW-RECHAZO            PIC  9            VALUE 0.
000053           88 WS-RECHAZO-NO-HALLADO         VALUE 0.
000053           88 WS-RECHAZO-HALLADO            VALUE 1.
000053
000053        01 WS-SW-TASA               PIC  9            VALUE 0.
000053           88 WS-TASA-BUSCANDO              VALUE 0.
000053           88 WS-TASA-HALLADA               VALUE 1.
000053           88 WS-TASA-NO-HALLADA            VALUE 2.
000053
000053        01 WS-SALDO-DB2            PIC  S9(09)V99 COMP-3 VALUE +0.
000053        01 FS-SQLCODE               PIC  -999         VALUE ZEROS.
000053
000053/-----LIQUIDACION-DEL-CIERRE-----/
000053*  INTERES DEVENGADO DESDE EL ULTIMO CIERRE MENSUAL (PGMCIE01) Y
000053*  DESTINO DEL SALDO FINAL: 'T' TRANSFERIDO A OTRA CUENTA ACTIVA
000053*  DEL MISMO CLIENTE Y MONEDA, 'P' PAGADO POR CAJA, 'N' SIN SALDO.
000053        01 WS-LIQUIDACION.
000053          03 WS-LIQ-TASA           PIC  9V9(06)      VALUE ZEROS.
000053          03 WS-LIQ-DIAS           PIC  S9(05) COMP-3 VALUE +0.
000053          03 WS-LIQ-INTERES        PIC  S9(09)V99    VALUE ZEROS.
000053          03 WS-LIQ-SALDO-CI       PIC  S9(09)V99    VALUE ZEROS.
000053          03 WS-LIQ-IMPORTE        PIC  S9(09)V99    VALUE ZEROS.
000053          03 WS-LIQ-TIPO           PIC  X(01)        VALUE SPACE.
000053             88 WS-LIQ-TRANSFIERE          VALUE 'T'.
000053             88 WS-LIQ-PAGA                VALUE 'P'.
000053             88 WS-LIQ-NADA                VALUE 'N'.
000053          03 WS-LIQ-CLIENTE        PIC  9(05)        VALUE ZEROS.
000053          03 WS-LIQ-MONEDA         PIC  X(02)        VALUE SPACES.
000053
000053        01 WS-CTA-CIERRE           PIC  X(73)        VALUE SPACES.
000053
000053/-----FECHAS-(ISO)-Y-DIAS-30/360-/
000053        01 WS-FECHA-PARTES.
000053          03 WS-FP-DD              PIC  X(02)        VALUE SPACES.
000053           03 FILLER               PIC  X(01)        VALUE SPACE.
000053          03 WS-FP-MM              PIC  X(02)        VALUE SPACES.
000053           03 FILLER               PIC  X(01)        VALUE SPACE.
000053          03 WS-FP-AAAA            PIC  X(04)        VALUE SPACES.
000053
000053        01 WS-FECHA-ISO.
000053          03 WS-ISO-AAAA           PIC  X(04)        VALUE SPACES.
000053           03 FILLER               PIC  X(01)        VALUE '-'.
000053          03 WS-ISO-MM             PIC  X(02)        VALUE SPACES.
000053           03 FILLER               PIC  X(01)        VALUE '-'.
000053          03 WS-ISO-DD             PIC  X(02)        VALUE SPACES.
000053
000053        01 WS-HOY-ISO              PIC  X(10)        VALUE SPACES.
000053
000053        01 WS-FECHA-HOY-N.
000053          03 WS-HOY-DD             PIC  9(02)        VALUE ZEROS.
000053           03 FILLER               PIC  X(01)        VALUE SPACE.
000053          03 WS-HOY-MM             PIC  9(02)        VALUE ZEROS.
000053           03 FILLER               PIC  X(01)        VALUE SPACE.
000053          03 WS-HOY-AAAA           PIC  9(04)        VALUE ZEROS.
000053
000053        01 WS-FECHA-CIE-N.
000053          03 WS-CIE-DD             PIC  9(02)        VALUE ZEROS.
000053           03 FILLER               PIC  X(01)        VALUE SPACE.
000053          03 WS-CIE-MM             PIC  9(02)        VALUE ZEROS.
000053           03 FILLER               PIC  X(01)        VALUE SPACE.
000053          03 WS-CIE-AAAA           PIC  9(04)        VALUE ZEROS.
000053
000053/-----IMAGENES-PARA-AUDITORIA----/
000053        01 WS-AUD-ACCION            PIC  X(01)        VALUE SPACE.
000053*  ACCION 'X': CUENTA CERRADA, CUENTA DESTINO DE LA LIQUIDACION
000053*  (EN BLANCO SI NO HUBO TRANSFERENCIA) Y, EN LA IMAGEN DESPUES,
000053*  EL DETALLE DE LA LIQUIDACION (VER CPAUDIT). LAS DEMAS ACCIONES
000053*  USAN SOLO LA PRIMERA CUENTA.
000053        01 WS-IMG-ANTES                              VALUE SPACES.
000053          05 WS-IMG-CTA-ANTES      PIC  X(73).
000053          05 WS-IMG-DST-ANTES      PIC  X(73).
000053          05 FILLER                PIC  X(34).
000053
000053        01 WS-IMG-DESPUES                            VALUE SPACES.
000053          05 WS-IMG-CTA-DESPUES    PIC  X(73).
000053          05 WS-IMG-DST-DESPUES    PIC  X(73).
000053          05 WS-IMG-LIQ-INTERES    PIC  S9(09)V99.
000053          05 WS-IMG-LIQ-TASA       PIC  9V9(06).
000053          05 WS-IMG-LIQ-DIAS       PIC  9(03).
000053          05 WS-IMG-LIQ-TIPO       PIC  X(01).
000053          05 WS-IMG-LIQ-IMPORTE    PIC  S9(09)V99.
000053          05 FILLER                PIC  X(01).
000054
000054        01 WS-SW-BUSQCLI            PIC  9            VALUE 0.
000054           88 WS-BUSQCLI-SIGUE            VALUE 0.
000065           02 WS-RIDFLD-PER.
000065             08 WS-RIDP-TIPD        PIC X(02).
000065             08 WS-RIDP-NROD        PIC 9(11).
000065           02 WS-RIDFLD-DES.
000065             08 WS-RIDD-TIPCTA      PIC X(02).
000065             08 WS-RIDD-NROCTA      PIC X(15).
000065           02 WS-RIDFLD-REJ.
000065             08 WS-RIDR-MOTIVO      PIC X(02).
000065             08 WS-RIDR-SECU        PIC 9(05).
000065           02 WS-RIDFLD-TAS.
000065             08 WS-RIDT-TIPCTA      PIC X(02).
000065             08 WS-RIDT-MONEDA      PIC X(02).
000065             08 WS-RIDT-BANDA       PIC 9(02).
000066
000067        01 WS-COMMAREA.
000068           05 WS-FLAG-PF6           PIC 9             VALUE 0.
000070           05 WS-COM-TIPCTA         PIC X(02).
000071           05 WS-COM-NROCTA         PIC X(15).
000071          05 WS-FLAG-PF8           PIC 9             VALUE 0.
000071          05 WS-FLAG-PF9           PIC 9             VALUE 0.
000071          05 WS-COM-DESTIP         PIC X(02).
000071          05 WS-COM-DESNRO         PIC X(15).
000071          05 WS-COM-PAGO           PIC X(01).
000072
000073/--------COPY-SECTION------------/
000074        COPY MAP0102.
000077        COPY CPCUENTA.
000077        COPY CPPERSO.
000077        COPY CPAUDIT.
000077        COPY CPMOVIM.
000077        COPY CPTASA.
000077        COPY CPRECHVS.
000077        COPY CPNOVED.
000077
000077/------SQLCA-COMMUNICATION-------/
000077            EXEC SQL
000077             INCLUDE SQLCA
000077            END-EXEC.
000078/--------------------------------/
000079        LINKAGE SECTION.
000080/--------------------------------/
000081         01 DFHCOMMAREA PIC X(39).
000082
000083/--------------------------------/
000084        PROCEDURE DIVISION.
000169                 TIME     (WS-TIME)     TIMESEP (WS-SEP-T)
000170            END-EXEC
000171            MOVE WS-FECHA                              TO FECPROO
000171
000171            MOVE WS-FECHA                       TO WS-FECHA-PARTES
000171            MOVE WS-FP-AAAA                         TO WS-ISO-AAAA
000171            MOVE WS-FP-MM                             TO WS-ISO-MM
000171            MOVE WS-FP-DD                             TO WS-ISO-DD
000171            MOVE WS-FECHA-ISO                        TO WS-HOY-ISO
000172            .
000173        2100-F-FECHA.
000174            EXIT.
000227            WHEN EIBAID = DFHPF5   ALSO TRUE
000227                                   ALSO TRUE
000227
000227              IF WS-FLAG-PF8 = '1' OR WS-FLAG-PF9 = '1'
000227                MOVE 0                             TO WS-FLAG-PF8
000227                MOVE 0                             TO WS-FLAG-PF9
000227                PERFORM 3700-I-CANCEL
000227                   THRU 3700-F-CANCEL
000227              ELSE
000227                   THRU 3950-F-PF8
000227              END-IF
000227
000227            WHEN EIBAID = DFHPF9   ALSO WS-FLAG-PF6 NOT = '1'
000227                                   ALSO WS-FLAG-PF7 NOT = '1'
000227
000227              IF WS-FLAG-PF9 = '1'
000227                PERFORM 3990-I-REACTIVAR
000227                   THRU 3990-F-REACTIVAR
000227              ELSE
000227                PERFORM 3980-I-PF9
000227                   THRU 3980-F-PF9
000227              END-IF
000227
000228            WHEN EIBAID = DFHPF12  ALSO WS-FLAG-PF6 NOT = '1'
000229                                   ALSO WS-FLAG-PF7 NOT = '1'
000230
000252        3100-I-ENTER.
000253
000254         MOVE TIPCTAI                               TO WS-TIPO-CTA
000254         MOVE 0                                     TO WS-FLAG-PF9
000255
000256            IF NOT WS-TIP-CTA
000257              INITIALIZE MAP0102O
000285                    MOVE ZEROS           TO CU-LIMITE-DESCUBIERTO
000285                  END-IF
000285                  MOVE CU-LIMITE-DESCUBIERTO           TO LIMDESO
000286                  IF CU-CTA-INACTIVA
000286                    MOVE CT-CTAINA                     TO MSGO
000286                  ELSE
000286                    MOVE CT-CTAEN                      TO MSGO
000286                  END-IF
000287                WHEN DFHRESP(NOTFND)
000288                  INITIALIZE MAP0102O
000289                  MOVE WS-FECHA                        TO FECPROO
000362                      MOVE ZEROS         TO CU-LIMITE-DESCUBIERTO
000362                    END-IF
000362                    MOVE CU-LIMITE-DESCUBIERTO         TO LIMDESO
000362
000362                    MOVE DESTIPI                  TO WS-COM-DESTIP
000362                    MOVE DESNROI                  TO WS-COM-DESNRO
000362                    MOVE PAGOI                      TO WS-COM-PAGO
000362
000362                    PERFORM 3310-I-VALIDAR-CIERRE
000362                       THRU 3310-F-VALIDAR-CIERRE
000362
000362                    MOVE WS-LIQ-INTERES                 TO INTEREO
000362                    IF WS-VALIDA-ERROR
000362                      MOVE 0                        TO WS-FLAG-PF6
000362                    END-IF
000363
000364                  WHEN DFHRESP(NOTFND)
000365
000388            .
000389        3300-F-PF6.
000390            EXIT.
000390
000390/-----VALIDO-EL-CIERRE-Y-LIQUIDO/
000390* NO SE CIERRA UNA CUENTA YA CERRADA, EN DESCUBIERTO O CON
000390* RECHAZOS DE NOVEDADES SIN RESOLVER EN T107 ('P' PENDIENTE O 'L'
000390* LIBERADO AUN NO REINGRESADO). SE CALCULA EL INTERES A LA FECHA Y
000390* SE CONTROLA EL DESTINO DEL SALDO FINAL. LO USAN EL PRIMER PF6
000390* (VISTA PREVIA) Y LA CONFIRMACION, CON LA CUENTA EN REG-CUENTA Y
000390* EL DESTINO EN LA COMMAREA.
000390        3310-I-VALIDAR-CIERRE.
000390            SET WS-VALIDA-OK                               TO TRUE
000390            MOVE ZEROS                              TO WS-LIQ-TASA
000390            MOVE ZEROS                              TO WS-LIQ-DIAS
000390            MOVE ZEROS                           TO WS-LIQ-INTERES
000390            MOVE ZEROS                          TO WS-LIQ-SALDO-CI
000390            MOVE ZEROS                           TO WS-LIQ-IMPORTE
000390            MOVE SPACE                              TO WS-LIQ-TIPO
000390
000390            IF CU-CTA-CERRADA
000390               OR (CU-ESTADO = SPACE AND
000390                   CU-FECHA-ULTIMO-CIERRE NOT = SPACES)
000390              MOVE CT-YACERR                               TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            END-IF
000390
000390            IF WS-VALIDA-OK AND CU-SALDO-ACTUAL LESS ZEROS
000390              MOVE CT-DESCUB                               TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            END-IF
000390
000390            IF WS-VALIDA-OK
000390              PERFORM 3320-I-BUSCAR-RECHAZOS
000390                 THRU 3320-F-BUSCAR-RECHAZOS
000390            END-IF
000390
000390            IF WS-VALIDA-OK
000390              PERFORM 3330-I-CALCULAR-INTERES
000390                 THRU 3330-F-CALCULAR-INTERES
000390            END-IF
000390
000390            IF WS-VALIDA-OK
000390              PERFORM 3340-I-VALIDAR-DESTINO
000390                 THRU 3340-F-VALIDAR-DESTINO
000390            END-IF
000390            .
000390        3310-F-VALIDAR-CIERRE.
000390            EXIT.
000390
000390/-----BUSCO-RECHAZOS-DE-LA-CUENTA/
000390* RECHAZOS ESTA CLAVEADO POR MOTIVO: SE RECORRE COMPLETO Y SE
000390* COMPARA LA CUENTA DE LA NOVEDAD RECHAZADA (REJ-NOVEDAD).
000390        3320-I-BUSCAR-RECHAZOS.
000390            SET WS-RECHAZO-NO-HALLADO                      TO TRUE
000390            SET WS-BROWSE-SIGUE                            TO TRUE
000390            MOVE LOW-VALUES                       TO WS-RIDFLD-REJ
000390
000390            EXEC CICS
000390                 STARTBR DATASET  (CT-DATRECH)
000390                 RIDFLD           (WS-RIDFLD-REJ)
000390                 GTEQ
000390                 RESP             (WS-RESP)
000390            END-EXEC
000390
000390            EVALUATE WS-RESP
000390            WHEN DFHRESP(NORMAL)
000390
000390              PERFORM 3325-I-LEER-RECHAZO
000390                 THRU 3325-F-LEER-RECHAZO
000390                UNTIL WS-SW-BROWSE NOT = 0
000390
000390              EXEC CICS
000390                   ENDBR DATASET (CT-DATRECH)
000390              END-EXEC
000390
000390            WHEN DFHRESP(NOTFND)
000390              CONTINUE
000390            WHEN OTHER
000390              SET WS-BROWSE-ERROR                          TO TRUE
000390            END-EVALUATE
000390
000390            IF WS-BROWSE-ERROR
000390              MOVE CT-ARCHERR                              TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            END-IF
000390
000390            IF WS-RECHAZO-HALLADO
000390              MOVE CT-RECHPEN                              TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            END-IF
000390            .
000390        3320-F-BUSCAR-RECHAZOS.
000390            EXIT.
000390
000390        3325-I-LEER-RECHAZO.
000390            EXEC CICS
000390                 READNEXT DATASET (CT-DATRECH)
000390                 RIDFLD           (WS-RIDFLD-REJ)
000390                 INTO             (REG-RECHVS)
000390                 LENGTH           (CT-LEN-RECH)
000390                 RESP             (WS-RESP)
000390            END-EXEC
000390
000390            EVALUATE WS-RESP
000390            WHEN DFHRESP(NORMAL)
000390              IF REJ-PENDIENTE OR REJ-LIBERADO
000390                MOVE REJ-NOVEDAD                    TO REG-NOVEDAD
000390                IF NOV-TIPO-CUENTA = CU-TIPO-CUENTA AND
000390                   NOV-NRO-CUENTA  = CU-NRO-CUENTA
000390                  SET WS-RECHAZO-HALLADO                   TO TRUE
000390                  SET WS-BROWSE-FIN                        TO TRUE
000390                END-IF
000390              END-IF
000390            WHEN DFHRESP(ENDFILE)
000390              SET WS-BROWSE-FIN                            TO TRUE
000390            WHEN OTHER
000390              SET WS-BROWSE-ERROR                          TO TRUE
000390            END-EVALUATE
000390            .
000390        3325-F-LEER-RECHAZO.
000390            EXIT.
000390
000390/-----INTERES-A-LA-FECHA-DE-CIERRE/
000390* MISMAS BANDAS DE TASAS QUE PGMCIE01 (TASA MENSUAL, SOLO SALDO
000390* POSITIVO), PROPORCIONAL A LOS DIAS TRANSCURRIDOS DESDE EL ULTIMO
000390* CIERRE MENSUAL CONTANDO MESES DE 30 DIAS. SIN CIERRE PREVIO SE
000390* TOMAN LOS DIAS CORRIDOS DEL MES.
000390        3330-I-CALCULAR-INTERES.
000390            MOVE WS-FECHA                        TO WS-FECHA-HOY-N
000390            MOVE CU-FECHA-ULTIMO-CIERRE          TO WS-FECHA-CIE-N
000390
000390            IF WS-HOY-DD GREATER 30
000390              MOVE 30                                 TO WS-HOY-DD
000390            END-IF
000390
000390            IF WS-CIE-DD IS NUMERIC AND WS-CIE-MM IS NUMERIC
000390               AND WS-CIE-AAAA IS NUMERIC
000390              IF WS-CIE-DD GREATER 30
000390                MOVE 30                               TO WS-CIE-DD
000390              END-IF
000390              COMPUTE WS-LIQ-DIAS =
000390                      (WS-HOY-AAAA - WS-CIE-AAAA) * 360
000390                    + (WS-HOY-MM - WS-CIE-MM) * 30
000390                    + WS-HOY-DD - WS-CIE-DD
000390            ELSE
000390              MOVE WS-HOY-DD                        TO WS-LIQ-DIAS
000390            END-IF
000390
000390            IF WS-LIQ-DIAS LESS ZEROS
000390              MOVE ZEROS                            TO WS-LIQ-DIAS
000390            END-IF
000390
000390            IF CU-SALDO-ACTUAL GREATER ZEROS
000390               AND WS-LIQ-DIAS GREATER ZEROS
000390              PERFORM 3335-I-BUSCAR-TASA
000390                 THRU 3335-F-BUSCAR-TASA
000390
000390              IF WS-TASA-HALLADA
000390                COMPUTE WS-LIQ-INTERES ROUNDED =
000390                        CU-SALDO-ACTUAL * WS-LIQ-TASA
000390                      * WS-LIQ-DIAS / 30
000390              END-IF
000390            END-IF
000390
000390            COMPUTE WS-LIQ-SALDO-CI =
000390                    CU-SALDO-ACTUAL + WS-LIQ-INTERES
000390            .
000390        3330-F-CALCULAR-INTERES.
000390            EXIT.
000390
000390        3335-I-BUSCAR-TASA.
000390            SET WS-TASA-BUSCANDO                           TO TRUE
000390            MOVE CU-TIPO-CUENTA                  TO WS-RIDT-TIPCTA
000390            MOVE CU-MONEDA                       TO WS-RIDT-MONEDA
000390            MOVE ZEROS                            TO WS-RIDT-BANDA
000390
000390            EXEC CICS
000390                 STARTBR DATASET  (CT-DATTAS)
000390                 RIDFLD           (WS-RIDFLD-TAS)
000390                 GTEQ
000390                 RESP             (WS-RESP)
000390            END-EXEC
000390
000390            EVALUATE WS-RESP
000390            WHEN DFHRESP(NORMAL)
000390
000390              PERFORM 3337-I-LEER-BANDA
000390                 THRU 3337-F-LEER-BANDA
000390                UNTIL WS-SW-TASA NOT = 0
000390
000390              EXEC CICS
000390                   ENDBR DATASET (CT-DATTAS)
000390              END-EXEC
000390
000390            WHEN DFHRESP(NOTFND)
000390              SET WS-TASA-NO-HALLADA                       TO TRUE
000390            WHEN OTHER
000390              SET WS-TASA-NO-HALLADA                       TO TRUE
000390              MOVE CT-ARCHERR                              TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            END-EVALUATE
000390            .
000390        3335-F-BUSCAR-TASA.
000390            EXIT.
000390
000390        3337-I-LEER-BANDA.
000390            EXEC CICS
000390                 READNEXT DATASET (CT-DATTAS)
000390                 RIDFLD           (WS-RIDFLD-TAS)
000390                 INTO             (REG-TASA)
000390                 LENGTH           (CT-LEN-TAS)
000390                 RESP             (WS-RESP)
000390            END-EXEC
000390
000390            EVALUATE WS-RESP
000390            WHEN DFHRESP(NORMAL)
000390              IF TAS-TIPO-CUENTA NOT = CU-TIPO-CUENTA OR
000390                 TAS-MONEDA NOT = CU-MONEDA
000390                SET WS-TASA-NO-HALLADA                     TO TRUE
000390              ELSE
000390                IF CU-SALDO-ACTUAL IS NOT LESS TAS-SALDO-DESDE
000390                   AND CU-SALDO-ACTUAL
000390                       IS NOT GREATER TAS-SALDO-HASTA
000390                  MOVE TAS-TASA                     TO WS-LIQ-TASA
000390                  SET WS-TASA-HALLADA                      TO TRUE
000390                END-IF
000390              END-IF
000390            WHEN DFHRESP(ENDFILE)
000390              SET WS-TASA-NO-HALLADA                       TO TRUE
000390            WHEN OTHER
000390              SET WS-TASA-NO-HALLADA                       TO TRUE
000390              MOVE CT-ARCHERR                              TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            END-EVALUATE
000390            .
000390        3337-F-LEER-BANDA.
000390            EXIT.
000390
000390/-----DESTINO-DEL-SALDO-FINAL----/
000390* CON SALDO FINAL SE EXIGE CUENTA DESTINO O PAGO POR CAJA ('S'),
000390* NO LAS DOS COSAS. SIN SALDO NO HAY NADA QUE LIQUIDAR.
000390        3340-I-VALIDAR-DESTINO.
000390            IF WS-COM-DESTIP = LOW-VALUES
000390              MOVE SPACES                         TO WS-COM-DESTIP
000390            END-IF
000390            IF WS-COM-DESNRO = LOW-VALUES
000390              MOVE SPACES                         TO WS-COM-DESNRO
000390            END-IF
000390            IF WS-COM-PAGO = LOW-VALUE
000390              MOVE SPACE                            TO WS-COM-PAGO
000390            END-IF
000390
000390            EVALUATE TRUE
000390            WHEN WS-COM-PAGO NOT = SPACE AND WS-COM-PAGO NOT = 'S'
000390              MOVE CT-ERRPAGO                              TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            WHEN WS-LIQ-SALDO-CI = ZEROS
000390              SET WS-LIQ-NADA                              TO TRUE
000390              MOVE SPACES                         TO WS-COM-DESTIP
000390              MOVE SPACES                         TO WS-COM-DESNRO
000390              MOVE SPACE                            TO WS-COM-PAGO
000390            WHEN WS-COM-PAGO = 'S'
000390                 AND (WS-COM-DESTIP NOT = SPACES OR
000390                      WS-COM-DESNRO NOT = SPACES)
000390              MOVE CT-DOSDEST                              TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            WHEN WS-COM-PAGO = 'S'
000390              SET WS-LIQ-PAGA                              TO TRUE
000390            WHEN WS-COM-DESTIP = SPACES AND WS-COM-DESNRO = SPACES
000390              MOVE CT-SINDEST                              TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            WHEN OTHER
000390              PERFORM 3345-I-LEER-DESTINO
000390                 THRU 3345-F-LEER-DESTINO
000390            END-EVALUATE
000390            .
000390        3340-F-VALIDAR-DESTINO.
000390            EXIT.
000390
000390        3345-I-LEER-DESTINO.
000390            MOVE WS-COM-DESTIP                      TO WS-TIPO-CTA
000390
000390            IF NOT WS-TIP-CTA OR WS-COM-DESNRO = SPACES
000390               OR (WS-COM-DESTIP = CU-TIPO-CUENTA AND
000390                   WS-COM-DESNRO = CU-NRO-CUENTA)
000390              MOVE CT-DESERR                               TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            ELSE
000390              MOVE REG-CUENTA                     TO WS-CTA-CIERRE
000390              MOVE CU-NRO-CLIENTE                TO WS-LIQ-CLIENTE
000390              MOVE CU-MONEDA                      TO WS-LIQ-MONEDA
000390              MOVE WS-COM-DESTIP                 TO WS-RIDD-TIPCTA
000390              MOVE WS-COM-DESNRO                 TO WS-RIDD-NROCTA
000390
000390              EXEC CICS
000390                   READ DATASET (CT-DATASET)
000390                   RIDFLD       (WS-RIDFLD-DES)
000390                   INTO         (REG-CUENTA)
000390                   LENGTH       (CT-LEN-DAT)
000390                   EQUAL
000390                   RESP         (WS-RESP)
000390              END-EXEC
000390
000390              EVALUATE WS-RESP
000390              WHEN DFHRESP(NORMAL)
000390                PERFORM 3347-I-CONTROLAR-DESTINO
000390                   THRU 3347-F-CONTROLAR-DESTINO
000390              WHEN DFHRESP(NOTFND)
000390                MOVE CT-DESINEX                            TO MSGO
000390                SET WS-VALIDA-ERROR                        TO TRUE
000390              WHEN OTHER
000390                MOVE CT-ARCHERR                            TO MSGO
000390                SET WS-VALIDA-ERROR                        TO TRUE
000390              END-EVALUATE
000390
000390              MOVE WS-CTA-CIERRE                     TO REG-CUENTA
000390            END-IF
000390            .
000390        3345-F-LEER-DESTINO.
000390            EXIT.
000390
000390* LA CUENTA DESTINO (EN REG-CUENTA) DEBE ESTAR ACTIVA Y SER DEL
000390* MISMO CLIENTE Y MONEDA QUE LA QUE SE CIERRA.
000390        3347-I-CONTROLAR-DESTINO.
000390            EVALUATE TRUE
000390            WHEN CU-CTA-CERRADA
000390              OR (CU-ESTADO = SPACE AND
000390                  CU-FECHA-ULTIMO-CIERRE NOT = SPACES)
000390              MOVE CT-DESCERR                              TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            WHEN CU-CTA-INACTIVA
000390              MOVE CT-DESINA                               TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            WHEN CU-NRO-CLIENTE NOT = WS-LIQ-CLIENTE
000390              MOVE CT-DESCLI                               TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            WHEN CU-MONEDA NOT = WS-LIQ-MONEDA
000390              MOVE CT-DESMON                               TO MSGO
000390              SET WS-VALIDA-ERROR                          TO TRUE
000390            WHEN OTHER
000390              SET WS-LIQ-TRANSFIERE                        TO TRUE
000390            END-EVALUATE
000390            .
000390        3347-F-CONTROLAR-DESTINO.
000390            EXIT.
000391
000392        3500-I-PF12.
000393            EXEC CICS
000406        3500-F-PF12.
000407            EXIT.
000408
000409/-----CIERRE-CON-LIQUIDACION-----/
000409* CONFIRMADO EL CIERRE SE VUELVE A VALIDAR CON LA CUENTA TOMADA
000409* PARA UPDATE. EL INTERES SE ACREDITA ('CI'), EL SALDO FINAL SE
000409* DEBITA ('TR' A LA CUENTA DESTINO O 'LQ' PAGO POR CAJA) Y LA
000409* CUENTA QUEDA EN CERO Y CERRADA, ASI SU ULTIMO RESUMEN CIERRA EN
000409* CERO. ANTE CUALQUIER FALLA EL SYNCPOINT ROLLBACK DESHACE LA
000409* UNIDAD DE TRABAJO COMPLETA (VSAM Y DB2).
000409        3600-I-DELETE.
000409            SET WS-TRANSF-OK                               TO TRUE
000409            MOVE SPACES                            TO WS-IMG-ANTES
000409            MOVE SPACES                          TO WS-IMG-DESPUES
000409
000409         MOVE WS-COM-TIPCTA                       TO WS-RID-TIPCTA
000409         MOVE WS-COM-NROCTA                       TO WS-RID-NROCTA
000409
000409            EXEC CICS
000409                 READ DATASET (CT-DATASET)
000409                 RIDFLD       (WS-RIDFLD)
000409                 INTO         (REG-CUENTA)
000409                 LENGTH       (WS-LENGTH-CUENTA)
000409                 UPDATE
000409                 RESP         (WS-RESP)
000409            END-EXEC
000409
000409            EVALUATE WS-RESP
000409            WHEN DFHRESP(NORMAL)
000409
000409              PERFORM 3310-I-VALIDAR-CIERRE
000409                 THRU 3310-F-VALIDAR-CIERRE
000409
000409              IF WS-VALIDA-ERROR
000409                EXEC CICS
000409                     UNLOCK DATASET (CT-DATASET)
000409                END-EXEC
000409                SET WS-TRANSF-ERROR                        TO TRUE
000409              END-IF
000409
000409            WHEN DFHRESP(NOTFND)
000409
000409              INITIALIZE MAP0102O
000409              MOVE WS-FECHA                             TO FECPROO
000409              MOVE CT-INEXCTA                              TO MSGO
000409              SET WS-TRANSF-ERROR                          TO TRUE
000409
000409            WHEN OTHER
000409
000409              MOVE CT-ARCHERR                              TO MSGO
000409              SET WS-TRANSF-ERROR                          TO TRUE
000409
000409            END-EVALUATE
000409
000409            IF WS-TRANSF-OK
000409              PERFORM 3610-I-CERRAR-CUENTA
000409                 THRU 3610-F-CERRAR-CUENTA
000409            END-IF
000409
000409            IF WS-TRANSF-OK AND WS-LIQ-TRANSFIERE
000409              PERFORM 3650-I-ACREDITAR-DESTINO
000409                 THRU 3650-F-ACREDITAR-DESTINO
000409            END-IF
000409
000409            IF WS-TRANSF-ROLLBACK
000409              EXEC CICS
000409                   SYNCPOINT ROLLBACK
000409              END-EXEC
000409            END-IF
000409
000409            IF WS-TRANSF-OK
000409              MOVE WS-LIQ-INTERES            TO WS-IMG-LIQ-INTERES
000409              MOVE WS-LIQ-TASA                  TO WS-IMG-LIQ-TASA
000409              MOVE WS-LIQ-DIAS                  TO WS-IMG-LIQ-DIAS
000409              MOVE WS-LIQ-TIPO                  TO WS-IMG-LIQ-TIPO
000409              MOVE WS-LIQ-IMPORTE            TO WS-IMG-LIQ-IMPORTE
000409              MOVE 'X'                            TO WS-AUD-ACCION
000409              PERFORM 4500-I-AUDITAR
000409                 THRU 4500-F-AUDITAR
000409
000409              INITIALIZE MAP0102O
000409              MOVE WS-LIQ-INTERES                       TO INTEREO
000409              EVALUATE TRUE
000409              WHEN WS-LIQ-TRANSFIERE
000409                MOVE CT-CERRTRF                            TO MSGO
000409              WHEN WS-LIQ-PAGA
000409                MOVE CT-CERRPAG                            TO MSGO
000409              WHEN OTHER
000409                MOVE CT-CTACER                             TO MSGO
000409              END-EVALUATE
000409            END-IF
000409
000409         MOVE 0                                     TO WS-FLAG-PF6
000409         MOVE SPACES                              TO WS-COM-TIPCTA
000409         MOVE SPACES                              TO WS-COM-NROCTA
000409         MOVE SPACES                              TO WS-COM-DESTIP
000409         MOVE SPACES                              TO WS-COM-DESNRO
000409         MOVE SPACE                                 TO WS-COM-PAGO
000409         MOVE WS-FECHA                                  TO FECPROO
000409
000409            EXEC CICS
000409                 SEND MAP  (WS-MAP)
000409                 MAPSET    (WS-MAPSET)
000409                 FROM      (MAP0102O)
000409                 LENGTH    (WS-LONG)
000409                 ERASE
000409            END-EXEC
000409            .
000409        3600-F-DELETE.
000409            EXIT.
000409
000409/-----CIERRO-LA-CUENTA-----------/
000409* EL SALDO MAS EL INTERES ES EL IMPORTE A LIQUIDAR; LA CUENTA
000409* QUEDA EN CERO CON FECHA DE CIERRE Y ESTADO 'C'.
000409        3610-I-CERRAR-CUENTA.
000409            MOVE REG-CUENTA                    TO WS-IMG-CTA-ANTES
000409            MOVE WS-LIQ-SALDO-CI                 TO WS-LIQ-IMPORTE
000409
000409            MOVE ZEROS                          TO CU-SALDO-ACTUAL
000409            MOVE WS-FECHA                       TO CU-FECHA-ACTUAL
000409            MOVE WS-FECHA                TO CU-FECHA-ULTIMO-CIERRE
000409            MOVE 'C'                                  TO CU-ESTADO
000409            IF CU-LIMITE-DESCUBIERTO IS NOT NUMERIC
000409              MOVE ZEROS                  TO CU-LIMITE-DESCUBIERTO
000409            END-IF
000409
000409            EXEC CICS
000409                 REWRITE DATASET (CT-DATASET)
000409                 FROM           (REG-CUENTA)
000409                 LENGTH         (WS-LENGTH-CUENTA)
000409                 RESP           (WS-RESP)
000409            END-EXEC
000409
000409            IF WS-RESP NOT = DFHRESP(NORMAL)
000409              MOVE CT-ARCHERR                              TO MSGO
000409              SET WS-TRANSF-ROLLBACK                       TO TRUE
000409            ELSE
000409              MOVE REG-CUENTA                TO WS-IMG-CTA-DESPUES
000409            END-IF
000409
000409            IF WS-TRANSF-OK
000409              PERFORM 4120-I-ACTUALIZAR-DB2
000409                 THRU 4120-F-ACTUALIZAR-DB2
000409            END-IF
000409
000409            IF WS-TRANSF-OK AND WS-LIQ-INTERES GREATER ZEROS
000409              PERFORM 3620-I-MOVIM-INTERES
000409                 THRU 3620-F-MOVIM-INTERES
000409            END-IF
000409
000409            IF WS-TRANSF-OK AND WS-LIQ-IMPORTE GREATER ZEROS
000409              PERFORM 3630-I-MOVIM-LIQUIDACION
000409                 THRU 3630-F-MOVIM-LIQUIDACION
000409            END-IF
000409            .
000409        3610-F-CERRAR-CUENTA.
000409            EXIT.
000409
000409/-----MOVIMIENTO-DE-INTERES------/
000409* 'CI' COMO EL DE PGMCIE01 PERO CON LA TERMINAL: PGMCON01 LO
000409* DISTINGUE DEL CIERRE MENSUAL POR MOV-TERMID.
000409        3620-I-MOVIM-INTERES.
000409            MOVE SPACES                               TO REG-MOVIM
000409            MOVE CU-TIPO-CUENTA                 TO MOV-TIPO-CUENTA
000409            MOVE CU-NRO-CUENTA                   TO MOV-NRO-CUENTA
000409            MOVE WS-HOY-ISO                           TO MOV-FECHA
000409            MOVE 1                                TO MOV-SECUENCIA
000409            MOVE 'CI'                                TO MOV-ORIGEN
000409            MOVE 'CR'                           TO MOV-CODIGO-OPER
000409            MOVE WS-LIQ-INTERES                     TO MOV-IMPORTE
000409            MOVE WS-LIQ-SALDO-CI           TO MOV-SALDO-RESULTANTE
000409            MOVE WS-TIME                               TO MOV-HORA
000409            MOVE EIBTRMID                            TO MOV-TERMID
000409
000409            PERFORM 4650-I-GRABAR-UN-MOVIM
000409               THRU 4650-F-GRABAR-UN-MOVIM
000409
000409            IF NOT WS-MOV-GRABADO
000409              MOVE CT-ARCHERR                              TO MSGO
000409              SET WS-TRANSF-ROLLBACK                       TO TRUE
000409            END-IF
000409            .
000409        3620-F-MOVIM-INTERES.
000409            EXIT.
000409
000409/-----MOVIMIENTO-DE-LIQUIDACION--/
000409* DEBITO POR EL SALDO FINAL: PATA ORIGEN DE LA TRANSFERENCIA
000409* ('TR') O PAGO POR CAJA ('LQ'). EL SALDO RESULTANTE ES CERO.
000409        3630-I-MOVIM-LIQUIDACION.
000409            MOVE SPACES                               TO REG-MOVIM
000409            MOVE CU-TIPO-CUENTA                 TO MOV-TIPO-CUENTA
000409            MOVE CU-NRO-CUENTA                   TO MOV-NRO-CUENTA
000409            MOVE WS-HOY-ISO                           TO MOV-FECHA
000409            MOVE 1                                TO MOV-SECUENCIA
000409            IF WS-LIQ-TRANSFIERE
000409              MOVE 'TR'                              TO MOV-ORIGEN
000409            ELSE
000409              MOVE 'LQ'                              TO MOV-ORIGEN
000409            END-IF
000409            MOVE 'DB'                           TO MOV-CODIGO-OPER
000409            MOVE WS-LIQ-IMPORTE                     TO MOV-IMPORTE
000409            MOVE ZEROS                     TO MOV-SALDO-RESULTANTE
000409            MOVE WS-TIME                               TO MOV-HORA
000409            MOVE EIBTRMID                            TO MOV-TERMID
000409
000409            PERFORM 4650-I-GRABAR-UN-MOVIM
000409               THRU 4650-F-GRABAR-UN-MOVIM
000409
000409            IF NOT WS-MOV-GRABADO
000409              MOVE CT-ARCHERR                              TO MSGO
000409              SET WS-TRANSF-ROLLBACK                       TO TRUE
000409            END-IF
000409            .
000409        3630-F-MOVIM-LIQUIDACION.
000409            EXIT.
000409
000409/-----ACREDITO-LA-CUENTA-DESTINO-/
000409* SE TOMA PARA UPDATE Y SE VUELVE A CONTROLAR; RECIBE EL SALDO
000409* FINAL COMO PATA DESTINO DE UNA TRANSFERENCIA ('TR' CREDITO).
000409        3650-I-ACREDITAR-DESTINO.
000409            MOVE WS-COM-DESTIP                   TO WS-RIDD-TIPCTA
000409            MOVE WS-COM-DESNRO                   TO WS-RIDD-NROCTA
000409
000409            EXEC CICS
000409                 READ DATASET (CT-DATASET)
000409                 RIDFLD       (WS-RIDFLD-DES)
000409                 INTO         (REG-CUENTA)
000409                 LENGTH       (WS-LENGTH-CUENTA)
000409                 UPDATE
000409                 RESP         (WS-RESP)
000409            END-EXEC
000409
000409            EVALUATE WS-RESP
000409            WHEN DFHRESP(NORMAL)
000409              SET WS-VALIDA-OK                             TO TRUE
000409              PERFORM 3347-I-CONTROLAR-DESTINO
000409                 THRU 3347-F-CONTROLAR-DESTINO
000409              IF WS-VALIDA-ERROR
000409                SET WS-TRANSF-ROLLBACK                     TO TRUE
000409              END-IF
000409            WHEN DFHRESP(NOTFND)
000409              MOVE CT-DESINEX                              TO MSGO
000409              SET WS-TRANSF-ROLLBACK                       TO TRUE
000409            WHEN OTHER
000409              MOVE CT-ARCHERR                              TO MSGO
000409              SET WS-TRANSF-ROLLBACK                       TO TRUE
000409            END-EVALUATE
000409
000409            IF WS-TRANSF-OK
000409              MOVE REG-CUENTA                  TO WS-IMG-DST-ANTES
000409              ADD WS-LIQ-IMPORTE                TO CU-SALDO-ACTUAL
000409              MOVE WS-FECHA                     TO CU-FECHA-ACTUAL
000409              IF CU-ESTADO = SPACE
000409                MOVE 'A'                              TO CU-ESTADO
000409              END-IF
000409              IF CU-LIMITE-DESCUBIERTO IS NOT NUMERIC
000409                MOVE ZEROS                TO CU-LIMITE-DESCUBIERTO
000409              END-IF
000409
000409              EXEC CICS
000409                   REWRITE DATASET (CT-DATASET)
000409                   FROM           (REG-CUENTA)
000409                   LENGTH         (WS-LENGTH-CUENTA)
000409                   RESP           (WS-RESP)
000409              END-EXEC
000409
000409              IF WS-RESP NOT = DFHRESP(NORMAL)
000409                MOVE CT-ARCHERR                            TO MSGO
000409                SET WS-TRANSF-ROLLBACK                     TO TRUE
000409              ELSE
000409                MOVE REG-CUENTA              TO WS-IMG-DST-DESPUES
000409              END-IF
000409            END-IF
000409
000409            IF WS-TRANSF-OK
000409              PERFORM 4120-I-ACTUALIZAR-DB2
000409                 THRU 4120-F-ACTUALIZAR-DB2
000409            END-IF
000409
000409            IF WS-TRANSF-OK
000409              MOVE SPACES                             TO REG-MOVIM
000409              MOVE CU-TIPO-CUENTA               TO MOV-TIPO-CUENTA
000409              MOVE CU-NRO-CUENTA                 TO MOV-NRO-CUENTA
000409              MOVE WS-HOY-ISO                         TO MOV-FECHA
000409              MOVE 1                              TO MOV-SECUENCIA
000409              MOVE 'TR'                              TO MOV-ORIGEN
000409              MOVE 'CR'                         TO MOV-CODIGO-OPER
000409              MOVE WS-LIQ-IMPORTE                   TO MOV-IMPORTE
000409              MOVE CU-SALDO-ACTUAL         TO MOV-SALDO-RESULTANTE
000409              MOVE WS-TIME                             TO MOV-HORA
000409              MOVE EIBTRMID                          TO MOV-TERMID
000409
000409              PERFORM 4650-I-GRABAR-UN-MOVIM
000409                 THRU 4650-F-GRABAR-UN-MOVIM
000409
000409              IF NOT WS-MOV-GRABADO
000409                MOVE CT-ARCHERR                            TO MSGO
000409                SET WS-TRANSF-ROLLBACK                     TO TRUE
000409              END-IF
000409            END-IF
000409            .
000409        3650-F-ACREDITAR-DESTINO.
000409            EXIT.
000470
000471        3700-I-CANCEL.
000472
000596        3960-F-GRABAR-LIMITE.
000596            EXIT.
000596
000596/-----PIDO-CONFIRMAR-REACTIVACION/
000596* SOLO UNA CUENTA INACTIVA (PGMINA01) PUEDE REACTIVARSE; SE PIDE
000596* CONFIRMAR CON PF9 COMO EN EL CIERRE CON PF6.
000596        3980-I-PF9.
000596         MOVE TIPCTAI                               TO WS-TIPO-CTA
000596
000596              IF NOT WS-TIP-CTA
000596                INITIALIZE MAP0102O
000596                MOVE WS-FECHA                          TO FECPROO
000596                MOVE CT-ERRTIP                         TO MSGO
000596              ELSE
000596                IF NROCTAI = SPACES
000596                  INITIALIZE MAP0102O
000596                  MOVE WS-FECHA                        TO FECPROO
000596                  MOVE CT-ERRNRO                       TO MSGO
000596                ELSE
000596               MOVE TIPCTAI                       TO WS-RID-TIPCTA
000596               MOVE NROCTAI                       TO WS-RID-NROCTA
000596
000596                  EXEC CICS
000596                       READ DATASET (CT-DATASET)
000596                       RIDFLD       (WS-RIDFLD )
000596                       INTO         (REG-CUENTA)
000596                       LENGTH       (CT-LEN-DAT)
000596                       EQUAL
000596                       RESP         (WS-RESP)
000596                  END-EXEC
000596
000596                  EVALUATE WS-RESP
000596                  WHEN DFHRESP(NORMAL)
000596
000596                    MOVE WS-FECHA                      TO FECPROO
000596                    MOVE CU-MONEDA                     TO MONEDAO
000596                    MOVE CU-CBU                        TO CBUO
000596                    MOVE CU-NRO-CLIENTE                TO NROCLIO
000596                    MOVE CU-SALDO-ACTUAL               TO SALDOO
000596                    MOVE CU-FECHA-ULTIMO-CIERRE         TO FECCIEO
000596                    IF CU-LIMITE-DESCUBIERTO IS NOT NUMERIC
000596                      MOVE ZEROS         TO CU-LIMITE-DESCUBIERTO
000596                    END-IF
000596                    MOVE CU-LIMITE-DESCUBIERTO         TO LIMDESO
000596
000596                    IF CU-CTA-INACTIVA
000596                 MOVE TIPCTAI                     TO WS-COM-TIPCTA
000596                 MOVE NROCTAI                     TO WS-COM-NROCTA
000596                      MOVE CT-CONFREAC                 TO MSGO
000596                      MOVE 1                       TO WS-FLAG-PF9
000596                    ELSE
000596                      MOVE CT-NOINAC                   TO MSGO
000596                    END-IF
000596
000596                  WHEN DFHRESP(NOTFND)
000596
000596                    INITIALIZE MAP0102O
000596                    MOVE WS-FECHA                      TO FECPROO
000596                    MOVE CT-INEXCTA                    TO MSGO
000596
000596                  WHEN OTHER
000596
000596                    INITIALIZE MAP0102O
000596                    MOVE WS-FECHA                      TO FECPROO
000596                    MOVE CT-ARCHERR                    TO MSGO
000596
000596                  END-EVALUATE
000596                END-IF
000596              END-IF
000596
000596            EXEC CICS
000596                 SEND MAP  (WS-MAP)
000596                 MAPSET    (WS-MAPSET)
000596                 FROM      (MAP0102O)
000596                 LENGTH    (WS-LONG)
000596                 ERASE
000596            END-EXEC
000596            .
000596        3980-F-PF9.
000596            EXIT.
000596
000596/-----REACTIVO-LA-CUENTA---------/
000596* VUELVE A ESTADO 'A' Y SE SELLA CU-FECHA-ACTUAL CON LA FECHA DE
000596* REACTIVACION: PGMINA01 LA TOMA COMO ULTIMA ACTIVIDAD, ASI LA
000596* CUENTA NO VUELVE A INACTIVARSE EN LA CORRIDA SIGUIENTE.
000596        3990-I-REACTIVAR.
000596         MOVE WS-COM-TIPCTA                       TO WS-RID-TIPCTA
000596         MOVE WS-COM-NROCTA                       TO WS-RID-NROCTA
000596
000596            EXEC CICS
000596                 READ DATASET (CT-DATASET)
000596                 RIDFLD       (WS-RIDFLD)
000596                 INTO         (REG-CUENTA)
000596                 LENGTH       (WS-LENGTH-CUENTA)
000596                 UPDATE
000596                 RESP         (WS-RESP)
000596            END-EXEC
000596
000596            EVALUATE WS-RESP
000596            WHEN DFHRESP(NORMAL)
000596
000596              IF NOT CU-CTA-INACTIVA
000596                EXEC CICS
000596                     UNLOCK DATASET (CT-DATASET)
000596                END-EXEC
000596                INITIALIZE MAP0102O
000596                MOVE WS-FECHA                          TO FECPROO
000596                MOVE CT-NOINAC                         TO MSGO
000596              ELSE
000596                MOVE REG-CUENTA               TO WS-IMG-CTA-ANTES
000596                MOVE 'A'                             TO CU-ESTADO
000596                MOVE WS-FECHA                  TO CU-FECHA-ACTUAL
000596
000596                EXEC CICS
000596                     REWRITE DATASET (CT-DATASET)
000596                     FROM           (REG-CUENTA)
000596                     LENGTH         (WS-LENGTH-CUENTA)
000596                     RESP           (WS-RESP)
000596                END-EXEC
000596
000596                EVALUATE WS-RESP
000596                WHEN DFHRESP(NORMAL)
000596                  MOVE REG-CUENTA          TO WS-IMG-CTA-DESPUES
000596                  MOVE 'H'                       TO WS-AUD-ACCION
000596                  PERFORM 4500-I-AUDITAR
000596                     THRU 4500-F-AUDITAR
000596                  INITIALIZE MAP0102O
000596                  MOVE CT-REACTIV                      TO MSGO
000596                WHEN OTHER
000596                  MOVE CT-ARCHERR                      TO MSGO
000596                END-EVALUATE
000596              END-IF
000596
000596            WHEN DFHRESP(NOTFND)
000596
000596              INITIALIZE MAP0102O
000596              MOVE WS-FECHA                            TO FECPROO
000596              MOVE CT-INEXCTA                          TO MSGO
000596
000596            WHEN OTHER
000596
000596              MOVE CT-ARCHERR                          TO MSGO
000596
000596            END-EVALUATE
000596
000596         MOVE 0                                     TO WS-FLAG-PF9
000596         MOVE WS-FECHA                               TO FECPROO
000596         MOVE SPACES                              TO WS-COM-TIPCTA
000596         MOVE SPACES                              TO WS-COM-NROCTA
000596
000596            EXEC CICS
000596                 SEND MAP  (WS-MAP)
000596                 MAPSET    (WS-MAPSET)
000596                 FROM      (MAP0102O)
000596                 LENGTH    (WS-LONG)
000596                 ERASE
000596            END-EXEC
000596            .
000596        3990-F-REACTIVAR.
000596            EXIT.
000596
000596/----ACTUALIZO-EL-SALDO-EN-TBCUENTAS-/
000596* MISMO UPDATE QUE PGMPRU12; SIN FILA (+100) NO ES ERROR.
000596        4120-I-ACTUALIZAR-DB2.
000596            MOVE CU-SALDO-ACTUAL                   TO WS-SALDO-DB2
000596
000596            EXEC SQL
000596                 UPDATE ITPFBIO.TBCUENTAS
000596                 SET SALDO_ACTUAL = :WS-SALDO-DB2,
000596                     FECHA_ACTUAL = :CU-FECHA-ACTUAL
000596                 WHERE TIPO_CUENTA = :CU-TIPO-CUENTA
000596                   AND NRO_CUENTA  = :CU-NRO-CUENTA
000596            END-EXEC
000596
000596            EVALUATE SQLCODE
000596            WHEN ZEROS
000596              CONTINUE
000596            WHEN 100
000596              DISPLAY '* CUENTA SIN FILA EN TBCUENTAS: '
000596                      CU-TIPO-CUENTA ' ' CU-NRO-CUENTA
000596            WHEN OTHER
000596              MOVE SQLCODE                           TO FS-SQLCODE
000596              DISPLAY '* ERROR EN UPDATE TBCUENTAS= ' FS-SQLCODE
000596              MOVE CT-DB2ERR                               TO MSGO
000596              SET WS-TRANSF-ROLLBACK                       TO TRUE
000596            END-EVALUATE
000596            .
000596        4120-F-ACTUALIZAR-DB2.
000596            EXIT.
000596
000596/----GRABO-AUDITORIA-DE-LA-CUENTA/
000596* ACCIONES 'C' ALTA, 'X' CIERRE, 'L' CAMBIO DE LIMITE Y 'H'
000596* REACTIVACION, CON IMAGEN REG-CUENTA ANTES Y DESPUES (ALTA:
000596* ANTES EN BLANCO). EL CIERRE LLEVA ADEMAS LA CUENTA DESTINO Y
000596* EL DETALLE DE LA LIQUIDACION.
000596        4500-I-AUDITAR.
000596            MOVE WS-RESP                         TO WS-RESP-AUD
000596            MOVE EIBTRMID                            TO AUD-TERMID
000596            MOVE WS-AUD-ACCION                       TO AUD-ACCION
000596            MOVE SPACES                             TO AUD-TIP-DOC
000596            MOVE ZEROS                              TO AUD-NRO-DOC
000596            MOVE WS-IMG-ANTES                 TO AUD-IMAGEN-ANTES
000596            MOVE WS-IMG-DESPUES             TO AUD-IMAGEN-DESPUES
000596
000596            EXEC CICS
000596                 WRITEQ TD
000596        4500-F-AUDITAR.
000596            EXIT.
000596
000596        4650-I-GRABAR-UN-MOVIM.
000596            SET WS-MOV-INTENTANDO                          TO TRUE
000596
000596            PERFORM 4660-I-INTENTAR-MOVIM
000596               THRU 4660-F-INTENTAR-MOVIM
000596              UNTIL WS-SW-MOV NOT = 0
000596            .
000596        4650-F-GRABAR-UN-MOVIM.
000596            EXIT.
000596
000596        4660-I-INTENTAR-MOVIM.
000596            EXEC CICS
000596                 WRITE DATASET (CT-DATMOV)
000596                 RIDFLD        (MOV-CLAVE)
000596                 FROM          (REG-MOVIM)
000596                 LENGTH        (CT-LEN-MOV)
000596                 RESP          (WS-RESP)
000596            END-EXEC
000596
000596            EVALUATE WS-RESP
000596            WHEN DFHRESP(NORMAL)
000596              SET WS-MOV-GRABADO                           TO TRUE
000596            WHEN DFHRESP(DUPREC)
000596              ADD 1                               TO MOV-SECUENCIA
000596            WHEN OTHER
000596              DISPLAY '* ERROR EN WRITE MOVIMIEN: ' WS-RESP
000596              SET WS-MOV-ERROR                             TO TRUE
000596            END-EVALUATE
000596            .
000596        4660-F-INTENTAR-MOVIM.
000596            EXIT.
000596
000597        9999-I-FINAL.
000598            EXEC CICS
000599                 RETURN
