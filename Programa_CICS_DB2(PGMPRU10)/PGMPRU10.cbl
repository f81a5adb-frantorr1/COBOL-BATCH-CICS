000001/----------------------ROBCO-INDUSTRIES-<TM>-TERMLINK PROTOCOL-/
000002/--------------------------------/
000003        IDENTIFICATION DIVISION.
000004/--------------------------------/
000005        PROGRAM-ID. PGMPRU10.
000006/--------------------------------/
000007        ENVIRONMENT DIVISION.
000008/--------------------------------/
000009        CONFIGURATION SECTION.
000010/--------------------------------/
000011        SPECIAL-NAMES.
000012            DECIMAL-POINT IS COMMA.
000013/--------------------------------/
000014        DATA DIVISION.
000015/--------------------------------/
000016        FILE SECTION.
000017/--------------------------------/
000018        WORKING-STORAGE SECTION.
000019/--------------------------------/
000020        01 CT-MENSAJES.
000021       04 CT-DATASET            PIC  X(08)        VALUE 'ORDENES'.
000022       04 CT-LEN-DAT            PIC  S9(04)       VALUE 100  COMP.
000023       04 CT-DATCTA             PIC  X(08)        VALUE 'CUENTAS'.
000024       04 CT-LEN-CTA            PIC  S9(04)       VALUE 073  COMP.
000025           04 CT-FIN                PIC  X(72)        VALUE
000026                                         'FIN EJECUCION TRX T110'.
000027           04 CT-IN                 PIC  X(55)        VALUE
000028        'INGRESE LA CUENTA Y PRESIONE ENTER PARA VER SUS ORDENES'.
000029           04 CT-ERRTIP             PIC  X(23)        VALUE
000030                                     'TIPO DE CUENTA INVALIDO'.
000031           04 CT-ERRNRO             PIC  X(25)        VALUE
000032                                   'NUMERO DE CUENTA INVALIDO'.
000033           04 CT-ERRDES             PIC  X(23)        VALUE
000034                                      'CUENTA DESTINO INVALIDA'.
000035           04 CT-MISMA              PIC  X(32)        VALUE
000036                               'CUENTAS ORIGEN Y DESTINO IGUALES'.
000037           04 CT-ERRIMP             PIC  X(16)        VALUE
000038                                               'IMPORTE INVALIDO'.
000039           04 CT-ERRFRE             PIC  X(40)        VALUE
000040                       'FRECUENCIA INVALIDA (M, B, T, S O A)'.
000041           04 CT-ERRFEC             PIC  X(45)        VALUE
000042                  'PROXIMA EJECUCION INVALIDA, DEBE SER FUTURA'.
000043           04 CT-ERRSEC             PIC  X(30)        VALUE
000044                                 'INGRESE LA SECUENCIA DE ORDEN'.
000045           04 CT-INEXORI            PIC  X(25)        VALUE
000046                                    'CUENTA ORIGEN INEXISTENTE'.
000047           04 CT-INEXDES            PIC  X(26)        VALUE
000048                                   'CUENTA DESTINO INEXISTENTE'.
000049           04 CT-CERRORI            PIC  X(28)        VALUE
000050                                 'CUENTA ORIGEN ESTA CERRADA'.
000051           04 CT-CERRDES            PIC  X(28)        VALUE
000052                                 'CUENTA DESTINO ESTA CERRADA'.
000053           04 CT-INEXORD            PIC  X(17)        VALUE
000054                                              'ORDEN INEXISTENTE'.
000055           04 CT-ORDCANC            PIC  X(39)        VALUE
000056                        'LA ORDEN ESTA CANCELADA, NO SE MODIFICA'.
000057           04 CT-MAXORD             PIC  X(38)        VALUE
000058                         'LA CUENTA ALCANZO EL MAXIMO DE ORDENES'.
000059           04 CT-LISTO              PIC  X(16)        VALUE
000060                                               'ORDENES LISTADAS'.
000061           04 CT-SINORD             PIC  X(30)        VALUE
000062                                 'LA CUENTA NO TIENE ORDENES'.
000063           04 CT-CONFALTA           PIC  X(49)        VALUE
000064              'PRESIONE PF7 PARA CONFIRMAR EL ALTA O PF5 CANCELA'.
000065           04 CT-CONFBAJA           PIC  X(49)        VALUE
000066              'PRESIONE PF9 PARA CONFIRMAR LA BAJA O PF5 CANCELA'.
000067           04 CT-EXITO              PIC  X(36)        VALUE
000068                           'ORDEN PERMANENTE CREADA EXITOSAMENTE'.
000069           04 CT-SUSPEND            PIC  X(16)        VALUE
000070                                               'ORDEN SUSPENDIDA'.
000071           04 CT-REACTIV            PIC  X(16)        VALUE
000072                                               'ORDEN REACTIVADA'.
000073           04 CT-BAJA               PIC  X(15)        VALUE
000074                                                'ORDEN CANCELADA'.
000075           04 CT-REGDUP             PIC  X(15)        VALUE
000076                                                'ORDEN DUPLICADA'.
000077           04 CT-ARCHERR            PIC  X(13)        VALUE
000078                                                  'ERROR ARCHIVO'.
000079           04 CT-INVKEY             PIC  X(35)        VALUE
000080                            'TECLA INVALIDA, INGRESE OTRA OPCION'.
000081           04 CT-CANCEL             PIC  X(16)        VALUE
000082                                               'ACCION CANCELADA'.
000083
000084        01 WS-ABSTIME               PIC  S9(16) COMP  VALUE +0.
000085        01 WS-TIME                 PIC  X(08)        VALUE SPACES.
000086        01 WS-TIPO-CTA              PIC  X(02)        VALUE '  '.
000087           88 WS-TIP-CTA                   VALUE 'CA'
000088                                                 'CC'.
000089
000090        01 WS-LENGTH-ORDEN          PIC  S9(4)  COMP  VALUE 100.
000091
000092        01 WS-SW-VALIDA             PIC  9            VALUE 0.
000093           88 WS-VALIDA-OK                  VALUE 0.
000094           88 WS-VALIDA-ERROR               VALUE 1.
000095
000096        01 WS-SW-BROWSE             PIC  9            VALUE 0.
000097           88 WS-BROWSE-SIGUE             VALUE 0.
000098           88 WS-BROWSE-FIN               VALUE 1.
000099           88 WS-BROWSE-ERROR             VALUE 2.
000100
000101        01 WS-ORD-CANT              PIC  S9(04) COMP  VALUE +0.
000102        01 WS-ORD-MAX-SEC           PIC  9(03)        VALUE ZEROS.
000103        01 WS-MSG-AUX              PIC  X(60)        VALUE SPACES.
000104
000105/-----FRECUENCIA-PEDIDA-------------/
000106        01 WS-FRECUENCIA            PIC  X(01)        VALUE SPACE.
000107           88 WS-FRE-VALIDA             VALUE 'M' 'B' 'T' 'S' 'A'.
000108
000109/-----LINEA-DE-DETALLE-----------/
000110        01 WS-LINEA-ORD.
000111           03 WS-DET-SECUEN         PIC  9(03)        VALUE ZEROS.
000112           03 FILLER                PIC  X(03)        VALUE ' | '.
000113           03 WS-DET-TIPDES        PIC  X(02)        VALUE SPACES.
000114           03 FILLER                PIC  X(01)        VALUE ' '.
000115           03 WS-DET-NRODES        PIC  X(15)        VALUE SPACES.
000116           03 FILLER                PIC  X(03)        VALUE ' | '.
000117           03 WS-DET-IMPORTE PIC -ZZZ.ZZZ.ZZ9,99     VALUE ZEROS.
000118           03 FILLER                PIC  X(03)        VALUE ' | '.
000119           03 WS-DET-FRECUE         PIC  X(01)        VALUE SPACE.
000120           03 FILLER                PIC  X(03)        VALUE ' | '.
000121           03 WS-DET-PROXIMA       PIC  X(10)        VALUE SPACES.
000122           03 FILLER                PIC  X(03)        VALUE ' | '.
000123           03 WS-DET-ESTADO         PIC  X(01)        VALUE SPACE.
000124           03 FILLER                PIC  X(03)        VALUE ' | '.
000125           03 WS-DET-FALLOS         PIC  9(02)        VALUE ZEROS.
000126
000127/-----FECHAS-CLAVE-(ISO)-Y-PANTALLA/
000128        01 WS-FECHA-PARTES.
000129          03 WS-FP-DD              PIC  X(02)        VALUE SPACES.
000130           03 FILLER               PIC  X(01)        VALUE SPACE.
000131          03 WS-FP-MM              PIC  X(02)        VALUE SPACES.
000132           03 FILLER               PIC  X(01)        VALUE SPACE.
000133          03 WS-FP-AAAA            PIC  X(04)        VALUE SPACES.
000134
000135        01 WS-FECHA-ISO.
000136          03 WS-ISO-AAAA           PIC  X(04)        VALUE SPACES.
000137           03 FILLER               PIC  X(01)        VALUE '-'.
000138          03 WS-ISO-MM             PIC  X(02)        VALUE SPACES.
000139           03 FILLER               PIC  X(01)        VALUE '-'.
000140          03 WS-ISO-DD             PIC  X(02)        VALUE SPACES.
000141
000142        01 WS-HOY-ISO              PIC  X(10)        VALUE SPACES.
000143
000144        01 WS-FECHA-PANT.
000145          03 WS-PAN-DD             PIC  X(02)        VALUE SPACES.
000146           03 FILLER                PIC  X(01)        VALUE '-'.
000147          03 WS-PAN-MM             PIC  X(02)        VALUE SPACES.
000148           03 FILLER                PIC  X(01)        VALUE '-'.
000149          03 WS-PAN-AAAA           PIC  X(04)        VALUE SPACES.
000150
000151        01 WS-FECHA-NUM.
000152          03 WS-NUM-DD             PIC  9(02)        VALUE ZEROS.
000153          03 WS-NUM-MM             PIC  9(02)        VALUE ZEROS.
000154
000155        01 WS-VAR-CICS.
000156           02 WS-LONG               PIC  S9(04) COMP.
000157           02 WS-SEP-D              PIC  X            VALUE '-'.
000158           02 WS-SEP-T              PIC  X            VALUE ':'.
000159       02 WS-MAP                PIC  X(08)        VALUE 'MAP0110'.
000160       02 WS-MAPSET             PIC  X(08)        VALUE 'MAP0110'.
000161           02 WS-FECHA             PIC  X(10)        VALUE SPACES.
000162           02 WS-RESP               PIC  S9(04) COMP.
000163           02 WS-RIDFLD.
000164             08 WS-RID-TIPCTA       PIC X(02).
000165             08 WS-RID-NROCTA       PIC X(15).
000166             08 WS-RID-SECU         PIC 9(03).
000167           02 WS-RIDCTA.
000168             08 WS-RIDC-TIPCTA      PIC X(02).
000169             08 WS-RIDC-NROCTA      PIC X(15).
000170
000171        01 WS-COMMAREA.
000172           05 T10-FLAG-ESTADO       PIC X             VALUE SPACE.
000173              88 T10-VIENE-DE-T103        VALUE 'X'.
000174           05 T10-CLAVE-CTA.
000175             08 T10-TIPCTA          PIC X(02).
000176             08 T10-NROCTA          PIC X(15).
000177           05 T10-FLAG-PF7          PIC 9             VALUE 0.
000178           05 T10-FLAG-PF9          PIC 9             VALUE 0.
000179           05 T10-SECUEN            PIC 9(03).
000180           05 T10-TIPDES            PIC X(02).
000181           05 T10-NRODES            PIC X(15).
000182           05 T10-IMPORTE           PIC 9(09)V99.
000183           05 T10-FRECUE            PIC X(01).
000184           05 T10-DIA-EJEC          PIC 9(02).
000185           05 T10-PROXIMA           PIC X(10).
000186
000187/--------COPY-SECTION------------/
000188        COPY MAP0110.
000189        COPY DFHBMSCA.
000190        COPY DFHAID.
000191        COPY CPCUENTA.
000192        COPY CPORDEN.
000193/--------------------------------/
000194        LINKAGE SECTION.
000195/--------------------------------/
000196         01 DFHCOMMAREA PIC X(64).
000197
000198/--------------------------------/
000199        PROCEDURE DIVISION.
000200/--------------------------------/
000201        0000-HOLACICS.
000202
000203            PERFORM 1000-I-INICIO
000204               THRU 1000-F-INICIO
000205
000206            PERFORM 2000-I-PROCESO
000207               THRU 2000-F-PROCESO
000208
000209            PERFORM 9999-I-FINAL
000210               THRU 9999-F-FINAL
000211            .
000212        1000-I-INICIO.
000213            PERFORM 2100-I-FECHA
000214               THRU 2100-F-FECHA
000215
000216            IF EIBCALEN GREATER ZEROS
000217              MOVE DFHCOMMAREA                      TO WS-COMMAREA
000218            END-IF
000219            MOVE LENGTH OF MAP0110O                    TO WS-LONG
000220            .
000221        1000-F-INICIO.
000222            EXIT.
000223
000224        2000-I-PROCESO.
000225
000226            IF T10-VIENE-DE-T103
000227
000228              MOVE SPACE                        TO T10-FLAG-ESTADO
000229              MOVE 0                            TO T10-FLAG-PF7
000230              MOVE 0                            TO T10-FLAG-PF9
000231
000232              INITIALIZE MAP0110O
000233              MOVE WS-FECHA                            TO FECHAO
000234              MOVE T10-TIPCTA                          TO TIPCTAO
000235              MOVE T10-NROCTA                          TO NROCTAO
000236
000237              PERFORM 3100-I-LISTAR
000238                 THRU 3100-F-LISTAR
000239
000240              PERFORM 3900-I-ENVIAR
000241                 THRU 3900-F-ENVIAR
000242
000243            ELSE
000244
000245              EXEC CICS
000246                   RECEIVE MAP   (WS-MAP)
000247                   MAPSET        (WS-MAPSET)
000248                   INTO          (MAP0110I)
000249                   RESP          (WS-RESP)
000250              END-EXEC
000251
000252              EVALUATE WS-RESP
000253              WHEN DFHRESP(NORMAL)
000254
000255                PERFORM 3000-I-PFKEY
000256                   THRU 3000-F-PFKEY
000257
000258              WHEN DFHRESP(MAPFAIL)
000259
000260                INITIALIZE MAP0110O
000261                MOVE WS-FECHA                        TO FECHAO
000262                MOVE CT-IN                           TO MSGO
000263
000264                EXEC CICS
000265                     SEND MAP (WS-MAP)
000266                     MAPSET   (WS-MAPSET)
000267                     FROM     (MAP0110O)
000268                     LENGTH   (WS-LONG)
000269                     ERASE
000270                END-EXEC
000271
000272                IF EIBAID EQUAL DFHPF12
000273                  PERFORM 3500-I-PF12
000274                     THRU 3500-F-PF12
000275                END-IF
000276
000277              WHEN OTHER
000278                MOVE 'ERROR MAPA'                    TO MSGO
000279
000280                EXEC CICS
000281                     SEND MAP (WS-MAP)
000282                     MAPSET   (WS-MAPSET)
000283                     FROM     (MAP0110O)
000284                     LENGTH   (WS-LONG)
000285                     ERASE
000286                END-EXEC
000287
000288              END-EVALUATE
000289            END-IF
000290            .
000291        2000-F-PROCESO.
000292            EXIT.
000293
000294        2100-I-FECHA.
000295            EXEC CICS
000296                 ASKTIME
000297                 ABSTIME (WS-ABSTIME)
000298            END-EXEC
000299            EXEC CICS FORMATTIME
000300                 ABSTIME  (WS-ABSTIME)
000301                 DDMMYYYY (WS-FECHA)    DATESEP (WS-SEP-D)
000302                 TIME     (WS-TIME)     TIMESEP (WS-SEP-T)
000303            END-EXEC
000304
000305            MOVE WS-FECHA                       TO WS-FECHA-PARTES
000306            MOVE WS-FP-AAAA                         TO WS-ISO-AAAA
000307            MOVE WS-FP-MM                            TO WS-ISO-MM
000308            MOVE WS-FP-DD                            TO WS-ISO-DD
000309            MOVE WS-FECHA-ISO                       TO WS-HOY-ISO
000310            .
000311        2100-F-FECHA.
000312            EXIT.
000313
000314        3000-I-PFKEY.
000315            EVALUATE TRUE ALSO TRUE ALSO TRUE
000316            WHEN EIBAID = DFHENTER ALSO T10-FLAG-PF7 NOT = '1'
000317                                   ALSO T10-FLAG-PF9 NOT = '1'
000318
000319              PERFORM 3050-I-ENTER
000320                 THRU 3050-F-ENTER
000321
000322            WHEN EIBAID = DFHPF3   ALSO T10-FLAG-PF7 NOT = '1'
000323                                   ALSO T10-FLAG-PF9 NOT = '1'
000324
000325              PERFORM 3200-I-PF3
000326                 THRU 3200-F-PF3
000327
000328            WHEN EIBAID = DFHPF5   ALSO T10-FLAG-PF7 = '1'
000329                                   ALSO TRUE
000330
000331           MOVE 0                                  TO T10-FLAG-PF7
000332              PERFORM 3700-I-CANCEL
000333                 THRU 3700-F-CANCEL
000334
000335            WHEN EIBAID = DFHPF5   ALSO TRUE
000336                                   ALSO T10-FLAG-PF9 = '1'
000337
000338           MOVE 0                                  TO T10-FLAG-PF9
000339              PERFORM 3700-I-CANCEL
000340                 THRU 3700-F-CANCEL
000341
000342            WHEN EIBAID = DFHPF7   ALSO T10-FLAG-PF7 NOT = '1'
000343                                   ALSO T10-FLAG-PF9 NOT = '1'
000344
000345              PERFORM 3800-I-PF7
000346                 THRU 3800-F-PF7
000347
000348            WHEN EIBAID = DFHPF7   ALSO T10-FLAG-PF7 = '1'
000349                                   ALSO TRUE
000350
000351              PERFORM 3850-I-ALTA
000352                 THRU 3850-F-ALTA
000353
000354            WHEN EIBAID = DFHPF8   ALSO T10-FLAG-PF7 NOT = '1'
000355                                   ALSO T10-FLAG-PF9 NOT = '1'
000356
000357              PERFORM 4000-I-PF8
000358                 THRU 4000-F-PF8
000359
000360            WHEN EIBAID = DFHPF9   ALSO T10-FLAG-PF7 NOT = '1'
000361                                   ALSO T10-FLAG-PF9 NOT = '1'
000362
000363              PERFORM 4100-I-PF9
000364                 THRU 4100-F-PF9
000365
000366            WHEN EIBAID = DFHPF9   ALSO TRUE
000367                                   ALSO T10-FLAG-PF9 = '1'
000368
000369              PERFORM 4150-I-BAJA
000370                 THRU 4150-F-BAJA
000371
000372            WHEN EIBAID = DFHPF12  ALSO T10-FLAG-PF7 NOT = '1'
000373                                   ALSO T10-FLAG-PF9 NOT = '1'
000374
000375              PERFORM 3500-I-PF12
000376                 THRU 3500-F-PF12
000377
000378            WHEN OTHER
000379
000380              MOVE WS-FECHA                          TO FECHAO
000381              MOVE CT-INVKEY                         TO MSGO
000382
000383              EXEC CICS
000384                   SEND MAP (WS-MAP)
000385                   MAPSET   (WS-MAPSET)
000386                   FROM     (MAP0110O)
000387                   LENGTH   (WS-LONG)
000388                   ERASE
000389              END-EXEC
000390
000391            END-EVALUATE
000392            .
000393        3000-F-PFKEY.
000394            EXIT.
000395
000396/----VALIDO-LA-CUENTA-DE-PANTALLA-/
000397        3010-I-VALIDAR-CLAVE.
000398            SET WS-VALIDA-OK                         TO TRUE
000399
000400            MOVE TIPCTAI                            TO WS-TIPO-CTA
000401            IF NOT WS-TIP-CTA
000402              MOVE CT-ERRTIP                         TO MSGO
000403              SET WS-VALIDA-ERROR                    TO TRUE
000404            ELSE
000405              IF NROCTAI = SPACES
000406                MOVE CT-ERRNRO                       TO MSGO
000407                SET WS-VALIDA-ERROR                  TO TRUE
000408              ELSE
000409                MOVE TIPCTAI                         TO T10-TIPCTA
000410                MOVE NROCTAI                         TO T10-NROCTA
000411              END-IF
000412            END-IF
000413            .
000414        3010-F-VALIDAR-CLAVE.
000415            EXIT.
000416
000417/----VALIDO-LA-SECUENCIA-Y-LEO-LA-ORDEN-/
000418        3020-I-LEER-ORDEN.
000419            IF SECUENI IS NOT NUMERIC OR SECUENI = ZEROS
000420              MOVE CT-ERRSEC                         TO MSGO
000421              SET WS-VALIDA-ERROR                    TO TRUE
000422            ELSE
000423              MOVE T10-TIPCTA                     TO WS-RID-TIPCTA
000424              MOVE T10-NROCTA                     TO WS-RID-NROCTA
000425              MOVE SECUENI                          TO WS-RID-SECU
000426
000427              EXEC CICS
000428                   READ DATASET (CT-DATASET)
000429                   RIDFLD       (WS-RIDFLD)
000430                   INTO         (REG-ORDEN)
000431                   LENGTH       (CT-LEN-DAT)
000432                   EQUAL
000433                   RESP         (WS-RESP)
000434              END-EXEC
000435
000436              EVALUATE WS-RESP
000437              WHEN DFHRESP(NORMAL)
000438                CONTINUE
000439              WHEN DFHRESP(NOTFND)
000440                MOVE CT-INEXORD                      TO MSGO
000441                SET WS-VALIDA-ERROR                  TO TRUE
000442              WHEN OTHER
000443                MOVE CT-ARCHERR                      TO MSGO
000444                SET WS-VALIDA-ERROR                  TO TRUE
000445              END-EVALUATE
000446            END-IF
000447            .
000448        3020-F-LEER-ORDEN.
000449            EXIT.
000450
000451/----ENTER-LISTA-LAS-ORDENES-DE-LA-CUENTA-/
000452* SI ADEMAS SE INDICA UNA SECUENCIA SE MUESTRA EL DETALLE DE ESA
000453* ORDEN EN LOS CAMPOS DE ABAJO.
000454        3050-I-ENTER.
000455            PERFORM 3010-I-VALIDAR-CLAVE
000456               THRU 3010-F-VALIDAR-CLAVE
000457
000458            IF WS-VALIDA-OK
000459              IF SECUENI IS NUMERIC AND SECUENI NOT = ZEROS
000460                PERFORM 3020-I-LEER-ORDEN
000461                   THRU 3020-F-LEER-ORDEN
000462              ELSE
000463                MOVE ZEROS                        TO ORD-SECUENCIA
000464              END-IF
000465
000466              MOVE MSGO                             TO WS-MSG-AUX
000467              INITIALIZE MAP0110O
000468              MOVE WS-MSG-AUX                            TO MSGO
000469              MOVE T10-TIPCTA                        TO TIPCTAO
000470              MOVE T10-NROCTA                        TO NROCTAO
000471
000472              IF WS-VALIDA-OK AND ORD-SECUENCIA NOT = ZEROS
000473                PERFORM 3060-I-MOSTRAR-ORDEN
000474                   THRU 3060-F-MOSTRAR-ORDEN
000475              END-IF
000476
000477              PERFORM 3100-I-LISTAR
000478                 THRU 3100-F-LISTAR
000479            END-IF
000480
000481            PERFORM 3900-I-ENVIAR
000482               THRU 3900-F-ENVIAR
000483            .
000484        3050-F-ENTER.
000485            EXIT.
000486
000487        3060-I-MOSTRAR-ORDEN.
000488            MOVE ORD-SECUENCIA                         TO SECUENO
000489            MOVE ORD-TIPO-DESTINO                      TO TIPDESO
000490            MOVE ORD-NRO-DESTINO                       TO NRODESO
000491            MOVE ORD-IMPORTE                           TO IMPORTO
000492            MOVE ORD-FRECUENCIA                        TO FRECUEO
000493            MOVE ORD-PROXIMA-EJEC                 TO WS-FECHA-ISO
000494            MOVE WS-ISO-DD                           TO WS-PAN-DD
000495            MOVE WS-ISO-MM                           TO WS-PAN-MM
000496            MOVE WS-ISO-AAAA                       TO WS-PAN-AAAA
000497            MOVE WS-FECHA-PANT                         TO PROXEJO
000498            .
000499        3060-F-MOSTRAR-ORDEN.
000500            EXIT.
000501
000502/----LISTO-LAS-ORDENES-DE-LA-CUENTA-----/
000503* LAS CLAVES SON CUENTA + SECUENCIA, ASI QUE EL BROWSE DEVUELVE
000504* LAS ORDENES EN ORDEN DE ALTA. SE MUESTRAN LAS PRIMERAS 10 (LA
000505* ALTA DE UNA NUEVA USA EL MISMO RECORRIDO PARA TOMAR LA ULTIMA
000506* SECUENCIA). EL MENSAJE SOLO SE PONE SI NADIE LO CARGO ANTES.
000507        3100-I-LISTAR.
000508            MOVE WS-FECHA                            TO FECHAO
000509            MOVE ZEROS                              TO WS-ORD-CANT
000510            MOVE ZEROS                           TO WS-ORD-MAX-SEC
000511            SET WS-BROWSE-SIGUE                      TO TRUE
000512
000513            MOVE T10-TIPCTA                     TO WS-RID-TIPCTA
000514            MOVE T10-NROCTA                     TO WS-RID-NROCTA
000515            MOVE ZEROS                              TO WS-RID-SECU
000516
000517            EXEC CICS
000518                 STARTBR DATASET  (CT-DATASET)
000519                 RIDFLD           (WS-RIDFLD)
000520                 GTEQ
000521                 RESP             (WS-RESP)
000522            END-EXEC
000523
000524            EVALUATE WS-RESP
000525            WHEN DFHRESP(NORMAL)
000526
000527              PERFORM 3150-I-LEER-ORDEN
000528                 THRU 3150-F-LEER-ORDEN
000529                UNTIL WS-SW-BROWSE NOT = 0
000530
000531              EXEC CICS
000532                   ENDBR DATASET (CT-DATASET)
000533              END-EXEC
000534
000535              IF MSGO = SPACES OR LOW-VALUES
000536                EVALUATE TRUE
000537                WHEN WS-BROWSE-ERROR
000538                  MOVE CT-ARCHERR                    TO MSGO
000539                WHEN WS-ORD-CANT = ZEROS
000540                  MOVE CT-SINORD                     TO MSGO
000541                WHEN OTHER
000542                  MOVE CT-LISTO                      TO MSGO
000543                END-EVALUATE
000544              END-IF
000545
000546            WHEN DFHRESP(NOTFND)
000547
000548              IF MSGO = SPACES OR LOW-VALUES
000549                MOVE CT-SINORD                       TO MSGO
000550              END-IF
000551
000552            WHEN OTHER
000553
000554              SET WS-BROWSE-ERROR                    TO TRUE
000555              MOVE CT-ARCHERR                        TO MSGO
000556
000557            END-EVALUATE
000558            .
000559        3100-F-LISTAR.
000560            EXIT.
000561
000562        3150-I-LEER-ORDEN.
000563            EXEC CICS
000564                 READNEXT DATASET (CT-DATASET)
000565                 RIDFLD           (WS-RIDFLD)
000566                 INTO             (REG-ORDEN)
000567                 RESP             (WS-RESP)
000568            END-EXEC
000569
000570            EVALUATE WS-RESP
000571            WHEN DFHRESP(NORMAL)
000572              IF ORD-TIPO-CUENTA NOT = T10-TIPCTA OR
000573                 ORD-NRO-CUENTA NOT = T10-NROCTA
000574                SET WS-BROWSE-FIN                    TO TRUE
000575              ELSE
000576                MOVE ORD-SECUENCIA               TO WS-ORD-MAX-SEC
000577                ADD 1                               TO WS-ORD-CANT
000578                IF WS-ORD-CANT NOT GREATER 10
000579                  PERFORM 3170-I-ARMAR-LINEA
000580                     THRU 3170-F-ARMAR-LINEA
000581                END-IF
000582              END-IF
000583            WHEN DFHRESP(ENDFILE)
000584              SET WS-BROWSE-FIN                      TO TRUE
000585            WHEN OTHER
000586              SET WS-BROWSE-ERROR                    TO TRUE
000587            END-EVALUATE
000588            .
000589        3150-F-LEER-ORDEN.
000590            EXIT.
000591
000592        3170-I-ARMAR-LINEA.
000593            MOVE ORD-SECUENCIA                   TO WS-DET-SECUEN
000594            MOVE ORD-TIPO-DESTINO                TO WS-DET-TIPDES
000595            MOVE ORD-NRO-DESTINO                 TO WS-DET-NRODES
000596            IF ORD-IMPORTE IS NUMERIC
000597              MOVE ORD-IMPORTE                   TO WS-DET-IMPORTE
000598            ELSE
000599              MOVE ZEROS                         TO WS-DET-IMPORTE
000600            END-IF
000601            MOVE ORD-FRECUENCIA                  TO WS-DET-FRECUE
000602            MOVE ORD-PROXIMA-EJEC                 TO WS-FECHA-ISO
000603            MOVE WS-ISO-DD                           TO WS-PAN-DD
000604            MOVE WS-ISO-MM                           TO WS-PAN-MM
000605            MOVE WS-ISO-AAAA                       TO WS-PAN-AAAA
000606            MOVE WS-FECHA-PANT                  TO WS-DET-PROXIMA
000607            MOVE ORD-ESTADO                      TO WS-DET-ESTADO
000608            IF ORD-FALLOS-CONSEC IS NUMERIC
000609              MOVE ORD-FALLOS-CONSEC              TO WS-DET-FALLOS
000610            ELSE
000611              MOVE ZEROS                          TO WS-DET-FALLOS
000612            END-IF
000613
000614            MOVE WS-LINEA-ORD              TO LINEAO (WS-ORD-CANT)
000615            .
000616        3170-F-ARMAR-LINEA.
000617            EXIT.
000618
000619        3200-I-PF3.
000620            INITIALIZE MAP0110O
000621            MOVE WS-FECHA                            TO FECHAO
000622            MOVE SPACES                          TO T10-CLAVE-CTA
000623            EXEC CICS
000624                 SEND MAP  (WS-MAP)
000625                 MAPSET    (WS-MAPSET)
000626                 FROM      (MAP0110O)
000627                 LENGTH    (WS-LONG)
000628                 ERASE
000629            END-EXEC
000630            .
000631        3200-F-PF3.
000632            EXIT.
000633
000634        3500-I-PF12.
000635            EXEC CICS
000636                 SEND CONTROL ERASE
000637            END-EXEC
000638
000639            EXEC CICS
000640                 SEND TEXT
000641                 FROM (CT-FIN)
000642            END-EXEC
000643
000644            EXEC CICS
000645                 RETURN
000646            END-EXEC
000647            .
000648        3500-F-PF12.
000649            EXIT.
000650
000651        3700-I-CANCEL.
000652
000653            INITIALIZE MAP0110O
000654            MOVE T10-TIPCTA                          TO TIPCTAO
000655            MOVE T10-NROCTA                          TO NROCTAO
000656            MOVE CT-CANCEL                           TO MSGO
000657
000658            PERFORM 3100-I-LISTAR
000659               THRU 3100-F-LISTAR
000660
000661            PERFORM 3900-I-ENVIAR
000662               THRU 3900-F-ENVIAR
000663            .
000664        3700-F-CANCEL.
000665            EXIT.
000666
000667/----PF7-VALIDA-LA-ORDEN-NUEVA----/
000668        3800-I-PF7.
000669            PERFORM 3010-I-VALIDAR-CLAVE
000670               THRU 3010-F-VALIDAR-CLAVE
000671
000672            IF WS-VALIDA-OK
000673              PERFORM 3820-I-VALIDAR-DATOS
000674                 THRU 3820-F-VALIDAR-DATOS
000675            END-IF
000676
000677            IF WS-VALIDA-OK
000678              MOVE TIPDESI                           TO T10-TIPDES
000679              MOVE NRODESI                           TO T10-NRODES
000680              MOVE IMPORTI                          TO T10-IMPORTE
000681              MOVE FRECUEI                           TO T10-FRECUE
000682              MOVE WS-NUM-DD                       TO T10-DIA-EJEC
000683              MOVE WS-FECHA-ISO                     TO T10-PROXIMA
000684              MOVE 1                               TO T10-FLAG-PF7
000685              MOVE CT-CONFALTA                       TO MSGO
000686            END-IF
000687
000688            MOVE WS-FECHA                            TO FECHAO
000689
000690            PERFORM 3900-I-ENVIAR
000691               THRU 3900-F-ENVIAR
000692            .
000693        3800-F-PF7.
000694            EXIT.
000695
000696/----VALIDO-LOS-DATOS-DE-LA-ORDEN-/
000697* MISMAS REGLAS DE CUENTAS QUE LA T106 (EXISTENTES, NO CERRADAS Y
000698* DISTINTAS). EL SALDO Y LA COTIZACION SE VERIFICAN AL EJECUTAR.
000699        3820-I-VALIDAR-DATOS.
000700            MOVE TIPDESI                            TO WS-TIPO-CTA
000701            IF NOT WS-TIP-CTA OR NRODESI = SPACES
000702              MOVE CT-ERRDES                         TO MSGO
000703              SET WS-VALIDA-ERROR                    TO TRUE
000704            END-IF
000705
000706            IF WS-VALIDA-OK
000707               AND TIPCTAI = TIPDESI
000708               AND NROCTAI = NRODESI
000709              MOVE CT-MISMA                          TO MSGO
000710              SET WS-VALIDA-ERROR                    TO TRUE
000711            END-IF
000712
000713            IF WS-VALIDA-OK
000714              IF IMPORTI IS NOT NUMERIC OR
000715                 IMPORTI IS NOT GREATER ZEROS
000716                MOVE CT-ERRIMP                       TO MSGO
000717                SET WS-VALIDA-ERROR                  TO TRUE
000718              END-IF
000719            END-IF
000720
000721            IF WS-VALIDA-OK
000722              MOVE FRECUEI                        TO WS-FRECUENCIA
000723              IF NOT WS-FRE-VALIDA
000724                MOVE CT-ERRFRE                       TO MSGO
000725                SET WS-VALIDA-ERROR                  TO TRUE
000726              END-IF
000727            END-IF
000728
000729            IF WS-VALIDA-OK
000730              PERFORM 3840-I-VALIDAR-FECHA
000731                 THRU 3840-F-VALIDAR-FECHA
000732            END-IF
000733
000734            IF WS-VALIDA-OK
000735              MOVE TIPCTAI                       TO WS-RIDC-TIPCTA
000736              MOVE NROCTAI                       TO WS-RIDC-NROCTA
000737
000738              EXEC CICS
000739                   READ DATASET (CT-DATCTA)
000740                   RIDFLD       (WS-RIDCTA)
000741                   INTO         (REG-CUENTA)
000742                   LENGTH       (CT-LEN-CTA)
000743                   EQUAL
000744                   RESP         (WS-RESP)
000745              END-EXEC
000746
000747              EVALUATE WS-RESP
000748              WHEN DFHRESP(NORMAL)
000749                IF CU-CTA-CERRADA
000750                   OR (CU-ESTADO = SPACE AND
000751                       CU-FECHA-ULTIMO-CIERRE NOT = SPACES)
000752                  MOVE CT-CERRORI                    TO MSGO
000753                  SET WS-VALIDA-ERROR                TO TRUE
000754                END-IF
000755              WHEN DFHRESP(NOTFND)
000756                MOVE CT-INEXORI                      TO MSGO
000757                SET WS-VALIDA-ERROR                  TO TRUE
000758              WHEN OTHER
000759                MOVE CT-ARCHERR                      TO MSGO
000760                SET WS-VALIDA-ERROR                  TO TRUE
000761              END-EVALUATE
000762            END-IF
000763
000764            IF WS-VALIDA-OK
000765              MOVE TIPDESI                       TO WS-RIDC-TIPCTA
000766              MOVE NRODESI                       TO WS-RIDC-NROCTA
000767
000768              EXEC CICS
000769                   READ DATASET (CT-DATCTA)
000770                   RIDFLD       (WS-RIDCTA)
000771                   INTO         (REG-CUENTA)
000772                   LENGTH       (CT-LEN-CTA)
000773                   EQUAL
000774                   RESP         (WS-RESP)
000775              END-EXEC
000776
000777              EVALUATE WS-RESP
000778              WHEN DFHRESP(NORMAL)
000779                IF CU-CTA-CERRADA
000780                   OR (CU-ESTADO = SPACE AND
000781                       CU-FECHA-ULTIMO-CIERRE NOT = SPACES)
000782                  MOVE CT-CERRDES                    TO MSGO
000783                  SET WS-VALIDA-ERROR                TO TRUE
000784                END-IF
000785              WHEN DFHRESP(NOTFND)
000786                MOVE CT-INEXDES                      TO MSGO
000787                SET WS-VALIDA-ERROR                  TO TRUE
000788              WHEN OTHER
000789                MOVE CT-ARCHERR                      TO MSGO
000790                SET WS-VALIDA-ERROR                  TO TRUE
000791              END-EVALUATE
000792            END-IF
000793            .
000794        3820-F-VALIDAR-DATOS.
000795            EXIT.
000796
000797/----VALIDO-LA-PROXIMA-EJECUCION--/
000798* SE INGRESA DD-MM-AAAA Y DEBE SER POSTERIOR AL DIA: LA ORDEN NO
000799* SE EJECUTA EN LINEA, LA TOMA EL BATCH NOCTURNO PGMORD01. EL DIA
000800* QUEDA COMO DIA DE EJECUCION DE LOS MESES SIGUIENTES.
000801        3840-I-VALIDAR-FECHA.
000802            MOVE PROXEJI                        TO WS-FECHA-PARTES
000803
000804            IF WS-FP-DD   IS NOT NUMERIC OR
000805               WS-FP-MM   IS NOT NUMERIC OR
000806               WS-FP-AAAA IS NOT NUMERIC
000807              MOVE CT-ERRFEC                         TO MSGO
000808              SET WS-VALIDA-ERROR                    TO TRUE
000809            ELSE
000810              MOVE WS-FP-DD                          TO WS-NUM-DD
000811              MOVE WS-FP-MM                          TO WS-NUM-MM
000812              MOVE WS-FP-AAAA                       TO WS-ISO-AAAA
000813              MOVE WS-FP-MM                           TO WS-ISO-MM
000814              MOVE WS-FP-DD                           TO WS-ISO-DD
000815
000816              IF WS-NUM-DD LESS 1 OR WS-NUM-DD GREATER 31 OR
000817                 WS-NUM-MM LESS 1 OR WS-NUM-MM GREATER 12 OR
000818                 WS-FECHA-ISO NOT GREATER WS-HOY-ISO
000819                MOVE CT-ERRFEC                       TO MSGO
000820                SET WS-VALIDA-ERROR                  TO TRUE
000821              END-IF
000822            END-IF
000823            .
000824        3840-F-VALIDAR-FECHA.
000825            EXIT.
000826
000827/----PF7-CONFIRMADO-ALTA-DE-LA-ORDEN/
000828* LA SECUENCIA ES LA ULTIMA DE LA CUENTA MAS UNO; SI OTRA TERMINAL
000829* LA TOMO PRIMERO EL WRITE DA DUPREC Y SE PIDE REINTENTAR.
000830        3850-I-ALTA.
000831            INITIALIZE MAP0110O
000832            MOVE T10-TIPCTA                          TO TIPCTAO
000833            MOVE T10-NROCTA                          TO NROCTAO
000834
000835            PERFORM 3100-I-LISTAR
000836               THRU 3100-F-LISTAR
000837
000838            EVALUATE TRUE
000839            WHEN WS-BROWSE-ERROR
000840              MOVE CT-ARCHERR                        TO MSGO
000841            WHEN WS-ORD-MAX-SEC = 999
000842              MOVE CT-MAXORD                         TO MSGO
000843            WHEN OTHER
000844              INITIALIZE REG-ORDEN
000845
000846              MOVE T10-TIPCTA                   TO ORD-TIPO-CUENTA
000847              MOVE T10-NROCTA                    TO ORD-NRO-CUENTA
000848              COMPUTE ORD-SECUENCIA = WS-ORD-MAX-SEC + 1
000849              MOVE T10-TIPDES                  TO ORD-TIPO-DESTINO
000850              MOVE T10-NRODES                   TO ORD-NRO-DESTINO
000851              MOVE T10-IMPORTE                      TO ORD-IMPORTE
000852              MOVE T10-FRECUE                    TO ORD-FRECUENCIA
000853              MOVE T10-DIA-EJEC                    TO ORD-DIA-EJEC
000854              MOVE T10-PROXIMA                 TO ORD-PROXIMA-EJEC
000855              SET ORD-ACTIVA                         TO TRUE
000856              MOVE WS-HOY-ISO                    TO ORD-FECHA-ALTA
000857              MOVE SPACES                       TO ORD-ULTIMA-EJEC
000858              MOVE ZEROS                      TO ORD-FALLOS-CONSEC
000859              MOVE SPACES                     TO ORD-ULTIMO-MOTIVO
000860              MOVE EIBTRMID                     TO ORD-TERMID-ALTA
000861
000862              MOVE ORD-CLAVE                         TO WS-RIDFLD
000863
000864              EXEC CICS
000865                   WRITE DATASET (CT-DATASET)
000866                   RIDFLD        (WS-RIDFLD)
000867                   FROM          (REG-ORDEN)
000868                   LENGTH        (WS-LENGTH-ORDEN)
000869                   RESP          (WS-RESP)
000870              END-EXEC
000871
000872              INITIALIZE MAP0110O
000873              MOVE T10-TIPCTA                        TO TIPCTAO
000874              MOVE T10-NROCTA                        TO NROCTAO
000875
000876              EVALUATE WS-RESP
000877              WHEN DFHRESP(NORMAL)
000878                PERFORM 3060-I-MOSTRAR-ORDEN
000879                   THRU 3060-F-MOSTRAR-ORDEN
000880                MOVE CT-EXITO                        TO MSGO
000881              WHEN DFHRESP(DUPREC)
000882                MOVE CT-REGDUP                       TO MSGO
000883              WHEN OTHER
000884                MOVE CT-ARCHERR                      TO MSGO
000885              END-EVALUATE
000886
000887              PERFORM 3100-I-LISTAR
000888                 THRU 3100-F-LISTAR
000889            END-EVALUATE
000890
000891         MOVE 0                                    TO T10-FLAG-PF7
000892            PERFORM 3900-I-ENVIAR
000893               THRU 3900-F-ENVIAR
000894            .
000895        3850-F-ALTA.
000896            EXIT.
000897
000898        3900-I-ENVIAR.
000899            MOVE WS-FECHA                            TO FECHAO
000900
000901            EXEC CICS
000902                 SEND MAP  (WS-MAP)
000903                 MAPSET    (WS-MAPSET)
000904                 FROM      (MAP0110O)
000905                 LENGTH    (WS-LONG)
000906                 ERASE
000907            END-EXEC
000908            .
000909        3900-F-ENVIAR.
000910            EXIT.
000911
000912/----PF8-SUSPENDE-O-REACTIVA------/
000913* UNA ORDEN ACTIVA SE SUSPENDE; UNA SUSPENDIDA (POR EL OPERADOR O
000914* POR FALLOS EN PGMORD01) SE REACTIVA CON LOS FALLOS EN CERO. SI
000915* SU PROXIMA EJECUCION YA PASO HAY QUE INGRESAR UNA NUEVA FUTURA,
000916* PARA QUE EL BATCH NO EJECUTE CUOTAS ATRASADAS.
000917        4000-I-PF8.
000918            PERFORM 3010-I-VALIDAR-CLAVE
000919               THRU 3010-F-VALIDAR-CLAVE
000920
000921            IF WS-VALIDA-OK
000922              PERFORM 3020-I-LEER-ORDEN
000923                 THRU 3020-F-LEER-ORDEN
000924            END-IF
000925
000926            IF WS-VALIDA-OK AND ORD-CANCELADA
000927              MOVE CT-ORDCANC                        TO MSGO
000928              SET WS-VALIDA-ERROR                    TO TRUE
000929            END-IF
000930
000931            IF WS-VALIDA-OK AND NOT ORD-ACTIVA
000932              IF PROXEJI NOT = SPACES AND PROXEJI NOT = LOW-VALUES
000933                PERFORM 3840-I-VALIDAR-FECHA
000934                   THRU 3840-F-VALIDAR-FECHA
000935              ELSE
000936                IF ORD-PROXIMA-EJEC NOT GREATER WS-HOY-ISO
000937                  MOVE CT-ERRFEC                     TO MSGO
000938                  SET WS-VALIDA-ERROR                TO TRUE
000939                ELSE
000940                  MOVE ORD-PROXIMA-EJEC           TO WS-FECHA-ISO
000941                END-IF
000942              END-IF
000943            END-IF
000944
000945            IF WS-VALIDA-OK
000946              EXEC CICS
000947                   READ DATASET (CT-DATASET)
000948                   RIDFLD       (WS-RIDFLD)
000949                   INTO         (REG-ORDEN)
000950                   LENGTH       (CT-LEN-DAT)
000951                   UPDATE
000952                   RESP         (WS-RESP)
000953              END-EXEC
000954
000955              IF WS-RESP NOT = DFHRESP(NORMAL)
000956                MOVE CT-ARCHERR                      TO MSGO
000957                SET WS-VALIDA-ERROR                  TO TRUE
000958              END-IF
000959            END-IF
000960
000961            IF WS-VALIDA-OK
000962              IF ORD-ACTIVA
000963                SET ORD-SUSPENDIDA                   TO TRUE
000964              ELSE
000965                SET ORD-ACTIVA                       TO TRUE
000966                MOVE ZEROS                    TO ORD-FALLOS-CONSEC
000967                MOVE SPACES                   TO ORD-ULTIMO-MOTIVO
000968                MOVE WS-FECHA-ISO              TO ORD-PROXIMA-EJEC
000969                IF PROXEJI NOT = SPACES AND
000970                   PROXEJI NOT = LOW-VALUES
000971                  MOVE WS-NUM-DD                   TO ORD-DIA-EJEC
000972                END-IF
000973              END-IF
000974
000975              EXEC CICS
000976                   REWRITE DATASET (CT-DATASET)
000977                   FROM           (REG-ORDEN)
000978                   LENGTH         (WS-LENGTH-ORDEN)
000979                   RESP           (WS-RESP)
000980              END-EXEC
000981
000982              INITIALIZE MAP0110O
000983              MOVE T10-TIPCTA                        TO TIPCTAO
000984              MOVE T10-NROCTA                        TO NROCTAO
000985
000986              EVALUATE TRUE
000987              WHEN WS-RESP NOT = DFHRESP(NORMAL)
000988                MOVE CT-ARCHERR                      TO MSGO
000989              WHEN ORD-ACTIVA
000990                PERFORM 3060-I-MOSTRAR-ORDEN
000991                   THRU 3060-F-MOSTRAR-ORDEN
000992                MOVE CT-REACTIV                      TO MSGO
000993              WHEN OTHER
000994                PERFORM 3060-I-MOSTRAR-ORDEN
000995                   THRU 3060-F-MOSTRAR-ORDEN
000996                MOVE CT-SUSPEND                      TO MSGO
000997              END-EVALUATE
000998
000999              PERFORM 3100-I-LISTAR
001000                 THRU 3100-F-LISTAR
001001            END-IF
001002
001003            PERFORM 3900-I-ENVIAR
001004               THRU 3900-F-ENVIAR
001005            .
001006        4000-F-PF8.
001007            EXIT.
001008
001009/----PF9-PIDE-CONFIRMAR-LA-BAJA---/
001010        4100-I-PF9.
001011            PERFORM 3010-I-VALIDAR-CLAVE
001012               THRU 3010-F-VALIDAR-CLAVE
001013
001014            IF WS-VALIDA-OK
001015              PERFORM 3020-I-LEER-ORDEN
001016                 THRU 3020-F-LEER-ORDEN
001017            END-IF
001018
001019            IF WS-VALIDA-OK AND ORD-CANCELADA
001020              MOVE CT-ORDCANC                        TO MSGO
001021              SET WS-VALIDA-ERROR                    TO TRUE
001022            END-IF
001023
001024            IF WS-VALIDA-OK
001025              PERFORM 3060-I-MOSTRAR-ORDEN
001026                 THRU 3060-F-MOSTRAR-ORDEN
001027              MOVE ORD-SECUENCIA                     TO T10-SECUEN
001028              MOVE 1                               TO T10-FLAG-PF9
001029              MOVE CT-CONFBAJA                       TO MSGO
001030            END-IF
001031
001032            PERFORM 3900-I-ENVIAR
001033               THRU 3900-F-ENVIAR
001034            .
001035        4100-F-PF9.
001036            EXIT.
001037
001038/----PF9-CONFIRMADO-BAJA-LOGICA---/
001039* LA ORDEN NO SE BORRA: QUEDA CON ESTADO 'C' COMO CONSTANCIA.
001040        4150-I-BAJA.
001041            MOVE T10-TIPCTA                     TO WS-RID-TIPCTA
001042            MOVE T10-NROCTA                     TO WS-RID-NROCTA
001043            MOVE T10-SECUEN                       TO WS-RID-SECU
001044
001045            EXEC CICS
001046                 READ DATASET (CT-DATASET)
001047                 RIDFLD       (WS-RIDFLD)
001048                 INTO         (REG-ORDEN)
001049                 LENGTH       (CT-LEN-DAT)
001050                 UPDATE
001051                 RESP         (WS-RESP)
001052            END-EXEC
001053
001054            INITIALIZE MAP0110O
001055            MOVE T10-TIPCTA                          TO TIPCTAO
001056            MOVE T10-NROCTA                          TO NROCTAO
001057
001058            EVALUATE WS-RESP
001059            WHEN DFHRESP(NORMAL)
001060
001061              SET ORD-CANCELADA                      TO TRUE
001062
001063              EXEC CICS
001064                   REWRITE DATASET (CT-DATASET)
001065                   FROM           (REG-ORDEN)
001066                   LENGTH         (WS-LENGTH-ORDEN)
001067                   RESP           (WS-RESP)
001068              END-EXEC
001069
001070              IF WS-RESP = DFHRESP(NORMAL)
001071                MOVE CT-BAJA                         TO MSGO
001072              ELSE
001073                MOVE CT-ARCHERR                      TO MSGO
001074              END-IF
001075
001076            WHEN DFHRESP(NOTFND)
001077
001078              MOVE CT-INEXORD                        TO MSGO
001079
001080            WHEN OTHER
001081
001082              MOVE CT-ARCHERR                        TO MSGO
001083
001084            END-EVALUATE
001085
001086            MOVE 0                                 TO T10-FLAG-PF9
001087            MOVE ZEROS                               TO T10-SECUEN
001088
001089            PERFORM 3100-I-LISTAR
001090               THRU 3100-F-LISTAR
001091
001092            PERFORM 3900-I-ENVIAR
001093               THRU 3900-F-ENVIAR
001094            .
001095        4150-F-BAJA.
001096            EXIT.
001097
001098        9999-I-FINAL.
001099            EXEC CICS
001100                 RETURN
001101                 TRANSID  ('T110')
001102                 COMMAREA (WS-COMMAREA)
001103            END-EXEC
001104            .
001105        9999-F-FINAL.
001106            EXIT.
