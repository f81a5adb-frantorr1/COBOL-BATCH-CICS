000001/----------------------ROBCO-INDUSTRIES-<TM>-TERMLINK PROTOCOL-/
000002/--------------------------------/
000003        IDENTIFICATION DIVISION.
000004/--------------------------------/
000005        PROGRAM-ID. PGMPRU11.
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
000021       04 CT-DATASET            PIC  X(08)        VALUE 'PENDTRF'.
000022       04 CT-LEN-DAT            PIC  S9(04)       VALUE 160  COMP.
000023       04 CT-DATCTA             PIC  X(08)        VALUE 'CUENTAS'.
000024       04 CT-LEN-CTA            PIC  S9(04)       VALUE 073  COMP.
000025      04 CT-TDQ               PIC  X(04)        VALUE 'AUDT'.
000026      04 CT-DATMOV            PIC  X(08)        VALUE 'MOVIMIEN'.
000027      04 CT-LEN-MOV           PIC  S9(04)       VALUE 080  COMP.
000028      04 CT-FEC-CONTROL       PIC  X(10)     VALUE '0000-00-00'.
000029      04 CT-UMBRAL-DEFECTO    PIC  9(11)V99     VALUE 1000000.
000030           04 CT-FIN                PIC  X(72)        VALUE
000031                                         'FIN EJECUCION TRX T111'.
000032           04 CT-LISTO              PIC  X(55)        VALUE
000033        'PENDIENTES LISTADAS: NUMERO Y PF7 APRUEBA, PF8 RECHAZA'.
000034           04 CT-SINPEN             PIC  X(40)        VALUE
000035                       'NO HAY TRANSFERENCIAS PENDIENTES DEL DIA'.
000036           04 CT-ERRNUM             PIC  X(37)        VALUE
000037                          'INGRESE EL NUMERO DE LA TRANSFERENCIA'.
000038           04 CT-INEXPEN            PIC  X(35)        VALUE
000039                            'TRANSFERENCIA PENDIENTE INEXISTENTE'.
000040           04 CT-NOPEND             PIC  X(37)        VALUE
000041                          'LA TRANSFERENCIA YA NO ESTA PENDIENTE'.
000042           04 CT-MISMOSOL           PIC  X(44)        VALUE
000043                   'DEBE AUTORIZAR OTRO USUARIO EN OTRA TERMINAL'.
000044           04 CT-CONFAPR            PIC  X(57)        VALUE
000045      'PRESIONE PF7 PARA CONFIRMAR LA APROBACION O PF5 CANCELA'.
000046           04 CT-CONFRCH            PIC  X(52)        VALUE
000047           'PRESIONE PF8 PARA CONFIRMAR EL RECHAZO O PF5 CANCELA'.
000048           04 CT-APROBADA           PIC  X(33)        VALUE
000049                              'TRANSFERENCIA APROBADA Y APLICADA'.
000050           04 CT-RECHAZADA          PIC  X(23)        VALUE
000051                                        'TRANSFERENCIA RECHAZADA'.
000052           04 CT-ERRUMB             PIC  X(15)        VALUE
000053                                                'UMBRAL INVALIDO'.
000054           04 CT-UMBOK              PIC  X(18)        VALUE
000055                                             'UMBRAL ACTUALIZADO'.
000056           04 CT-INEXORI            PIC  X(25)        VALUE
000057                                    'CUENTA ORIGEN INEXISTENTE'.
000058           04 CT-INEXDES            PIC  X(26)        VALUE
000059                                   'CUENTA DESTINO INEXISTENTE'.
000060           04 CT-CERRORI            PIC  X(28)        VALUE
000061                                 'CUENTA ORIGEN ESTA CERRADA'.
000062           04 CT-CERRDES            PIC  X(28)        VALUE
000063                                 'CUENTA DESTINO ESTA CERRADA'.
000063           04 CT-INACORI            PIC  X(27)        VALUE
000063                                'CUENTA ORIGEN ESTA INACTIVA'.
000064           04 CT-SINCOTIZ           PIC  X(35)        VALUE
000065                            'SIN COTIZACION VIGENTE PARA MONEDA'.
000066           04 CT-SINSALDO           PIC  X(35)        VALUE
000067                            'SALDO INSUFICIENTE EN CUENTA ORIGEN'.
000068           04 CT-ARCHERR            PIC  X(13)        VALUE
000069                                                  'ERROR ARCHIVO'.
000070           04 CT-INVKEY             PIC  X(35)        VALUE
000071                            'TECLA INVALIDA, INGRESE OTRA OPCION'.
000072           04 CT-CANCEL             PIC  X(16)        VALUE
000073                                               'ACCION CANCELADA'.
000074
000075        01 WS-ABSTIME               PIC  S9(16) COMP  VALUE +0.
000076        01 WS-TIME                 PIC  X(08)        VALUE SPACES.
000077
000078        01 WS-LENGTH-CUENTA         PIC  S9(4)  COMP  VALUE 073.
000079        01 WS-LENGTH-AUDIT          PIC  S9(4)  COMP  VALUE 396.
000080        01 WS-LENGTH-PENDTRF        PIC  S9(4)  COMP  VALUE 160.
000081
000082        01 WS-SW-VALIDA             PIC  9            VALUE 0.
000083           88 WS-VALIDA-OK                  VALUE 0.
000084           88 WS-VALIDA-ERROR               VALUE 1.
000085
000086        01 WS-SW-TRANSF             PIC  9            VALUE 0.
000087           88 WS-TRANSF-OK                  VALUE 0.
000088           88 WS-TRANSF-ERROR               VALUE 1.
000089           88 WS-TRANSF-ROLLBACK            VALUE 2.
000090
000091        01 WS-SW-MOV                PIC  9            VALUE 0.
000092           88 WS-MOV-INTENTANDO             VALUE 0.
000093           88 WS-MOV-GRABADO                VALUE 1.
000094           88 WS-MOV-ERROR                  VALUE 2.
000095
000096        01 WS-SW-BROWSE             PIC  9            VALUE 0.
000097           88 WS-BROWSE-SIGUE               VALUE 0.
000098           88 WS-BROWSE-FIN                 VALUE 1.
000099           88 WS-BROWSE-ERROR               VALUE 2.
000100
000101        01 WS-PEN-CANT              PIC  S9(04) COMP  VALUE +0.
000102        01 WS-PEN-DESDE             PIC  9(05)        VALUE ZEROS.
000103        01 WS-UMBRAL                PIC  9(11)V99     VALUE ZEROS.
000104        01 WS-USERID                PIC  X(08)       VALUE SPACES.
000105        01 WS-MSG-AUX              PIC  X(60)        VALUE SPACES.
000106
000107/-----PENDIENTES-DE-DIAS-ANTERIORES-A-VENCER/
000108        01 WS-TAB-VENCER.
000109           03 WS-VEN-CLAVE OCCURS 50 PIC X(15).
000110
000111        01 WS-VEN-CANT              PIC  S9(04) COMP  VALUE +0.
000112        01 WS-VEN-IDX               PIC  S9(04) COMP  VALUE +0.
000113        01 WS-VENCIDO-HASTA        PIC  X(10)        VALUE SPACES.
000114
000115        01 WS-SW-VENCER             PIC  9            VALUE 0.
000116           88 WS-VENCER-COMPLETO            VALUE 0.
000117           88 WS-VENCER-PARCIAL             VALUE 1.
000118
000119/-----LINEA-DE-DETALLE-----------/
000120        01 WS-LINEA-PEN.
000121           03 WS-DET-NUMERO         PIC  9(05)        VALUE ZEROS.
000122           03 FILLER                PIC  X(01)        VALUE ' '.
000123           03 WS-DET-TIPORI        PIC  X(02)        VALUE SPACES.
000124           03 FILLER                PIC  X(01)        VALUE ' '.
000125           03 WS-DET-NROORI        PIC  X(15)        VALUE SPACES.
000126           03 FILLER                PIC  X(01)        VALUE ' '.
000127           03 WS-DET-TIPDES        PIC  X(02)        VALUE SPACES.
000128           03 FILLER                PIC  X(01)        VALUE ' '.
000129           03 WS-DET-NRODES        PIC  X(15)        VALUE SPACES.
000130           03 FILLER                PIC  X(01)        VALUE ' '.
000131           03 WS-DET-IMPORTE PIC -ZZZ.ZZZ.ZZ9,99     VALUE ZEROS.
000132           03 FILLER                PIC  X(01)        VALUE ' '.
000133           03 WS-DET-TERMID        PIC  X(04)        VALUE SPACES.
000134           03 FILLER                PIC  X(01)        VALUE ' '.
000135           03 WS-DET-HORA          PIC  X(08)        VALUE SPACES.
000136
000137/-----FECHA-EN-FORMATO-CLAVE-ISO-/
000138        01 WS-FECHA-PARTES.
000139          03 WS-FP-DD              PIC  X(02)        VALUE SPACES.
000140           03 FILLER               PIC  X(01)        VALUE SPACE.
000141          03 WS-FP-MM              PIC  X(02)        VALUE SPACES.
000142           03 FILLER               PIC  X(01)        VALUE SPACE.
000143          03 WS-FP-AAAA            PIC  X(04)        VALUE SPACES.
000144
000145        01 WS-FECHA-ISO.
000146          03 WS-ISO-AAAA           PIC  X(04)        VALUE SPACES.
000147           03 FILLER               PIC  X(01)        VALUE '-'.
000148          03 WS-ISO-MM             PIC  X(02)        VALUE SPACES.
000149           03 FILLER               PIC  X(01)        VALUE '-'.
000150          03 WS-ISO-DD             PIC  X(02)        VALUE SPACES.
000151
000152        01 WS-HOY-ISO              PIC  X(10)        VALUE SPACES.
000153
000154/-----CUENTA-DESTINO-(MISMO-LAYOUT-QUE-CPCUENTA)/
000155        01 WS-CUENTA-DESTINO.
000156           05 DES-CLAVE.
000157               10 DES-TIPO-CUENTA   PIC X(02).
000158               10 DES-NRO-CUENTA    PIC X(15).
000159           05 DES-MONEDA            PIC X(02).
000160           05 DES-CBU               PIC 9(11).
000161           05 DES-NRO-CLIENTE       PIC 9(05).
000162           05 DES-SALDO-ACTUAL      PIC S9(09)V99.
000163           05 DES-FECHA-ACTUAL      PIC X(10).
000164           05 DES-FECHA-ULTIMO-CIERRE PIC X(10).
000165           05 DES-ESTADO            PIC X(01).
000166              88 DES-CTA-ACTIVA           VALUE 'A' ' '.
000167              88 DES-CTA-CERRADA          VALUE 'C'.
000168           05 DES-LIMITE-DESCUBIERTO PIC S9(09)V99 COMP-3.
000169
000170/-----IMAGENES-PARA-AUDITORIA----/
000171        01 WS-IMG-ANTES.
000172          05 WS-IMG-ANT-ORI        PIC X(73)         VALUE SPACES.
000173          05 WS-IMG-ANT-DES        PIC X(73)         VALUE SPACES.
000174
000175*  MISMA IMAGEN 'T' QUE GRABA LA T106. LOS BYTES 171 A 179 LLEVAN
000176*  LA TERMINAL QUE PIDIO LA TRANSFERENCIA Y SU NUMERO EN PENDTRF;
000177*  AUD-TERMID ES LA TERMINAL QUE APROBO (PGMAUD01 MUESTRA AMBAS).
000178        01 WS-IMG-DESPUES.
000179          05 WS-IMG-DES-ORI        PIC X(73)         VALUE SPACES.
000180          05 WS-IMG-DES-DES        PIC X(73)         VALUE SPACES.
000181          05 WS-IMG-DES-COTIZ      PIC 9(07)V9(06)   VALUE ZEROS.
000182          05 WS-IMG-DES-IMPDES     PIC S9(09)V99     VALUE ZEROS.
000183          05 WS-IMG-DES-TERM-SOL   PIC X(04)         VALUE SPACES.
000184          05 WS-IMG-DES-NRO-PEN    PIC 9(05)         VALUE ZEROS.
000185          05 FILLER                PIC X(01)         VALUE SPACES.
000186
000187        01 WS-COTIZ-APLICADA        PIC  9(07)V9(06)  VALUE ZEROS.
000188
000189        01 WS-VAR-CICS.
000190           02 WS-LONG               PIC  S9(04) COMP.
000191           02 WS-SEP-D              PIC  X            VALUE '-'.
000192           02 WS-SEP-T              PIC  X            VALUE ':'.
000193       02 WS-MAP                PIC  X(08)        VALUE 'MAP0111'.
000194       02 WS-MAPSET             PIC  X(08)        VALUE 'MAP0111'.
000195           02 WS-FECHA             PIC  X(10)        VALUE SPACES.
000196           02 WS-RESP               PIC  S9(04) COMP.
000197           02 WS-RESP-AUD           PIC  S9(04) COMP.
000198           02 WS-RIDFLD.
000199             08 WS-RID-TIPCTA       PIC X(02).
000200             08 WS-RID-NROCTA       PIC X(15).
000201           02 WS-RIDPEN.
000202             08 WS-RIDP-FEC         PIC X(10).
000203             08 WS-RIDP-NRO         PIC 9(05).
000204
000205        01 WS-COMMAREA.
000206           05 T11-FLAG-PF7          PIC 9             VALUE 0.
000207           05 T11-FLAG-PF8          PIC 9             VALUE 0.
000208           05 T11-NUMERO            PIC 9(05)         VALUE ZEROS.
000209
000210/--------COPY-SECTION------------/
000211        COPY MAP0111.
000212        COPY DFHBMSCA.
000213        COPY DFHAID.
000214        COPY CPCUENTA.
000215        COPY CPAUDIT.
000216        COPY CPMOVIM.
000217        COPY CPPENDT.
000218/--------------------------------/
000219        LINKAGE SECTION.
000220/--------------------------------/
000221         01 DFHCOMMAREA PIC X(07).
000222
000223/--------------------------------/
000224        PROCEDURE DIVISION.
000225/--------------------------------/
000226        0000-HOLACICS.
000227
000228            PERFORM 1000-I-INICIO
000229               THRU 1000-F-INICIO
000230
000231            PERFORM 2000-I-PROCESO
000232               THRU 2000-F-PROCESO
000233
000234            PERFORM 9999-I-FINAL
000235               THRU 9999-F-FINAL
000236            .
000237        1000-I-INICIO.
000238            PERFORM 2100-I-FECHA
000239               THRU 2100-F-FECHA
000240
000241            IF EIBCALEN GREATER ZEROS
000242              MOVE DFHCOMMAREA                      TO WS-COMMAREA
000243            END-IF
000244            MOVE LENGTH OF MAP0111O                    TO WS-LONG
000245
000246            EXEC CICS
000247                 ASSIGN USERID (WS-USERID)
000248            END-EXEC
000249            .
000250        1000-F-INICIO.
000251            EXIT.
000252
000253        2000-I-PROCESO.
000254
000255            EXEC CICS
000256                 RECEIVE MAP   (WS-MAP)
000257                 MAPSET        (WS-MAPSET)
000258                 INTO          (MAP0111I)
000259                 RESP          (WS-RESP)
000260            END-EXEC
000261
000262            EVALUATE WS-RESP
000263            WHEN DFHRESP(NORMAL)
000264
000265              PERFORM 3000-I-PFKEY
000266                 THRU 3000-F-PFKEY
000267
000268            WHEN DFHRESP(MAPFAIL)
000269
000270              INITIALIZE MAP0111O
000271              MOVE 0                               TO T11-FLAG-PF7
000272              MOVE 0                               TO T11-FLAG-PF8
000273
000274              PERFORM 3100-I-LISTAR
000275                 THRU 3100-F-LISTAR
000276
000277              PERFORM 3900-I-ENVIAR
000278                 THRU 3900-F-ENVIAR
000279
000280              IF EIBAID EQUAL DFHPF12
000281                PERFORM 3500-I-PF12
000282                   THRU 3500-F-PF12
000283              END-IF
000284
000285            WHEN OTHER
000286              MOVE 'ERROR MAPA'                        TO MSGO
000287
000288              EXEC CICS
000289                   SEND MAP (WS-MAP)
000290                   MAPSET   (WS-MAPSET)
000291                   FROM     (MAP0111O)
000292                   LENGTH   (WS-LONG)
000293                   ERASE
000294              END-EXEC
000295
000296            END-EVALUATE
000297            .
000298        2000-F-PROCESO.
000299            EXIT.
000300
000301        2100-I-FECHA.
000302            EXEC CICS
000303                 ASKTIME
000304                 ABSTIME (WS-ABSTIME)
000305            END-EXEC
000306            EXEC CICS FORMATTIME
000307                 ABSTIME  (WS-ABSTIME)
000308                 DDMMYYYY (WS-FECHA)    DATESEP (WS-SEP-D)
000309                 TIME     (WS-TIME)     TIMESEP (WS-SEP-T)
000310            END-EXEC
000311
000312            MOVE WS-FECHA                       TO WS-FECHA-PARTES
000313            MOVE WS-FP-AAAA                         TO WS-ISO-AAAA
000314            MOVE WS-FP-MM                            TO WS-ISO-MM
000315            MOVE WS-FP-DD                            TO WS-ISO-DD
000316            MOVE WS-FECHA-ISO                       TO WS-HOY-ISO
000317            .
000318        2100-F-FECHA.
000319            EXIT.
000320
000321        3000-I-PFKEY.
000322            EVALUATE TRUE ALSO TRUE ALSO TRUE
000323            WHEN EIBAID = DFHENTER ALSO T11-FLAG-PF7 NOT = '1'
000324                                   ALSO T11-FLAG-PF8 NOT = '1'
000325
000326              PERFORM 3050-I-ENTER
000327                 THRU 3050-F-ENTER
000328
000329            WHEN EIBAID = DFHPF3   ALSO T11-FLAG-PF7 NOT = '1'
000330                                   ALSO T11-FLAG-PF8 NOT = '1'
000331
000332              PERFORM 3200-I-PF3
000333                 THRU 3200-F-PF3
000334
000335            WHEN EIBAID = DFHPF5   ALSO T11-FLAG-PF7 = '1'
000336                                   ALSO TRUE
000337
000338           MOVE 0                                  TO T11-FLAG-PF7
000339              PERFORM 3700-I-CANCEL
000340                 THRU 3700-F-CANCEL
000341
000342            WHEN EIBAID = DFHPF5   ALSO TRUE
000343                                   ALSO T11-FLAG-PF8 = '1'
000344
000345           MOVE 0                                  TO T11-FLAG-PF8
000346              PERFORM 3700-I-CANCEL
000347                 THRU 3700-F-CANCEL
000348
000349            WHEN EIBAID = DFHPF7   ALSO T11-FLAG-PF7 NOT = '1'
000350                                   ALSO T11-FLAG-PF8 NOT = '1'
000351
000352              PERFORM 3800-I-PF7
000353                 THRU 3800-F-PF7
000354
000355            WHEN EIBAID = DFHPF7   ALSO T11-FLAG-PF7 = '1'
000356                                   ALSO TRUE
000357
000358              PERFORM 4000-I-APROBAR
000359                 THRU 4000-F-APROBAR
000360
000361            WHEN EIBAID = DFHPF8   ALSO T11-FLAG-PF7 NOT = '1'
000362                                   ALSO T11-FLAG-PF8 NOT = '1'
000363
000364              PERFORM 3850-I-PF8
000365                 THRU 3850-F-PF8
000366
000367            WHEN EIBAID = DFHPF8   ALSO TRUE
000368                                   ALSO T11-FLAG-PF8 = '1'
000369
000370              PERFORM 4100-I-RECHAZAR
000371                 THRU 4100-F-RECHAZAR
000372
000373            WHEN EIBAID = DFHPF10  ALSO T11-FLAG-PF7 NOT = '1'
000374                                   ALSO T11-FLAG-PF8 NOT = '1'
000375
000376              PERFORM 4200-I-UMBRAL
000377                 THRU 4200-F-UMBRAL
000378
000379            WHEN EIBAID = DFHPF12  ALSO T11-FLAG-PF7 NOT = '1'
000380                                   ALSO T11-FLAG-PF8 NOT = '1'
000381
000382              PERFORM 3500-I-PF12
000383                 THRU 3500-F-PF12
000384
000385            WHEN OTHER
000386
000387              MOVE WS-FECHA                          TO FECHAO
000388              MOVE CT-INVKEY                         TO MSGO
000389
000390              EXEC CICS
000391                   SEND MAP (WS-MAP)
000392                   MAPSET   (WS-MAPSET)
000393                   FROM     (MAP0111O)
000394                   LENGTH   (WS-LONG)
000395                   ERASE
000396              END-EXEC
000397
000398            END-EVALUATE
000399            .
000400        3000-F-PFKEY.
000401            EXIT.
000402
000403/----VALIDO-EL-NUMERO-Y-LEO-LA-PENDIENTE-DEL-DIA-/
000404* SOLO SE TRABAJA CON LAS DEL DIA: LAS DE DIAS ANTERIORES ESTAN
000405* VENCIDAS Y NO SE PUEDEN APROBAR NI RECHAZAR.
000406        3020-I-LEER-PENDIENTE.
000407            SET WS-VALIDA-OK                         TO TRUE
000408
000409            IF NUMEROI IS NOT NUMERIC OR NUMEROI = ZEROS
000410              MOVE CT-ERRNUM                         TO MSGO
000411              SET WS-VALIDA-ERROR                    TO TRUE
000412            ELSE
000413              MOVE WS-HOY-ISO                       TO WS-RIDP-FEC
000414              MOVE NUMEROI                          TO WS-RIDP-NRO
000415
000416              EXEC CICS
000417                   READ DATASET (CT-DATASET)
000418                   RIDFLD       (WS-RIDPEN)
000419                   INTO         (REG-PENDTRF)
000420                   LENGTH       (CT-LEN-DAT)
000421                   EQUAL
000422                   RESP         (WS-RESP)
000423              END-EXEC
000424
000425              EVALUATE WS-RESP
000426              WHEN DFHRESP(NORMAL)
000427                CONTINUE
000428              WHEN DFHRESP(NOTFND)
000429                MOVE CT-INEXPEN                      TO MSGO
000430                SET WS-VALIDA-ERROR                  TO TRUE
000431              WHEN OTHER
000432                MOVE CT-ARCHERR                      TO MSGO
000433                SET WS-VALIDA-ERROR                  TO TRUE
000434              END-EVALUATE
000435            END-IF
000436
000437            IF WS-VALIDA-OK AND NOT PEN-PENDIENTE
000438              MOVE CT-NOPEND                         TO MSGO
000439              SET WS-VALIDA-ERROR                    TO TRUE
000440            END-IF
000441            .
000442        3020-F-LEER-PENDIENTE.
000443            EXIT.
000444
000445/----ENTER-LISTA-LAS-PENDIENTES----/
000446* SI SE INDICA UN NUMERO LA LISTA ARRANCA DESDE ESE NUMERO (PARA
000447* VER LAS QUE NO ENTRAN EN LAS 10 LINEAS).
000448        3050-I-ENTER.
000449            IF NUMEROI IS NUMERIC
000450              MOVE NUMEROI                         TO WS-PEN-DESDE
000451            END-IF
000452
000453            INITIALIZE MAP0111O
000454
000455            PERFORM 3100-I-LISTAR
000456               THRU 3100-F-LISTAR
000457
000458            PERFORM 3900-I-ENVIAR
000459               THRU 3900-F-ENVIAR
000460            .
000461        3050-F-ENTER.
000462            EXIT.
000463
000464/----LISTO-LAS-PENDIENTES-DEL-DIA--/
000465* ANTES DE LISTAR SE VENCEN LAS PENDIENTES DE DIAS ANTERIORES Y
000466* SE MUESTRA EL UMBRAL VIGENTE. EL MENSAJE SOLO SE PONE SI NADIE
000467* LO CARGO ANTES.
000468        3100-I-LISTAR.
000469            PERFORM 3300-I-VENCER
000470               THRU 3300-F-VENCER
000471
000472            PERFORM 3450-I-LEER-UMBRAL
000473               THRU 3450-F-LEER-UMBRAL
000474            MOVE WS-UMBRAL                           TO UMBRALO
000475
000476            MOVE ZEROS                              TO WS-PEN-CANT
000477            SET WS-BROWSE-SIGUE                      TO TRUE
000478            MOVE WS-HOY-ISO                       TO WS-RIDP-FEC
000479            MOVE WS-PEN-DESDE                     TO WS-RIDP-NRO
000480
000481            EXEC CICS
000482                 STARTBR DATASET  (CT-DATASET)
000483                 RIDFLD           (WS-RIDPEN)
000484                 GTEQ
000485                 RESP             (WS-RESP)
000486            END-EXEC
000487
000488            EVALUATE WS-RESP
000489            WHEN DFHRESP(NORMAL)
000490
000491              PERFORM 3150-I-LEER-PENDIENTE
000492                 THRU 3150-F-LEER-PENDIENTE
000493                UNTIL WS-SW-BROWSE NOT = 0
000494
000495              EXEC CICS
000496                   ENDBR DATASET (CT-DATASET)
000497              END-EXEC
000498
000499              IF MSGO = SPACES OR LOW-VALUES
000500                EVALUATE TRUE
000501                WHEN WS-BROWSE-ERROR
000502                  MOVE CT-ARCHERR                    TO MSGO
000503                WHEN WS-PEN-CANT = ZEROS
000504                  MOVE CT-SINPEN                     TO MSGO
000505                WHEN OTHER
000506                  MOVE CT-LISTO                      TO MSGO
000507                END-EVALUATE
000508              END-IF
000509
000510            WHEN DFHRESP(NOTFND)
000511
000512              IF MSGO = SPACES OR LOW-VALUES
000513                MOVE CT-SINPEN                       TO MSGO
000514              END-IF
000515
000516            WHEN OTHER
000517
000518              SET WS-BROWSE-ERROR                    TO TRUE
000519              MOVE CT-ARCHERR                        TO MSGO
000520
000521            END-EVALUATE
000522            .
000523        3100-F-LISTAR.
000524            EXIT.
000525
000526        3150-I-LEER-PENDIENTE.
000527            EXEC CICS
000528                 READNEXT DATASET (CT-DATASET)
000529                 RIDFLD           (WS-RIDPEN)
000530                 INTO             (REG-PENDTRF)
000531                 RESP             (WS-RESP)
000532            END-EXEC
000533
000534            EVALUATE WS-RESP
000535            WHEN DFHRESP(NORMAL)
000536              IF PEN-FECHA NOT = WS-HOY-ISO
000537                SET WS-BROWSE-FIN                    TO TRUE
000538              ELSE
000539                IF PEN-PENDIENTE
000540                  ADD 1                             TO WS-PEN-CANT
000541                  IF WS-PEN-CANT NOT GREATER 10
000542                    PERFORM 3170-I-ARMAR-LINEA
000543                       THRU 3170-F-ARMAR-LINEA
000544                  ELSE
000545                    SET WS-BROWSE-FIN                TO TRUE
000546                  END-IF
000547                END-IF
000548              END-IF
000549            WHEN DFHRESP(ENDFILE)
000550              SET WS-BROWSE-FIN                      TO TRUE
000551            WHEN OTHER
000552              SET WS-BROWSE-ERROR                    TO TRUE
000553            END-EVALUATE
000554            .
000555        3150-F-LEER-PENDIENTE.
000556            EXIT.
000557
000558        3170-I-ARMAR-LINEA.
000559            MOVE PEN-NUMERO                      TO WS-DET-NUMERO
000560            MOVE PEN-TIPO-ORIGEN                 TO WS-DET-TIPORI
000561            MOVE PEN-NRO-ORIGEN                  TO WS-DET-NROORI
000562            MOVE PEN-TIPO-DESTINO                TO WS-DET-TIPDES
000563            MOVE PEN-NRO-DESTINO                 TO WS-DET-NRODES
000564            IF PEN-IMPORTE IS NUMERIC
000565              MOVE PEN-IMPORTE                   TO WS-DET-IMPORTE
000566            ELSE
000567              MOVE ZEROS                         TO WS-DET-IMPORTE
000568            END-IF
000569            MOVE PEN-TERMID-SOL                  TO WS-DET-TERMID
000570            MOVE PEN-HORA-SOL                      TO WS-DET-HORA
000571
000572            MOVE WS-LINEA-PEN              TO LINEAO (WS-PEN-CANT)
000573            .
000574        3170-F-ARMAR-LINEA.
000575            EXIT.
000576
000577        3200-I-PF3.
000578            INITIALIZE MAP0111O
000579            MOVE ZEROS                             TO WS-PEN-DESDE
000580
000581            PERFORM 3100-I-LISTAR
000582               THRU 3100-F-LISTAR
000583
000584            PERFORM 3900-I-ENVIAR
000585               THRU 3900-F-ENVIAR
000586            .
000587        3200-F-PF3.
000588            EXIT.
000589
000590/----VENCIMIENTO-DE-PENDIENTES-DE-DIAS-ANTERIORES/
000591* EL REGISTRO DE CONTROL GUARDA HASTA QUE FECHA YA SE VENCIO, ASI
000592* EL RECORRIDO ARRANCA AHI Y SE HACE UNA SOLA VEZ POR DIA. SE
000593* JUNTAN HASTA 50 CLAVES POR VEZ (NO SE ACTUALIZA DENTRO DEL
000594* BROWSE); SI QUEDAN MAS, LA FECHA DE CONTROL NO AVANZA Y LAS
000595* RESTANTES SE VENCEN EN LA PROXIMA CONSULTA.
000596        3300-I-VENCER.
000597            MOVE CT-FEC-CONTROL                   TO WS-RIDP-FEC
000598            MOVE ZEROS                            TO WS-RIDP-NRO
000599
000600            EXEC CICS
000601                 READ DATASET (CT-DATASET)
000602                 RIDFLD       (WS-RIDPEN)
000603                 INTO         (REG-PENDTRF)
000604                 LENGTH       (CT-LEN-DAT)
000605                 EQUAL
000606                 RESP         (WS-RESP)
000607            END-EXEC
000608
000609            EVALUATE WS-RESP
000610            WHEN DFHRESP(NORMAL)
000611              MOVE PEN-CTL-VENCIDO-HASTA       TO WS-VENCIDO-HASTA
000612            WHEN DFHRESP(NOTFND)
000613              MOVE SPACES                      TO WS-VENCIDO-HASTA
000614            WHEN OTHER
000615              MOVE WS-HOY-ISO                  TO WS-VENCIDO-HASTA
000616            END-EVALUATE
000617
000618            IF WS-VENCIDO-HASTA IS LESS THAN WS-HOY-ISO
000619              MOVE ZEROS                            TO WS-VEN-CANT
000620              SET WS-VENCER-COMPLETO                 TO TRUE
000621              SET WS-BROWSE-SIGUE                    TO TRUE
000622
000623              IF WS-VENCIDO-HASTA = SPACES
000624                MOVE CT-FEC-CONTROL                 TO WS-RIDP-FEC
000625              ELSE
000626                MOVE WS-VENCIDO-HASTA               TO WS-RIDP-FEC
000627              END-IF
000628              MOVE ZEROS                            TO WS-RIDP-NRO
000629
000630              EXEC CICS
000631                   STARTBR DATASET  (CT-DATASET)
000632                   RIDFLD           (WS-RIDPEN)
000633                   GTEQ
000634                   RESP             (WS-RESP)
000635              END-EXEC
000636
000637              IF WS-RESP = DFHRESP(NORMAL)
000638                PERFORM 3350-I-BUSCAR-VENCIDA
000639                   THRU 3350-F-BUSCAR-VENCIDA
000640                  UNTIL WS-SW-BROWSE NOT = 0
000641
000642                EXEC CICS
000643                     ENDBR DATASET (CT-DATASET)
000644                END-EXEC
000645              END-IF
000646
000647              MOVE 1                                 TO WS-VEN-IDX
000648              PERFORM 3370-I-MARCAR-VENCIDA
000649                 THRU 3370-F-MARCAR-VENCIDA
000650                UNTIL WS-VEN-IDX GREATER WS-VEN-CANT
000651
000652              IF WS-VENCER-COMPLETO AND NOT WS-BROWSE-ERROR
000653                PERFORM 3390-I-ACTUALIZAR-CONTROL
000654                   THRU 3390-F-ACTUALIZAR-CONTROL
000655              END-IF
000656            END-IF
000657            .
000658        3300-F-VENCER.
000659            EXIT.
000660
000661        3350-I-BUSCAR-VENCIDA.
000662            EXEC CICS
000663                 READNEXT DATASET (CT-DATASET)
000664                 RIDFLD           (WS-RIDPEN)
000665                 INTO             (REG-PENDTRF)
000666                 RESP             (WS-RESP)
000667            END-EXEC
000668
000669            EVALUATE WS-RESP
000670            WHEN DFHRESP(NORMAL)
000671              EVALUATE TRUE
000672              WHEN PEN-FECHA NOT LESS WS-HOY-ISO
000673                SET WS-BROWSE-FIN                    TO TRUE
000674              WHEN PEN-FECHA = CT-FEC-CONTROL
000675                CONTINUE
000676              WHEN NOT PEN-PENDIENTE
000677                CONTINUE
000678              WHEN WS-VEN-CANT NOT LESS 50
000679                SET WS-VENCER-PARCIAL                TO TRUE
000680                SET WS-BROWSE-FIN                    TO TRUE
000681              WHEN OTHER
000682                ADD 1                               TO WS-VEN-CANT
000683                MOVE PEN-CLAVE       TO WS-VEN-CLAVE (WS-VEN-CANT)
000684              END-EVALUATE
000685            WHEN DFHRESP(ENDFILE)
000686              SET WS-BROWSE-FIN                      TO TRUE
000687            WHEN OTHER
000688              SET WS-BROWSE-ERROR                    TO TRUE
000689            END-EVALUATE
000690            .
000691        3350-F-BUSCAR-VENCIDA.
000692            EXIT.
000693
000694        3370-I-MARCAR-VENCIDA.
000695            MOVE WS-VEN-CLAVE (WS-VEN-IDX)            TO WS-RIDPEN
000696
000697            EXEC CICS
000698                 READ DATASET (CT-DATASET)
000699                 RIDFLD       (WS-RIDPEN)
000700                 INTO         (REG-PENDTRF)
000701                 LENGTH       (CT-LEN-DAT)
000702                 UPDATE
000703                 RESP         (WS-RESP)
000704            END-EXEC
000705
000706            IF WS-RESP = DFHRESP(NORMAL) AND PEN-PENDIENTE
000707              SET PEN-VENCIDA                        TO TRUE
000708
000709              EXEC CICS
000710                   REWRITE DATASET (CT-DATASET)
000711                   FROM           (REG-PENDTRF)
000712                   LENGTH         (WS-LENGTH-PENDTRF)
000713                   RESP           (WS-RESP)
000714              END-EXEC
000715            END-IF
000716
000717            IF WS-RESP NOT = DFHRESP(NORMAL)
000718              SET WS-VENCER-PARCIAL                  TO TRUE
000719            END-IF
000720
000721            ADD 1                                    TO WS-VEN-IDX
000722            .
000723        3370-F-MARCAR-VENCIDA.
000724            EXIT.
000725
000726/----ACTUALIZO-LA-FECHA-DE-VENCIMIENTO-EN-EL-CONTROL/
000727* SI EL REGISTRO DE CONTROL NO EXISTE SE CREA CON EL UMBRAL POR
000728* DEFECTO (EL MISMO QUE APLICA LA T106 SIN REGISTRO DE CONTROL).
000729        3390-I-ACTUALIZAR-CONTROL.
000730            MOVE CT-FEC-CONTROL                   TO WS-RIDP-FEC
000731            MOVE ZEROS                            TO WS-RIDP-NRO
000732
000733            EXEC CICS
000734                 READ DATASET (CT-DATASET)
000735                 RIDFLD       (WS-RIDPEN)
000736                 INTO         (REG-PENDTRF)
000737                 LENGTH       (CT-LEN-DAT)
000738                 UPDATE
000739                 RESP         (WS-RESP)
000740            END-EXEC
000741
000742            EVALUATE WS-RESP
000743            WHEN DFHRESP(NORMAL)
000744              MOVE WS-HOY-ISO             TO PEN-CTL-VENCIDO-HASTA
000745
000746              EXEC CICS
000747                   REWRITE DATASET (CT-DATASET)
000748                   FROM           (REG-PENDTRF)
000749                   LENGTH         (WS-LENGTH-PENDTRF)
000750                   RESP           (WS-RESP)
000751              END-EXEC
000752
000753            WHEN DFHRESP(NOTFND)
000754              MOVE SPACES                          TO REG-PENDTRF
000755              MOVE CT-FEC-CONTROL                    TO PEN-FECHA
000756              MOVE ZEROS                            TO PEN-NUMERO
000757              MOVE CT-UMBRAL-DEFECTO             TO PEN-CTL-UMBRAL
000758              MOVE WS-HOY-ISO             TO PEN-CTL-VENCIDO-HASTA
000759
000760              EXEC CICS
000761                   WRITE DATASET (CT-DATASET)
000762                   RIDFLD        (PEN-CLAVE)
000763                   FROM          (REG-PENDTRF)
000764                   LENGTH        (WS-LENGTH-PENDTRF)
000765                   RESP          (WS-RESP)
000766              END-EXEC
000767
000768            WHEN OTHER
000769              CONTINUE
000770            END-EVALUATE
000771            .
000772        3390-F-ACTUALIZAR-CONTROL.
000773            EXIT.
000774
000775/----LEO-EL-UMBRAL-DEL-REGISTRO-DE-CONTROL-----------/
000776* MISMA REGLA QUE LA T106: SIN REGISTRO DE CONTROL (O SIN UMBRAL
000777* CARGADO) RIGE EL UMBRAL POR DEFECTO.
000778        3450-I-LEER-UMBRAL.
000779            MOVE CT-UMBRAL-DEFECTO                 TO WS-UMBRAL
000780            MOVE CT-FEC-CONTROL                   TO WS-RIDP-FEC
000781            MOVE ZEROS                            TO WS-RIDP-NRO
000782
000783            EXEC CICS
000784                 READ DATASET (CT-DATASET)
000785                 RIDFLD       (WS-RIDPEN)
000786                 INTO         (REG-PENDTRF)
000787                 LENGTH       (CT-LEN-DAT)
000788                 EQUAL
000789                 RESP         (WS-RESP)
000790            END-EXEC
000791
000792            IF WS-RESP = DFHRESP(NORMAL)
000793               AND PEN-CTL-UMBRAL IS NUMERIC
000794               AND PEN-CTL-UMBRAL IS GREATER ZEROS
000795              MOVE PEN-CTL-UMBRAL                    TO WS-UMBRAL
000796            END-IF
000797            .
000798        3450-F-LEER-UMBRAL.
000799            EXIT.
000800
000801        3500-I-PF12.
000802            EXEC CICS
000803                 SEND CONTROL ERASE
000804            END-EXEC
000805
000806            EXEC CICS
000807                 SEND TEXT
000808                 FROM (CT-FIN)
000809            END-EXEC
000810
000811            EXEC CICS
000812                 RETURN
000813            END-EXEC
000814            .
000815        3500-F-PF12.
000816            EXIT.
000817
000818        3700-I-CANCEL.
000819
000820            INITIALIZE MAP0111O
000821            MOVE ZEROS                               TO T11-NUMERO
000822            MOVE CT-CANCEL                           TO MSGO
000823
000824            PERFORM 3100-I-LISTAR
000825               THRU 3100-F-LISTAR
000826
000827            PERFORM 3900-I-ENVIAR
000828               THRU 3900-F-ENVIAR
000829            .
000830        3700-F-CANCEL.
000831            EXIT.
000832
000833/----PF7-PIDE-CONFIRMAR-LA-APROBACION/
000834* QUIEN APRUEBA DEBE SER OTRO USUARIO EN OTRA TERMINAL QUE QUIEN
000835* PIDIO LA TRANSFERENCIA (SE VUELVE A CONTROLAR AL CONFIRMAR).
000836        3800-I-PF7.
000837            PERFORM 3020-I-LEER-PENDIENTE
000838               THRU 3020-F-LEER-PENDIENTE
000839
000840            IF WS-VALIDA-OK
000841               AND (PEN-TERMID-SOL = EIBTRMID
000842                OR  PEN-USUARIO-SOL = WS-USERID)
000843              MOVE CT-MISMOSOL                       TO MSGO
000844              SET WS-VALIDA-ERROR                    TO TRUE
000845            END-IF
000846
000847            IF WS-VALIDA-OK
000848              MOVE PEN-NUMERO                        TO T11-NUMERO
000849              MOVE 1                               TO T11-FLAG-PF7
000850              MOVE CT-CONFAPR                        TO MSGO
000851            END-IF
000852
000853            MOVE MSGO                             TO WS-MSG-AUX
000854            INITIALIZE MAP0111O
000855            MOVE WS-MSG-AUX                            TO MSGO
000856            MOVE T11-NUMERO                          TO NUMEROO
000857
000858            PERFORM 3100-I-LISTAR
000859               THRU 3100-F-LISTAR
000860
000861            PERFORM 3900-I-ENVIAR
000862               THRU 3900-F-ENVIAR
000863            .
000864        3800-F-PF7.
000865            EXIT.
000866
000867/----PF8-PIDE-CONFIRMAR-EL-RECHAZO-/
000868        3850-I-PF8.
000869            PERFORM 3020-I-LEER-PENDIENTE
000870               THRU 3020-F-LEER-PENDIENTE
000871
000872            IF WS-VALIDA-OK
000873              MOVE PEN-NUMERO                        TO T11-NUMERO
000874              MOVE 1                               TO T11-FLAG-PF8
000875              MOVE CT-CONFRCH                        TO MSGO
000876            END-IF
000877
000878            MOVE MSGO                             TO WS-MSG-AUX
000879            INITIALIZE MAP0111O
000880            MOVE WS-MSG-AUX                            TO MSGO
000881            MOVE T11-NUMERO                          TO NUMEROO
000882
000883            PERFORM 3100-I-LISTAR
000884               THRU 3100-F-LISTAR
000885
000886            PERFORM 3900-I-ENVIAR
000887               THRU 3900-F-ENVIAR
000888            .
000889        3850-F-PF8.
000890            EXIT.
000891
000892        3900-I-ENVIAR.
000893            MOVE WS-FECHA                            TO FECHAO
000894
000895            EXEC CICS
000896                 SEND MAP  (WS-MAP)
000897                 MAPSET    (WS-MAPSET)
000898                 FROM      (MAP0111O)
000899                 LENGTH    (WS-LONG)
000900                 ERASE
000901            END-EXEC
000902            .
000903        3900-F-ENVIAR.
000904            EXIT.
000905
000906/----PF7-CONFIRMADO-APRUEBO-Y-APLICO-LA-TRANSFERENCIA/
000907* MISMA LOGICA QUE PGMPRU06 4000-I-TRANSFERIR CON LOS DATOS Y LAS
000908* COTIZACIONES GUARDADOS EN PENDTRF. LA PENDIENTE QUEDA TOMADA CON
000909* READ UPDATE HASTA EL FINAL, ASI DOS SUPERVISORES NO LA APRUEBAN
000910* A LA VEZ. ANTE CUALQUIER FALLA DESPUES DE DEBITAR EL ORIGEN, EL
000911* SYNCPOINT ROLLBACK DESHACE LA UNIDAD DE TRABAJO COMPLETA.
000912        4000-I-APROBAR.
000913            MOVE 0                                 TO T11-FLAG-PF7
000914            SET WS-TRANSF-OK                         TO TRUE
000915
000916            MOVE WS-HOY-ISO                       TO WS-RIDP-FEC
000917            MOVE T11-NUMERO                       TO WS-RIDP-NRO
000918
000919            EXEC CICS
000920                 READ DATASET (CT-DATASET)
000921                 RIDFLD       (WS-RIDPEN)
000922                 INTO         (REG-PENDTRF)
000923                 LENGTH       (CT-LEN-DAT)
000924                 UPDATE
000925                 RESP         (WS-RESP)
000926            END-EXEC
000927
000928            EVALUATE WS-RESP
000929            WHEN DFHRESP(NORMAL)
000930              CONTINUE
000931            WHEN DFHRESP(NOTFND)
000932              MOVE CT-INEXPEN                        TO MSGO
000933              SET WS-TRANSF-ERROR                    TO TRUE
000934            WHEN OTHER
000935              MOVE CT-ARCHERR                        TO MSGO
000936              SET WS-TRANSF-ERROR                    TO TRUE
000937            END-EVALUATE
000938
000939            IF WS-TRANSF-OK AND NOT PEN-PENDIENTE
000940              MOVE CT-NOPEND                         TO MSGO
000941              SET WS-TRANSF-ERROR                    TO TRUE
000942            END-IF
000943
000944            IF WS-TRANSF-OK
000945               AND (PEN-TERMID-SOL = EIBTRMID
000946                OR  PEN-USUARIO-SOL = WS-USERID)
000947              MOVE CT-MISMOSOL                       TO MSGO
000948              SET WS-TRANSF-ERROR                    TO TRUE
000949            END-IF
000950
000951            IF WS-TRANSF-OK
000952              MOVE PEN-TIPO-ORIGEN                TO WS-RID-TIPCTA
000953              MOVE PEN-NRO-ORIGEN                 TO WS-RID-NROCTA
000954
000955              EXEC CICS
000956                   READ DATASET (CT-DATCTA)
000957                   RIDFLD       (WS-RIDFLD)
000958                   INTO         (REG-CUENTA)
000959                   LENGTH       (CT-LEN-CTA)
000960                   UPDATE
000961                   RESP         (WS-RESP)
000962              END-EXEC
000963
000964              EVALUATE WS-RESP
000965              WHEN DFHRESP(NORMAL)
000966                CONTINUE
000967              WHEN DFHRESP(NOTFND)
000968                MOVE CT-INEXORI                      TO MSGO
000969                SET WS-TRANSF-ERROR                  TO TRUE
000970              WHEN OTHER
000971                MOVE CT-ARCHERR                      TO MSGO
000972                SET WS-TRANSF-ERROR                  TO TRUE
000973              END-EVALUATE
000974            END-IF
000975
000976            IF WS-TRANSF-OK
000977               AND (CU-CTA-CERRADA
000978                OR (CU-ESTADO = SPACE AND
000979                    CU-FECHA-ULTIMO-CIERRE NOT = SPACES))
000980              MOVE CT-CERRORI                        TO MSGO
000981              SET WS-TRANSF-ERROR                    TO TRUE
000982            END-IF
000982
000982            IF WS-TRANSF-OK AND CU-CTA-INACTIVA
000982              MOVE CT-INACORI                        TO MSGO
000982              SET WS-TRANSF-ERROR                    TO TRUE
000982            END-IF
000983
000984            IF WS-TRANSF-OK
000985               AND CU-SALDO-ACTUAL IS LESS THAN PEN-IMPORTE
000986              MOVE CT-SINSALDO                       TO MSGO
000987              SET WS-TRANSF-ERROR                    TO TRUE
000988            END-IF
000989
000990            IF WS-TRANSF-OK
000991              MOVE REG-CUENTA                    TO WS-IMG-ANT-ORI
000992
000993             SUBTRACT PEN-IMPORTE             FROM CU-SALDO-ACTUAL
000994              MOVE WS-FECHA                     TO CU-FECHA-ACTUAL
000995              IF CU-ESTADO = SPACE
000995                MOVE 'A'                         TO CU-ESTADO
000995              END-IF
000996
000997              EXEC CICS
000998                   REWRITE DATASET (CT-DATCTA)
000999                   FROM           (REG-CUENTA)
001000                   LENGTH         (WS-LENGTH-CUENTA)
001001                   RESP           (WS-RESP)
001002              END-EXEC
001003
001004              IF WS-RESP NOT = DFHRESP(NORMAL)
001005                MOVE CT-ARCHERR                      TO MSGO
001006                SET WS-TRANSF-ERROR                  TO TRUE
001007              END-IF
001008            END-IF
001009
001010            IF WS-TRANSF-OK
001011              MOVE PEN-TIPO-DESTINO               TO WS-RID-TIPCTA
001012              MOVE PEN-NRO-DESTINO                TO WS-RID-NROCTA
001013
001014              EXEC CICS
001015                   READ DATASET (CT-DATCTA)
001016                   RIDFLD       (WS-RIDFLD)
001017                   INTO         (WS-CUENTA-DESTINO)
001018                   LENGTH       (CT-LEN-CTA)
001019                   UPDATE
001020                   RESP         (WS-RESP)
001021              END-EXEC
001022
001023              EVALUATE WS-RESP
001024              WHEN DFHRESP(NORMAL)
001025                CONTINUE
001026              WHEN DFHRESP(NOTFND)
001027                MOVE CT-INEXDES                      TO MSGO
001028                SET WS-TRANSF-ROLLBACK               TO TRUE
001029              WHEN OTHER
001030                MOVE CT-ARCHERR                      TO MSGO
001031                SET WS-TRANSF-ROLLBACK               TO TRUE
001032              END-EVALUATE
001033            END-IF
001034
001035            IF WS-TRANSF-OK
001036               AND (DES-CTA-CERRADA
001037                OR (DES-ESTADO = SPACE AND
001038                    DES-FECHA-ULTIMO-CIERRE NOT = SPACES))
001039              MOVE CT-CERRDES                        TO MSGO
001040              SET WS-TRANSF-ROLLBACK                 TO TRUE
001041            END-IF
001042
001043            IF WS-TRANSF-OK
001044               AND PEN-IMPORTE-DES IS NOT GREATER ZEROS
001045              MOVE CT-SINCOTIZ                       TO MSGO
001046              SET WS-TRANSF-ROLLBACK                 TO TRUE
001047            END-IF
001048
001049            IF WS-TRANSF-OK
001050              MOVE WS-CUENTA-DESTINO             TO WS-IMG-ANT-DES
001051
001052              ADD PEN-IMPORTE-DES              TO DES-SALDO-ACTUAL
001053              MOVE WS-FECHA                    TO DES-FECHA-ACTUAL
001054              IF DES-ESTADO = SPACE
001054                MOVE 'A'                        TO DES-ESTADO
001054              END-IF
001055
001056              EXEC CICS
001057                   REWRITE DATASET (CT-DATCTA)
001058                   FROM           (WS-CUENTA-DESTINO)
001059                   LENGTH         (WS-LENGTH-CUENTA)
001060                   RESP           (WS-RESP)
001061              END-EXEC
001062
001063              IF WS-RESP NOT = DFHRESP(NORMAL)
001064                MOVE CT-ARCHERR                      TO MSGO
001065                SET WS-TRANSF-ROLLBACK               TO TRUE
001066              END-IF
001067            END-IF
001068
001069            IF WS-TRANSF-OK
001070              SET PEN-APROBADA                       TO TRUE
001071              MOVE EIBTRMID                     TO PEN-TERMID-AUT
001072              MOVE WS-USERID                   TO PEN-USUARIO-AUT
001073              MOVE WS-TIME                        TO PEN-HORA-AUT
001074
001075              EXEC CICS
001076                   REWRITE DATASET (CT-DATASET)
001077                   FROM           (REG-PENDTRF)
001078                   LENGTH         (WS-LENGTH-PENDTRF)
001079                   RESP           (WS-RESP)
001080              END-EXEC
001081
001082              IF WS-RESP NOT = DFHRESP(NORMAL)
001083                MOVE CT-ARCHERR                      TO MSGO
001084                SET WS-TRANSF-ROLLBACK               TO TRUE
001085              END-IF
001086            END-IF
001087
001088            IF WS-TRANSF-ROLLBACK
001089              EXEC CICS
001090                   SYNCPOINT ROLLBACK
001091              END-EXEC
001092            END-IF
001093
001094            IF WS-TRANSF-OK
001095              MOVE REG-CUENTA                    TO WS-IMG-DES-ORI
001096              MOVE WS-CUENTA-DESTINO             TO WS-IMG-DES-DES
001097              IF PEN-COTIZ-DES IS GREATER ZEROS
001098                COMPUTE WS-COTIZ-APLICADA ROUNDED =
001099                        PEN-COTIZ-ORI / PEN-COTIZ-DES
001100              ELSE
001101                MOVE ZEROS                  TO WS-COTIZ-APLICADA
001102              END-IF
001103              MOVE WS-COTIZ-APLICADA          TO WS-IMG-DES-COTIZ
001104              MOVE PEN-IMPORTE-DES           TO WS-IMG-DES-IMPDES
001105              MOVE PEN-TERMID-SOL          TO WS-IMG-DES-TERM-SOL
001106              MOVE PEN-NUMERO               TO WS-IMG-DES-NRO-PEN
001107
001108              PERFORM 4500-I-AUDITAR
001109                 THRU 4500-F-AUDITAR
001110
001111              PERFORM 4600-I-GRABAR-MOVIMS
001112                 THRU 4600-F-GRABAR-MOVIMS
001113
001114              MOVE CT-APROBADA                       TO MSGO
001115            END-IF
001116
001117            MOVE ZEROS                               TO T11-NUMERO
001118
001119            MOVE MSGO                             TO WS-MSG-AUX
001120            INITIALIZE MAP0111O
001121            MOVE WS-MSG-AUX                            TO MSGO
001122
001123            PERFORM 3100-I-LISTAR
001124               THRU 3100-F-LISTAR
001125
001126            PERFORM 3900-I-ENVIAR
001127               THRU 3900-F-ENVIAR
001128            .
001129        4000-F-APROBAR.
001130            EXIT.
001131
001132/----PF8-CONFIRMADO-RECHAZO-LA-TRANSFERENCIA/
001133* NO SE MUEVE DINERO; LA PENDIENTE QUEDA 'R' CON QUIEN LA RECHAZO.
001134        4100-I-RECHAZAR.
001135            MOVE 0                                 TO T11-FLAG-PF8
001136
001137            MOVE WS-HOY-ISO                       TO WS-RIDP-FEC
001138            MOVE T11-NUMERO                       TO WS-RIDP-NRO
001139
001140            EXEC CICS
001141                 READ DATASET (CT-DATASET)
001142                 RIDFLD       (WS-RIDPEN)
001143                 INTO         (REG-PENDTRF)
001144                 LENGTH       (CT-LEN-DAT)
001145                 UPDATE
001146                 RESP         (WS-RESP)
001147            END-EXEC
001148
001149            INITIALIZE MAP0111O
001150
001151            EVALUATE WS-RESP
001152            WHEN DFHRESP(NORMAL)
001153
001154              IF PEN-PENDIENTE
001155                SET PEN-RECHAZADA                    TO TRUE
001156                MOVE EIBTRMID                   TO PEN-TERMID-AUT
001157                MOVE WS-USERID                 TO PEN-USUARIO-AUT
001158                MOVE WS-TIME                      TO PEN-HORA-AUT
001159
001160                EXEC CICS
001161                     REWRITE DATASET (CT-DATASET)
001162                     FROM           (REG-PENDTRF)
001163                     LENGTH         (WS-LENGTH-PENDTRF)
001164                     RESP           (WS-RESP)
001165                END-EXEC
001166
001167                IF WS-RESP = DFHRESP(NORMAL)
001168                  MOVE CT-RECHAZADA                  TO MSGO
001169                ELSE
001170                  MOVE CT-ARCHERR                    TO MSGO
001171                END-IF
001172              ELSE
001173                MOVE CT-NOPEND                       TO MSGO
001174              END-IF
001175
001176            WHEN DFHRESP(NOTFND)
001177
001178              MOVE CT-INEXPEN                        TO MSGO
001179
001180            WHEN OTHER
001181
001182              MOVE CT-ARCHERR                        TO MSGO
001183
001184            END-EVALUATE
001185
001186            MOVE ZEROS                               TO T11-NUMERO
001187
001188            PERFORM 3100-I-LISTAR
001189               THRU 3100-F-LISTAR
001190
001191            PERFORM 3900-I-ENVIAR
001192               THRU 3900-F-ENVIAR
001193            .
001194        4100-F-RECHAZAR.
001195            EXIT.
001196
001197/----PF10-ACTUALIZA-EL-UMBRAL-EN-PESOS/
001198* EL NUEVO UMBRAL RIGE PARA LAS TRANSFERENCIAS QUE SE VALIDEN EN
001199* LA T106 DESDE AHORA; LAS YA PENDIENTES NO CAMBIAN.
001200        4200-I-UMBRAL.
001201            SET WS-VALIDA-OK                         TO TRUE
001202
001203            IF UMBRALI IS NOT NUMERIC OR
001204               UMBRALI IS NOT GREATER ZEROS
001205              MOVE CT-ERRUMB                         TO MSGO
001206              SET WS-VALIDA-ERROR                    TO TRUE
001207            ELSE
001208              MOVE UMBRALI                           TO WS-UMBRAL
001209            END-IF
001210
001211            IF WS-VALIDA-OK
001212              MOVE CT-FEC-CONTROL                   TO WS-RIDP-FEC
001213              MOVE ZEROS                            TO WS-RIDP-NRO
001214
001215              EXEC CICS
001216                   READ DATASET (CT-DATASET)
001217                   RIDFLD       (WS-RIDPEN)
001218                   INTO         (REG-PENDTRF)
001219                   LENGTH       (CT-LEN-DAT)
001220                   UPDATE
001221                   RESP         (WS-RESP)
001222              END-EXEC
001223
001224              EVALUATE WS-RESP
001225              WHEN DFHRESP(NORMAL)
001226                MOVE WS-UMBRAL                  TO PEN-CTL-UMBRAL
001227                MOVE WS-HOY-ISO           TO PEN-CTL-FECHA-UMBRAL
001228                MOVE EIBTRMID                   TO PEN-CTL-TERMID
001229                MOVE WS-USERID                 TO PEN-CTL-USUARIO
001230
001231                EXEC CICS
001232                     REWRITE DATASET (CT-DATASET)
001233                     FROM           (REG-PENDTRF)
001234                     LENGTH         (WS-LENGTH-PENDTRF)
001235                     RESP           (WS-RESP)
001236                END-EXEC
001237
001238              WHEN DFHRESP(NOTFND)
001239                MOVE SPACES                        TO REG-PENDTRF
001240                MOVE CT-FEC-CONTROL                  TO PEN-FECHA
001241                MOVE ZEROS                          TO PEN-NUMERO
001242                MOVE WS-UMBRAL                  TO PEN-CTL-UMBRAL
001243                MOVE WS-HOY-ISO           TO PEN-CTL-FECHA-UMBRAL
001244                MOVE EIBTRMID                   TO PEN-CTL-TERMID
001245                MOVE WS-USERID                 TO PEN-CTL-USUARIO
001246
001247                EXEC CICS
001248                     WRITE DATASET (CT-DATASET)
001249                     RIDFLD        (PEN-CLAVE)
001250                     FROM          (REG-PENDTRF)
001251                     LENGTH        (WS-LENGTH-PENDTRF)
001252                     RESP          (WS-RESP)
001253                END-EXEC
001254
001255              WHEN OTHER
001256                CONTINUE
001257              END-EVALUATE
001258
001259              IF WS-RESP = DFHRESP(NORMAL)
001260                MOVE CT-UMBOK                        TO MSGO
001261              ELSE
001262                MOVE CT-ARCHERR                      TO MSGO
001263              END-IF
001264            END-IF
001265
001266            MOVE MSGO                             TO WS-MSG-AUX
001267            INITIALIZE MAP0111O
001268            MOVE WS-MSG-AUX                            TO MSGO
001269
001270            PERFORM 3100-I-LISTAR
001271               THRU 3100-F-LISTAR
001272
001273            PERFORM 3900-I-ENVIAR
001274               THRU 3900-F-ENVIAR
001275            .
001276        4200-F-UMBRAL.
001277            EXIT.
001278
001279/----GRABO-AUDITORIA-DE-LA-TRANSFERENCIA/
001280* AUD-TERMID ES LA TERMINAL QUE APRUEBA; LA QUE PIDIO VA EN LA
001281* IMAGEN DESPUES (VER WS-IMG-DESPUES).
001282        4500-I-AUDITAR.
001283            MOVE WS-RESP                            TO WS-RESP-AUD
001284            MOVE EIBTRMID                            TO AUD-TERMID
001285            MOVE WS-FECHA                            TO AUD-FECHA
001286            MOVE WS-TIME                             TO AUD-HORA
001287            MOVE 'T'                                 TO AUD-ACCION
001288            MOVE SPACES                             TO AUD-TIP-DOC
001289            MOVE ZEROS                              TO AUD-NRO-DOC
001290            MOVE WS-IMG-ANTES                 TO AUD-IMAGEN-ANTES
001291            MOVE WS-IMG-DESPUES             TO AUD-IMAGEN-DESPUES
001292
001293            EXEC CICS
001294                 WRITEQ TD
001295                 QUEUE  (CT-TDQ)
001296                 FROM   (REG-AUDIT)
001297                 LENGTH (WS-LENGTH-AUDIT)
001298                 RESP   (WS-RESP)
001299            END-EXEC
001300
001301            EVALUATE WS-RESP
001302            WHEN DFHRESP(NORMAL)
001303              CONTINUE
001304            WHEN OTHER
001305              DISPLAY '* ERROR EN WRITEQ TD AUDITORIA: ' WS-RESP
001306            END-EVALUATE
001307
001308            MOVE WS-RESP-AUD                         TO WS-RESP
001309            .
001310        4500-F-AUDITAR.
001311            EXIT.
001312
001313/----GRABO-LAS-DOS-PATAS-EN-LA-HISTORIA-DE-MOVIMIENTOS/
001314* IGUAL QUE LA T106: UN REGISTRO 'TR' POR PATA CON EL SALDO
001315* RESULTANTE; LA TERMINAL ES LA QUE APROBO Y APLICO.
001316        4600-I-GRABAR-MOVIMS.
001317            MOVE SPACES                              TO REG-MOVIM
001318            MOVE CU-TIPO-CUENTA                 TO MOV-TIPO-CUENTA
001319            MOVE CU-NRO-CUENTA                   TO MOV-NRO-CUENTA
001320            MOVE WS-HOY-ISO                          TO MOV-FECHA
001321            MOVE 1                               TO MOV-SECUENCIA
001322            MOVE 'TR'                                TO MOV-ORIGEN
001323            MOVE 'DB'                           TO MOV-CODIGO-OPER
001324            MOVE PEN-IMPORTE                        TO MOV-IMPORTE
001325            MOVE CU-SALDO-ACTUAL          TO MOV-SALDO-RESULTANTE
001326            MOVE WS-TIME                             TO MOV-HORA
001327            MOVE EIBTRMID                           TO MOV-TERMID
001328
001329            PERFORM 4650-I-GRABAR-UN-MOVIM
001330               THRU 4650-F-GRABAR-UN-MOVIM
001331
001332            MOVE SPACES                              TO REG-MOVIM
001333            MOVE DES-TIPO-CUENTA                TO MOV-TIPO-CUENTA
001334            MOVE DES-NRO-CUENTA                  TO MOV-NRO-CUENTA
001335            MOVE WS-HOY-ISO                          TO MOV-FECHA
001336            MOVE 1                               TO MOV-SECUENCIA
001337            MOVE 'TR'                                TO MOV-ORIGEN
001338            MOVE 'CR'                           TO MOV-CODIGO-OPER
001339            MOVE PEN-IMPORTE-DES                    TO MOV-IMPORTE
001340            MOVE DES-SALDO-ACTUAL         TO MOV-SALDO-RESULTANTE
001341            MOVE WS-TIME                             TO MOV-HORA
001342            MOVE EIBTRMID                           TO MOV-TERMID
001343
001344            PERFORM 4650-I-GRABAR-UN-MOVIM
001345               THRU 4650-F-GRABAR-UN-MOVIM
001346            .
001347        4600-F-GRABAR-MOVIMS.
001348            EXIT.
001349
001350        4650-I-GRABAR-UN-MOVIM.
001351            SET WS-MOV-INTENTANDO                    TO TRUE
001352
001353            PERFORM 4660-I-INTENTAR-MOVIM
001354               THRU 4660-F-INTENTAR-MOVIM
001355              UNTIL WS-SW-MOV NOT = 0
001356            .
001357        4650-F-GRABAR-UN-MOVIM.
001358            EXIT.
001359
001360        4660-I-INTENTAR-MOVIM.
001361            EXEC CICS
001362                 WRITE DATASET (CT-DATMOV)
001363                 RIDFLD        (MOV-CLAVE)
001364                 FROM          (REG-MOVIM)
001365                 LENGTH        (CT-LEN-MOV)
001366                 RESP          (WS-RESP)
001367            END-EXEC
001368
001369            EVALUATE WS-RESP
001370            WHEN DFHRESP(NORMAL)
001371              SET WS-MOV-GRABADO                     TO TRUE
001372            WHEN DFHRESP(DUPREC)
001373              ADD 1                             TO MOV-SECUENCIA
001374            WHEN OTHER
001375              DISPLAY '* ERROR EN WRITE MOVIMIEN: ' WS-RESP
001376              SET WS-MOV-ERROR                       TO TRUE
001377            END-EVALUATE
001378            .
001379        4660-F-INTENTAR-MOVIM.
001380            EXIT.
001381
001382        9999-I-FINAL.
001383            EXEC CICS
001384                 RETURN
001385                 TRANSID  ('T111')
001386                 COMMAREA (WS-COMMAREA)
001387            END-EXEC
001388            .
001389        9999-F-FINAL.
001390            EXIT.
