000001/----------------------ROBCO-INDUSTRIES-<TM>-TERMLINK PROTOCOL-/
000002/--------------------------------/
000003        IDENTIFICATION DIVISION.
000004/--------------------------------/
000005        PROGRAM-ID. PGMPRU12.
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
000021       04 CT-DATASET           PIC  X(08)        VALUE 'MOVIMIEN'.
000022       04 CT-LEN-DAT            PIC  S9(04)       VALUE 080  COMP.
000023       04 CT-DATCTA             PIC  X(08)        VALUE 'CUENTAS'.
000024       04 CT-LEN-CTA            PIC  S9(04)       VALUE 073  COMP.
000025      04 CT-TDQ               PIC  X(04)        VALUE 'AUDT'.
000026      04 CT-RES-CLASE         PIC  X(08)        VALUE 'FACILITY'.
000027      04 CT-RES-ID       PIC  X(20)  VALUE 'ITPFBIO.T112.REVERSA'.
000028      04 CT-LEN-RES-ID        PIC  S9(08)       VALUE 20   COMP.
000029           04 CT-FIN                PIC  X(72)        VALUE
000030                                         'FIN EJECUCION TRX T112'.
000031           04 CT-IN                 PIC  X(51)        VALUE
000032            'INGRESE FECHA Y SECUENCIA DEL MOVIMIENTO (VER T109)'.
000033           04 CT-ERRTIP             PIC  X(23)        VALUE
000034                                        'TIPO DE CUENTA INVALIDO'.
000035           04 CT-ERRNRO             PIC  X(25)        VALUE
000036                                      'NUMERO DE CUENTA INVALIDO'.
000037           04 CT-ERRFEC             PIC  X(29)        VALUE
000038                                  'FECHA DEL MOVIMIENTO INVALIDA'.
000039           04 CT-ERRSEC             PIC  X(35)        VALUE
000040                            'INGRESE LA SECUENCIA DEL MOVIMIENTO'.
000041           04 CT-ERRCTR             PIC  X(40)        VALUE
000042                       'TR U OP: INGRESE LA CUENTA CONTRAPARTIDA'.
000043           04 CT-INEXMOV            PIC  X(22)        VALUE
000044                                         'MOVIMIENTO INEXISTENTE'.
000045           04 CT-ESREV              PIC  X(32)        VALUE
000046                               'UNA REVERSA NO SE PUEDE REVERSAR'.
000047           04 CT-YAREV              PIC  X(30)        VALUE
000048                                 'EL MOVIMIENTO YA FUE REVERSADO'.
000049           04 CT-SINPATA            PIC  X(51)        VALUE
000050            'NO SE HALLO LA OTRA PATA EN LA CUENTA CONTRAPARTIDA'.
000051           04 CT-HALLADO            PIC  X(39)        VALUE
000052                        'MOVIMIENTO HALLADO, PF7 PARA REVERSARLO'.
000053           04 CT-CONFREV            PIC  X(52)        VALUE
000054           'PRESIONE PF7 PARA CONFIRMAR LA REVERSA O PF5 CANCELA'.
000055           04 CT-REVERSADO          PIC  X(20)        VALUE
000056                                           'MOVIMIENTO REVERSADO'.
000057           04 CT-NOAUT              PIC  X(39)        VALUE
000058                        'USUARIO NO AUTORIZADO A REVERSAR (T112)'.
000059           04 CT-INEXCTA            PIC  X(18)        VALUE
000060                                             'CUENTA INEXISTENTE'.
000061           04 CT-CTACERR            PIC  X(19)        VALUE
000062                                            'CUENTA ESTA CERRADA'.
000063           04 CT-SINSALDO           PIC  X(43)        VALUE
000064                    'SALDO INSUFICIENTE PARA REVERSAR EL CREDITO'.
000065           04 CT-ARCHERR            PIC  X(13)        VALUE
000066                                                  'ERROR ARCHIVO'.
000067           04 CT-DB2ERR             PIC  X(22)        VALUE
000068                                         'ERROR ACTUALIZANDO DB2'.
000069           04 CT-INVKEY             PIC  X(35)        VALUE
000070                            'TECLA INVALIDA, INGRESE OTRA OPCION'.
000071           04 CT-CANCEL             PIC  X(16)        VALUE
000072                                               'ACCION CANCELADA'.
000073           04 CT-MARCA-ORI          PIC  X(08)        VALUE
000074                                                       'ORIGINAL'.
000075           04 CT-MARCA-REV          PIC  X(08)        VALUE
000076                                                       'REVERSA'.
000077
000078        01 WS-ABSTIME               PIC  S9(16) COMP  VALUE +0.
000079        01 WS-TIME                 PIC  X(08)        VALUE SPACES.
000080        01 WS-TIPO-CTA              PIC  X(02)        VALUE '  '.
000081           88 WS-TIP-CTA                   VALUE 'CA'
000082                                                 'CC'.
000083
000084        01 WS-LENGTH-CUENTA         PIC  S9(4)  COMP  VALUE 073.
000085        01 WS-LENGTH-AUDIT          PIC  S9(4)  COMP  VALUE 396.
000086        01 WS-LENGTH-MOVIM          PIC  S9(4)  COMP  VALUE 080.
000087
000088        01 WS-SW-VALIDA             PIC  9            VALUE 0.
000089           88 WS-VALIDA-OK                  VALUE 0.
000090           88 WS-VALIDA-ERROR               VALUE 1.
000091
000092        01 WS-SW-TRANSF             PIC  9            VALUE 0.
000093           88 WS-TRANSF-OK                  VALUE 0.
000094           88 WS-TRANSF-ERROR               VALUE 1.
000095           88 WS-TRANSF-ROLLBACK            VALUE 2.
000096
000097        01 WS-SW-MOV                PIC  9            VALUE 0.
000098           88 WS-MOV-INTENTANDO             VALUE 0.
000099           88 WS-MOV-GRABADO                VALUE 1.
000100           88 WS-MOV-ERROR                  VALUE 2.
000101
000102        01 WS-SW-BROWSE             PIC  9            VALUE 0.
000103           88 WS-BROWSE-SIGUE               VALUE 0.
000104           88 WS-BROWSE-FIN                 VALUE 1.
000105           88 WS-BROWSE-ERROR               VALUE 2.
000106
000107        01 WS-SW-PATA               PIC  9            VALUE 0.
000108           88 WS-PATA-NO-HALLADA            VALUE 0.
000109           88 WS-PATA-HALLADA               VALUE 1.
000110
000111        01 WS-CVDA-UPDATE           PIC  S9(08) COMP  VALUE +0.
000112        01 WS-SALDO-DB2            PIC  S9(09)V99 COMP-3 VALUE +0.
000113        01 FS-SQLCODE               PIC  -999         VALUE ZEROS.
000114        01 WS-LIMITE                PIC  S9(09)V99    VALUE ZEROS.
000115        01 WS-MSG-AUX              PIC  X(60)        VALUE SPACES.
000116
000117/-----PATAS-DEL-MOVIMIENTO-A-REVERSAR/
000118* LA 1 ES EL MOVIMIENTO ELEGIDO; LA 2 LA OTRA PATA DE UNA 'TR' U
000119* 'OP' EN LA CUENTA CONTRAPARTIDA. WS-TAB-NUEVAS GUARDA LAS 'RV'
000120* GRABADAS Y LAS CUENTAS ANTES Y DESPUES VAN A LA AUDITORIA.
000121        01 WS-TAB-PATAS.
000122           03 WS-PATA               PIC X(80)  OCCURS 2.
000123
000124        01 WS-TAB-NUEVAS            VALUE SPACES.
000125           03 WS-NUEVA              PIC X(80)  OCCURS 2.
000126
000127        01 WS-PAT-CANT              PIC  S9(04) COMP  VALUE +0.
000128        01 WS-PAT-IDX               PIC  S9(04) COMP  VALUE +0.
000129        01 WS-LIN-IDX               PIC  S9(04) COMP  VALUE +0.
000130        01 WS-SECU-NUEVA            PIC  9(05)        VALUE ZEROS.
000131
000132/-----MOVIMIENTO-ELEGIDO-(MISMO-LAYOUT-QUE-CPMOVIM)/
000133        01 WS-MOV-SEL.
000134           05 SEL-CLAVE.
000135               10 SEL-TIPO-CUENTA   PIC X(02).
000136               10 SEL-NRO-CUENTA    PIC X(15).
000137               10 SEL-FECHA         PIC X(10).
000138               10 SEL-SECUENCIA     PIC 9(05).
000139           05 SEL-ORIGEN            PIC X(02).
000140              88 SEL-ORI-DOS-PATAS        VALUE 'TR' 'OP'.
000141              88 SEL-ORI-TRANSFER         VALUE 'TR'.
000142              88 SEL-ORI-REVERSA          VALUE 'RV'.
000143           05 SEL-CODIGO-OPER       PIC X(02).
000144              88 SEL-OPER-CREDITO         VALUE 'CR'.
000145              88 SEL-OPER-DEBITO          VALUE 'DB'.
000146           05 SEL-IMPORTE           PIC S9(09)V99.
000147           05 SEL-SALDO-RESULTANTE  PIC S9(09)V99.
000148           05 SEL-HORA              PIC X(08).
000149           05 SEL-TERMID            PIC X(04).
000150           05 SEL-REFERENCIA.
000151               10 SEL-REF-ORIGEN    PIC X(02).
000152                  88 SEL-REF-REVERSADO    VALUE 'RV'.
000153               10 SEL-REF-FECHA     PIC 9(08) COMP-3.
000154               10 SEL-REF-SECUENCIA PIC 9(05) COMP-3.
000155
000156/-----LINEA-DE-DETALLE-----------/
000157        01 WS-LINEA-MOV.
000158           03 WS-DET-TIPCTA        PIC  X(02)        VALUE SPACES.
000159           03 FILLER                PIC  X(01)        VALUE ' '.
000160           03 WS-DET-NROCTA        PIC  X(15)        VALUE SPACES.
000161           03 FILLER                PIC  X(01)        VALUE ' '.
000162          03 WS-DET-FECHA          PIC  X(10)        VALUE SPACES.
000163           03 FILLER                PIC  X(01)        VALUE ' '.
000164           03 WS-DET-SECU           PIC  9(05)        VALUE ZEROS.
000165           03 FILLER                PIC  X(01)        VALUE ' '.
000166          03 WS-DET-ORIGEN         PIC  X(02)        VALUE SPACES.
000167           03 FILLER                PIC  X(01)        VALUE ' '.
000168          03 WS-DET-OPER           PIC  X(02)        VALUE SPACES.
000169           03 FILLER                PIC  X(01)        VALUE ' '.
000170           03 WS-DET-IMPORTE PIC -ZZZ.ZZZ.ZZ9,99     VALUE ZEROS.
000171           03 FILLER                PIC  X(01)        VALUE ' '.
000172          03 WS-DET-HORA           PIC  X(08)        VALUE SPACES.
000173           03 FILLER                PIC  X(01)        VALUE ' '.
000174          03 WS-DET-MARCA          PIC  X(08)        VALUE SPACES.
000175
000176/-----FECHAS-CLAVE-(ISO)-Y-PANTALLA/
000177        01 WS-FECHA-PARTES.
000178          03 WS-FP-DD              PIC  X(02)        VALUE SPACES.
000179           03 FILLER               PIC  X(01)        VALUE SPACE.
000180          03 WS-FP-MM              PIC  X(02)        VALUE SPACES.
000181           03 FILLER               PIC  X(01)        VALUE SPACE.
000182          03 WS-FP-AAAA            PIC  X(04)        VALUE SPACES.
000183
000184        01 WS-FECHA-ISO.
000185          03 WS-ISO-AAAA           PIC  X(04)        VALUE SPACES.
000186           03 FILLER               PIC  X(01)        VALUE '-'.
000187          03 WS-ISO-MM             PIC  X(02)        VALUE SPACES.
000188           03 FILLER               PIC  X(01)        VALUE '-'.
000189          03 WS-ISO-DD             PIC  X(02)        VALUE SPACES.
000190
000191        01 WS-HOY-ISO              PIC  X(10)        VALUE SPACES.
000192
000193        01 WS-FECHA-PANT.
000194          03 WS-PAN-DD             PIC  X(02)        VALUE SPACES.
000195           03 FILLER                PIC  X(01)        VALUE '-'.
000196          03 WS-PAN-MM             PIC  X(02)        VALUE SPACES.
000197           03 FILLER                PIC  X(01)        VALUE '-'.
000198          03 WS-PAN-AAAA           PIC  X(04)        VALUE SPACES.
000199
000200        01 WS-FECHA-NUM.
000201          03 WS-NUM-DD             PIC  9(02)        VALUE ZEROS.
000202          03 WS-NUM-MM             PIC  9(02)        VALUE ZEROS.
000203
000204*  FECHA AAAAMMDD PARA MOV-REF-FECHA (VER CPMOVIM).
000205        01 WS-FECHA-AMD.
000206          03 WS-AMD-AAAA           PIC  X(04)        VALUE ZEROS.
000207          03 WS-AMD-MM             PIC  X(02)        VALUE ZEROS.
000208          03 WS-AMD-DD             PIC  X(02)        VALUE ZEROS.
000209        01 WS-FECHA-AMD-N REDEFINES WS-FECHA-AMD
000210                                    PIC  9(08).
000211
000212/-----IMAGENES-PARA-AUDITORIA----/
000213*  ACCION 'V': LAS DOS CUENTAS (LA SEGUNDA EN BLANCO SI EL
000214*  MOVIMIENTO TIENE UNA SOLA PATA) Y LA CLAVE DEL MOVIMIENTO
000215*  REVERSADO (ANTES) O DE LA REVERSA GRABADA (DESPUES).
000216        01 WS-IMG-ANTES.
000217          05 WS-IMG-ANT-CTA        PIC X(73)  OCCURS 2.
000218          05 WS-IMG-ANT-CLAVE      PIC X(32)         VALUE SPACES.
000219          05 WS-IMG-ANT-ORIGEN     PIC X(02)         VALUE SPACES.
000220
000221        01 WS-IMG-DESPUES.
000222          05 WS-IMG-DES-CTA        PIC X(73)  OCCURS 2.
000223          05 WS-IMG-DES-CLAVE      PIC X(32)         VALUE SPACES.
000224          05 WS-IMG-DES-ORIGEN     PIC X(02)         VALUE SPACES.
000225
000226        01 WS-VAR-CICS.
000227           02 WS-LONG               PIC  S9(04) COMP.
000228           02 WS-SEP-D              PIC  X            VALUE '-'.
000229           02 WS-SEP-T              PIC  X            VALUE ':'.
000230       02 WS-MAP                PIC  X(08)        VALUE 'MAP0112'.
000231       02 WS-MAPSET             PIC  X(08)        VALUE 'MAP0112'.
000232           02 WS-FECHA             PIC  X(10)        VALUE SPACES.
000233           02 WS-RESP               PIC  S9(04) COMP.
000234           02 WS-RESP-AUD           PIC  S9(04) COMP.
000235           02 WS-RIDFLD.
000236             08 WS-RID-TIPCTA       PIC X(02).
000237             08 WS-RID-NROCTA       PIC X(15).
000238           02 WS-RIDMOV.
000239             08 WS-RIDM-TIPCTA      PIC X(02).
000240             08 WS-RIDM-NROCTA      PIC X(15).
000241             08 WS-RIDM-FECHA       PIC X(10).
000242             08 WS-RIDM-SECU        PIC 9(05).
000243
000244        01 WS-COMMAREA.
000245           05 T12-FLAG-ESTADO       PIC X             VALUE SPACE.
000246              88 T12-VIENE-DE-T109        VALUE 'X'.
000247           05 T12-CLAVE-CTA.
000248             08 T12-TIPCTA          PIC X(02).
000249             08 T12-NROCTA          PIC X(15).
000250           05 T12-FLAG-PF7          PIC 9             VALUE 0.
000251           05 T12-MOVFEC            PIC X(10).
000252           05 T12-MOVSEC            PIC 9(05).
000253           05 T12-CLAVE-CTR.
000254             08 T12-CTRTIP          PIC X(02).
000255             08 T12-CTRNRO          PIC X(15).
000256
000257/--------COPY-SECTION------------/
000258        COPY MAP0112.
000259        COPY DFHBMSCA.
000260        COPY DFHAID.
000261        COPY CPCUENTA.
000262        COPY CPAUDIT.
000263        COPY CPMOVIM.
000264
000265/------SQLCA-COMMUNICATION-------/
000266            EXEC SQL
000267             INCLUDE SQLCA
000268            END-EXEC.
000269/--------------------------------/
000270        LINKAGE SECTION.
000271/--------------------------------/
000272         01 DFHCOMMAREA PIC X(51).
000273
000274/--------------------------------/
000275        PROCEDURE DIVISION.
000276/--------------------------------/
000277        0000-HOLACICS.
000278
000279            PERFORM 1000-I-INICIO
000280               THRU 1000-F-INICIO
000281
000282            PERFORM 2000-I-PROCESO
000283               THRU 2000-F-PROCESO
000284
000285            PERFORM 9999-I-FINAL
000286               THRU 9999-F-FINAL
000287            .
000288        1000-I-INICIO.
000289            PERFORM 2100-I-FECHA
000290               THRU 2100-F-FECHA
000291
000292            IF EIBCALEN GREATER ZEROS
000293              MOVE DFHCOMMAREA                      TO WS-COMMAREA
000294            END-IF
000295            MOVE LENGTH OF MAP0112O                    TO WS-LONG
000296            .
000297        1000-F-INICIO.
000298            EXIT.
000299
000300        2000-I-PROCESO.
000301
000302            IF T12-VIENE-DE-T109
000303
000304              MOVE SPACE                        TO T12-FLAG-ESTADO
000305              MOVE 0                            TO T12-FLAG-PF7
000306              MOVE SPACES                       TO T12-MOVFEC
000307              MOVE ZEROS                        TO T12-MOVSEC
000308              MOVE SPACES                       TO T12-CLAVE-CTR
000309
000310              MOVE ZEROS                            TO WS-PAT-CANT
000311              MOVE CT-IN                               TO MSGO
000312
000313              PERFORM 3850-I-MOSTRAR
000314                 THRU 3850-F-MOSTRAR
000315
000316              PERFORM 3900-I-ENVIAR
000317                 THRU 3900-F-ENVIAR
000318
000319            ELSE
000320
000321              EXEC CICS
000322                   RECEIVE MAP   (WS-MAP)
000323                   MAPSET        (WS-MAPSET)
000324                   INTO          (MAP0112I)
000325                   RESP          (WS-RESP)
000326              END-EXEC
000327
000328              EVALUATE WS-RESP
000329              WHEN DFHRESP(NORMAL)
000330
000331                PERFORM 3000-I-PFKEY
000332                   THRU 3000-F-PFKEY
000333
000334              WHEN DFHRESP(MAPFAIL)
000335
000336                INITIALIZE MAP0112O
000337                MOVE 0                           TO T12-FLAG-PF7
000338                MOVE CT-IN                           TO MSGO
000339
000340                PERFORM 3900-I-ENVIAR
000341                   THRU 3900-F-ENVIAR
000342
000343                IF EIBAID EQUAL DFHPF12
000344                  PERFORM 3500-I-PF12
000345                     THRU 3500-F-PF12
000346                END-IF
000347
000348              WHEN OTHER
000349                MOVE 'ERROR MAPA'                    TO MSGO
000350
000351                EXEC CICS
000352                     SEND MAP (WS-MAP)
000353                     MAPSET   (WS-MAPSET)
000354                     FROM     (MAP0112O)
000355                     LENGTH   (WS-LONG)
000356                     ERASE
000357                END-EXEC
000358
000359              END-EVALUATE
000360            END-IF
000361            .
000362        2000-F-PROCESO.
000363            EXIT.
000364
000365        2100-I-FECHA.
000366            EXEC CICS
000367                 ASKTIME
000368                 ABSTIME (WS-ABSTIME)
000369            END-EXEC
000370            EXEC CICS FORMATTIME
000371                 ABSTIME  (WS-ABSTIME)
000372                 DDMMYYYY (WS-FECHA)    DATESEP (WS-SEP-D)
000373                 TIME     (WS-TIME)     TIMESEP (WS-SEP-T)
000374            END-EXEC
000375
000376            MOVE WS-FECHA                       TO WS-FECHA-PARTES
000377            MOVE WS-FP-AAAA                         TO WS-ISO-AAAA
000378            MOVE WS-FP-MM                            TO WS-ISO-MM
000379            MOVE WS-FP-DD                            TO WS-ISO-DD
000380            MOVE WS-FECHA-ISO                       TO WS-HOY-ISO
000381            .
000382        2100-F-FECHA.
000383            EXIT.
000384
000385        3000-I-PFKEY.
000386            EVALUATE TRUE ALSO TRUE
000387            WHEN EIBAID = DFHENTER ALSO T12-FLAG-PF7 NOT = '1'
000388
000389              PERFORM 3050-I-ENTER
000390                 THRU 3050-F-ENTER
000391
000392            WHEN EIBAID = DFHPF3   ALSO T12-FLAG-PF7 NOT = '1'
000393
000394              PERFORM 3200-I-PF3
000395                 THRU 3200-F-PF3
000396
000397            WHEN EIBAID = DFHPF5   ALSO T12-FLAG-PF7 = '1'
000398
000399           MOVE 0                                  TO T12-FLAG-PF7
000400              PERFORM 3700-I-CANCEL
000401                 THRU 3700-F-CANCEL
000402
000403            WHEN EIBAID = DFHPF7   ALSO T12-FLAG-PF7 NOT = '1'
000404
000405              PERFORM 3800-I-PF7
000406                 THRU 3800-F-PF7
000407
000408            WHEN EIBAID = DFHPF7   ALSO T12-FLAG-PF7 = '1'
000409
000410              PERFORM 4000-I-REVERSAR
000411                 THRU 4000-F-REVERSAR
000412
000413            WHEN EIBAID = DFHPF12  ALSO T12-FLAG-PF7 NOT = '1'
000414
000415              PERFORM 3500-I-PF12
000416                 THRU 3500-F-PF12
000417
000418            WHEN OTHER
000419
000420              MOVE WS-FECHA                          TO FECHAO
000421              MOVE CT-INVKEY                         TO MSGO
000422
000423              EXEC CICS
000424                   SEND MAP (WS-MAP)
000425                   MAPSET   (WS-MAPSET)
000426                   FROM     (MAP0112O)
000427                   LENGTH   (WS-LONG)
000428                   ERASE
000429              END-EXEC
000430
000431            END-EVALUATE
000432            .
000433        3000-F-PFKEY.
000434            EXIT.
000435
000436/----VALIDO-LOS-DATOS-DE-PANTALLA-/
000437* LA FECHA SE INGRESA DD-MM-AAAA COMO LA MUESTRA LA T109; LA
000438* CUENTA CONTRAPARTIDA SOLO SE EXIGE SI EL MOVIMIENTO ES 'TR' U
000439* 'OP' (SE CONTROLA AL LEERLO).
000440        3010-I-VALIDAR-PANTALLA.
000441            SET WS-VALIDA-OK                         TO TRUE
000442
000443            MOVE TIPCTAI                            TO WS-TIPO-CTA
000444            IF NOT WS-TIP-CTA
000445              MOVE CT-ERRTIP                         TO MSGO
000446              SET WS-VALIDA-ERROR                    TO TRUE
000447            ELSE
000448              IF NROCTAI = SPACES OR LOW-VALUES
000449                MOVE CT-ERRNRO                       TO MSGO
000450                SET WS-VALIDA-ERROR                  TO TRUE
000451              ELSE
000452                MOVE TIPCTAI                        TO T12-TIPCTA
000453                MOVE NROCTAI                        TO T12-NROCTA
000454              END-IF
000455            END-IF
000456
000457            IF WS-VALIDA-OK
000458              MOVE MOVFECI                      TO WS-FECHA-PARTES
000459
000460              IF WS-FP-DD   IS NOT NUMERIC OR
000461                 WS-FP-MM   IS NOT NUMERIC OR
000462                 WS-FP-AAAA IS NOT NUMERIC
000463                MOVE CT-ERRFEC                       TO MSGO
000464                SET WS-VALIDA-ERROR                  TO TRUE
000465              ELSE
000466                MOVE WS-FP-DD                        TO WS-NUM-DD
000467                MOVE WS-FP-MM                        TO WS-NUM-MM
000468                MOVE WS-FP-AAAA                     TO WS-ISO-AAAA
000469                MOVE WS-FP-MM                         TO WS-ISO-MM
000470                MOVE WS-FP-DD                         TO WS-ISO-DD
000471
000472                IF WS-NUM-DD LESS 1 OR WS-NUM-DD GREATER 31 OR
000473                   WS-NUM-MM LESS 1 OR WS-NUM-MM GREATER 12 OR
000474                   WS-FECHA-ISO GREATER WS-HOY-ISO
000475                  MOVE CT-ERRFEC                     TO MSGO
000476                  SET WS-VALIDA-ERROR                TO TRUE
000477                ELSE
000478                  MOVE MOVFECI                      TO T12-MOVFEC
000479                END-IF
000480              END-IF
000481            END-IF
000482
000483            IF WS-VALIDA-OK
000484              IF MOVSECI IS NOT NUMERIC OR MOVSECI = ZEROS
000485                MOVE CT-ERRSEC                       TO MSGO
000486                SET WS-VALIDA-ERROR                  TO TRUE
000487              ELSE
000488                MOVE MOVSECI                        TO T12-MOVSEC
000489              END-IF
000490            END-IF
000491
000492            IF WS-VALIDA-OK
000493              IF CTRTIPI = LOW-VALUES
000494                MOVE SPACES                         TO T12-CTRTIP
000495              ELSE
000496                MOVE CTRTIPI                        TO T12-CTRTIP
000497              END-IF
000498              IF CTRNROI = LOW-VALUES
000499                MOVE SPACES                         TO T12-CTRNRO
000500              ELSE
000501                MOVE CTRNROI                        TO T12-CTRNRO
000502              END-IF
000503            END-IF
000504            .
000505        3010-F-VALIDAR-PANTALLA.
000506            EXIT.
000507
000508/----LEO-EL-MOVIMIENTO-Y-SU-OTRA-PATA-/
000509* TRABAJA CON LA CLAVE GUARDADA EN LA COMMAREA, ASI LA
000510* CONFIRMACION (PF7) VUELVE A LEER TODO Y VE LO QUE OTRA TERMINAL
000511* HAYA HECHO.
000512* UNA 'RV' NO SE REVERSA Y UN MOVIMIENTO REVERSADO TAMPOCO.
000513        3030-I-BUSCAR-MOVIM.
000514            SET WS-VALIDA-OK                         TO TRUE
000515            MOVE ZEROS                              TO WS-PAT-CANT
000516            MOVE SPACES                            TO WS-TAB-PATAS
000517
000518            MOVE T12-MOVFEC                     TO WS-FECHA-PARTES
000519            MOVE WS-FP-AAAA                         TO WS-ISO-AAAA
000520            MOVE WS-FP-MM                            TO WS-ISO-MM
000521            MOVE WS-FP-DD                            TO WS-ISO-DD
000522
000523            MOVE T12-TIPCTA                      TO WS-RIDM-TIPCTA
000524            MOVE T12-NROCTA                      TO WS-RIDM-NROCTA
000525            MOVE WS-FECHA-ISO                     TO WS-RIDM-FECHA
000526            MOVE T12-MOVSEC                        TO WS-RIDM-SECU
000527
000528            EXEC CICS
000529                 READ DATASET (CT-DATASET)
000530                 RIDFLD       (WS-RIDMOV)
000531                 INTO         (REG-MOVIM)
000532                 LENGTH       (CT-LEN-DAT)
000533                 EQUAL
000534                 RESP         (WS-RESP)
000535            END-EXEC
000536
000537            EVALUATE WS-RESP
000538            WHEN DFHRESP(NORMAL)
000539              MOVE REG-MOVIM                         TO WS-MOV-SEL
000540            WHEN DFHRESP(NOTFND)
000541              MOVE CT-INEXMOV                        TO MSGO
000542              SET WS-VALIDA-ERROR                    TO TRUE
000543            WHEN OTHER
000544              MOVE CT-ARCHERR                        TO MSGO
000545              SET WS-VALIDA-ERROR                    TO TRUE
000546            END-EVALUATE
000547
000548            IF WS-VALIDA-OK
000549              EVALUATE TRUE
000550              WHEN SEL-ORI-REVERSA
000551                MOVE CT-ESREV                        TO MSGO
000552                SET WS-VALIDA-ERROR                  TO TRUE
000553              WHEN SEL-REF-REVERSADO
000554                MOVE CT-YAREV                        TO MSGO
000555                SET WS-VALIDA-ERROR                  TO TRUE
000556              WHEN OTHER
000557                MOVE 1                              TO WS-PAT-CANT
000558                MOVE WS-MOV-SEL                     TO WS-PATA (1)
000559              END-EVALUATE
000560            END-IF
000561
000562            IF WS-VALIDA-OK AND SEL-ORI-DOS-PATAS
000563              MOVE T12-CTRTIP                       TO WS-TIPO-CTA
000564              IF NOT WS-TIP-CTA OR T12-CTRNRO = SPACES
000565                 OR T12-CLAVE-CTR = T12-CLAVE-CTA
000566                MOVE CT-ERRCTR                       TO MSGO
000567                SET WS-VALIDA-ERROR                  TO TRUE
000568              ELSE
000569                PERFORM 3060-I-BUSCAR-PATA
000570                   THRU 3060-F-BUSCAR-PATA
000571              END-IF
000572            END-IF
000573            .
000574        3030-F-BUSCAR-MOVIM.
000575            EXIT.
000576
000577/----BUSCO-LA-OTRA-PATA-EN-LA-CUENTA-CONTRAPARTIDA-/
000578* MISMA FECHA Y ORIGEN, OPERACION CONTRARIA Y SIN REVERSAR. LAS
000579* DOS PATAS DE UNA 'TR' SE GRABAN CON LA MISMA TERMINAL Y HORA;
000580* LAS DE UNA 'OP' (PGMORD01) PUEDEN DIFERIR EN LA HORA.
000581        3060-I-BUSCAR-PATA.
000582            SET WS-PATA-NO-HALLADA                   TO TRUE
000583            SET WS-BROWSE-SIGUE                      TO TRUE
000584
000585            MOVE T12-CTRTIP                      TO WS-RIDM-TIPCTA
000586            MOVE T12-CTRNRO                      TO WS-RIDM-NROCTA
000587            MOVE SEL-FECHA                        TO WS-RIDM-FECHA
000588            MOVE ZEROS                             TO WS-RIDM-SECU
000589
000590            EXEC CICS
000591                 STARTBR DATASET  (CT-DATASET)
000592                 RIDFLD           (WS-RIDMOV)
000593                 GTEQ
000594                 RESP             (WS-RESP)
000595            END-EXEC
000596
000597            EVALUATE WS-RESP
000598            WHEN DFHRESP(NORMAL)
000599
000600              PERFORM 3070-I-LEER-PATA
000601                 THRU 3070-F-LEER-PATA
000602                UNTIL WS-SW-BROWSE NOT = 0
000603
000604              EXEC CICS
000605                   ENDBR DATASET (CT-DATASET)
000606              END-EXEC
000607
000608            WHEN DFHRESP(NOTFND)
000609
000610              CONTINUE
000611
000612            WHEN OTHER
000613
000614              SET WS-BROWSE-ERROR                    TO TRUE
000615
000616            END-EVALUATE
000617
000618            EVALUATE TRUE
000619            WHEN WS-BROWSE-ERROR
000620              MOVE CT-ARCHERR                        TO MSGO
000621              SET WS-VALIDA-ERROR                    TO TRUE
000622            WHEN WS-PATA-NO-HALLADA
000623              MOVE CT-SINPATA                        TO MSGO
000624              SET WS-VALIDA-ERROR                    TO TRUE
000625            WHEN OTHER
000626              MOVE 2                                TO WS-PAT-CANT
000627            END-EVALUATE
000628            .
000629        3060-F-BUSCAR-PATA.
000630            EXIT.
000631
000632        3070-I-LEER-PATA.
000633            EXEC CICS
000634                 READNEXT DATASET (CT-DATASET)
000635                 RIDFLD           (WS-RIDMOV)
000636                 INTO             (REG-MOVIM)
000637                 RESP             (WS-RESP)
000638            END-EXEC
000639
000640            EVALUATE WS-RESP
000641            WHEN DFHRESP(NORMAL)
000642              EVALUATE TRUE
000643              WHEN MOV-TIPO-CUENTA NOT = T12-CTRTIP
000644                OR MOV-NRO-CUENTA  NOT = T12-CTRNRO
000645                OR MOV-FECHA       NOT = SEL-FECHA
000646                SET WS-BROWSE-FIN                    TO TRUE
000647              WHEN MOV-ORIGEN = SEL-ORIGEN
000648               AND MOV-CODIGO-OPER NOT = SEL-CODIGO-OPER
000649               AND NOT MOV-REF-REVERSADO
000650               AND (NOT SEL-ORI-TRANSFER
000651                OR (MOV-TERMID = SEL-TERMID AND
000652                    MOV-HORA   = SEL-HORA))
000653                MOVE REG-MOVIM                  TO WS-PATA (2)
000654                SET WS-PATA-HALLADA                  TO TRUE
000655                SET WS-BROWSE-FIN                    TO TRUE
000656              WHEN OTHER
000657                CONTINUE
000658              END-EVALUATE
000659            WHEN DFHRESP(ENDFILE)
000660              SET WS-BROWSE-FIN                      TO TRUE
000661            WHEN OTHER
000662              SET WS-BROWSE-ERROR                    TO TRUE
000663            END-EVALUATE
000664            .
000665        3070-F-LEER-PATA.
000666            EXIT.
000667
000668/----ENTER-MUESTRA-EL-MOVIMIENTO-ELEGIDO-/
000669        3050-I-ENTER.
000670            PERFORM 3010-I-VALIDAR-PANTALLA
000671               THRU 3010-F-VALIDAR-PANTALLA
000672
000673            IF WS-VALIDA-OK
000674              PERFORM 3030-I-BUSCAR-MOVIM
000675                 THRU 3030-F-BUSCAR-MOVIM
000676            END-IF
000677
000678            IF WS-VALIDA-OK
000679              MOVE CT-HALLADO                        TO MSGO
000680            END-IF
000681
000682            PERFORM 3850-I-MOSTRAR
000683               THRU 3850-F-MOSTRAR
000684
000685            PERFORM 3900-I-ENVIAR
000686               THRU 3900-F-ENVIAR
000687            .
000688        3050-F-ENTER.
000689            EXIT.
000690
000691        3200-I-PF3.
000692            INITIALIZE MAP0112O
000693            MOVE SPACES                           TO T12-CLAVE-CTA
000694            MOVE SPACES                              TO T12-MOVFEC
000695            MOVE ZEROS                               TO T12-MOVSEC
000696            MOVE SPACES                           TO T12-CLAVE-CTR
000697            MOVE CT-IN                                     TO MSGO
000698
000699            PERFORM 3900-I-ENVIAR
000700               THRU 3900-F-ENVIAR
000701            .
000702        3200-F-PF3.
000703            EXIT.
000704
000705/----ARMO-LAS-LINEAS-DE-LAS-PATAS-/
000706* PRIMERO LOS MOVIMIENTOS ORIGINALES Y, SI YA SE REVERSARON, LAS
000707* 'RV' GRABADAS (HASTA 4 LINEAS).
000708        3400-I-ARMAR-LINEAS.
000709            MOVE 1                                   TO WS-LIN-IDX
000710            MOVE 1                                   TO WS-PAT-IDX
000711
000712            PERFORM 3450-I-LINEA-ORIGINAL
000713               THRU 3450-F-LINEA-ORIGINAL
000714              UNTIL WS-PAT-IDX GREATER WS-PAT-CANT
000715
000716            IF WS-NUEVA (1) NOT = SPACES
000717              MOVE 1                                 TO WS-PAT-IDX
000718
000719              PERFORM 3470-I-LINEA-REVERSA
000720                 THRU 3470-F-LINEA-REVERSA
000721                UNTIL WS-PAT-IDX GREATER WS-PAT-CANT
000722            END-IF
000723            .
000724        3400-F-ARMAR-LINEAS.
000725            EXIT.
000726
000727        3450-I-LINEA-ORIGINAL.
000728            MOVE WS-PATA (WS-PAT-IDX)                TO REG-MOVIM
000729            MOVE CT-MARCA-ORI                     TO WS-DET-MARCA
000730
000731            PERFORM 3490-I-ARMAR-UNA-LINEA
000732               THRU 3490-F-ARMAR-UNA-LINEA
000733
000734            ADD 1                                    TO WS-PAT-IDX
000735            .
000736        3450-F-LINEA-ORIGINAL.
000737            EXIT.
000738
000739        3470-I-LINEA-REVERSA.
000740            MOVE WS-NUEVA (WS-PAT-IDX)               TO REG-MOVIM
000741            MOVE CT-MARCA-REV                     TO WS-DET-MARCA
000742
000743            PERFORM 3490-I-ARMAR-UNA-LINEA
000744               THRU 3490-F-ARMAR-UNA-LINEA
000745
000746            ADD 1                                    TO WS-PAT-IDX
000747            .
000748        3470-F-LINEA-REVERSA.
000749            EXIT.
000750
000751        3490-I-ARMAR-UNA-LINEA.
000752            MOVE MOV-TIPO-CUENTA                 TO WS-DET-TIPCTA
000753            MOVE MOV-NRO-CUENTA                  TO WS-DET-NROCTA
000754            MOVE MOV-FECHA                        TO WS-FECHA-ISO
000755            MOVE WS-ISO-DD                          TO WS-PAN-DD
000756            MOVE WS-ISO-MM                          TO WS-PAN-MM
000757            MOVE WS-ISO-AAAA                      TO WS-PAN-AAAA
000758            MOVE WS-FECHA-PANT                    TO WS-DET-FECHA
000759            MOVE MOV-SECUENCIA                     TO WS-DET-SECU
000760            MOVE MOV-ORIGEN                       TO WS-DET-ORIGEN
000761            MOVE MOV-CODIGO-OPER                    TO WS-DET-OPER
000762            IF MOV-IMPORTE IS NUMERIC
000763              MOVE MOV-IMPORTE                   TO WS-DET-IMPORTE
000764            ELSE
000765              MOVE ZEROS                         TO WS-DET-IMPORTE
000766            END-IF
000767            MOVE MOV-HORA                           TO WS-DET-HORA
000768
000769            MOVE WS-LINEA-MOV               TO LINEAO (WS-LIN-IDX)
000770            ADD 1                                    TO WS-LIN-IDX
000771            .
000772        3490-F-ARMAR-UNA-LINEA.
000773            EXIT.
000774
000775        3500-I-PF12.
000776            EXEC CICS
000777                 SEND CONTROL ERASE
000778            END-EXEC
000779
000780            EXEC CICS
000781                 SEND TEXT
000782                 FROM (CT-FIN)
000783            END-EXEC
000784
000785            EXEC CICS
000786                 RETURN
000787            END-EXEC
000788            .
000789        3500-F-PF12.
000790            EXIT.
000791
000792        3700-I-CANCEL.
000793            MOVE ZEROS                              TO WS-PAT-CANT
000794            INITIALIZE MAP0112O
000795            MOVE CT-CANCEL                           TO MSGO
000796
000797            PERFORM 3850-I-MOSTRAR
000798               THRU 3850-F-MOSTRAR
000799
000800            PERFORM 3900-I-ENVIAR
000801               THRU 3900-F-ENVIAR
000802            .
000803        3700-F-CANCEL.
000804            EXIT.
000805
000806/----CONTROLO-QUE-EL-USUARIO-PUEDA-REVERSAR-/
000807* LA REVERSA REQUIERE ACCESO UPDATE AL RECURSO CT-RES-ID DE LA
000808* CLASE FACILITY DEL GESTOR DE SEGURIDAD; SE CONTROLA AL PEDIR Y
000809* AL CONFIRMAR.
000810        3750-I-AUTORIZAR.
000811            MOVE ZEROS                           TO WS-CVDA-UPDATE
000812
000813            EXEC CICS
000814                 QUERY SECURITY
000815                 RESCLASS    (CT-RES-CLASE)
000816                 RESID       (CT-RES-ID)
000817                 RESIDLENGTH (CT-LEN-RES-ID)
000818                 UPDATE      (WS-CVDA-UPDATE)
000819                 RESP        (WS-RESP)
000820            END-EXEC
000821
000822            IF WS-RESP = DFHRESP(NORMAL)
000823               AND WS-CVDA-UPDATE = DFHVALUE(UPDATEABLE)
000824              SET WS-VALIDA-OK                       TO TRUE
000825            ELSE
000826              MOVE CT-NOAUT                          TO MSGO
000827              SET WS-VALIDA-ERROR                    TO TRUE
000828            END-IF
000829            .
000830        3750-F-AUTORIZAR.
000831            EXIT.
000832
000833/----PF7-PIDE-CONFIRMAR-LA-REVERSA-/
000834        3800-I-PF7.
000835            PERFORM 3750-I-AUTORIZAR
000836               THRU 3750-F-AUTORIZAR
000837
000838            IF WS-VALIDA-OK
000839              PERFORM 3010-I-VALIDAR-PANTALLA
000840                 THRU 3010-F-VALIDAR-PANTALLA
000841            END-IF
000842
000843            IF WS-VALIDA-OK
000844              PERFORM 3030-I-BUSCAR-MOVIM
000845                 THRU 3030-F-BUSCAR-MOVIM
000846            END-IF
000847
000848            IF WS-VALIDA-OK
000849              MOVE 1                               TO T12-FLAG-PF7
000850              MOVE CT-CONFREV                        TO MSGO
000851            END-IF
000852
000853            PERFORM 3850-I-MOSTRAR
000854               THRU 3850-F-MOSTRAR
000855
000856            PERFORM 3900-I-ENVIAR
000857               THRU 3900-F-ENVIAR
000858            .
000859        3800-F-PF7.
000860            EXIT.
000861
000862/----MUESTRO-LA-CLAVE-Y-LAS-PATAS-LEIDAS-/
000863        3850-I-MOSTRAR.
000864            MOVE MSGO                             TO WS-MSG-AUX
000865            INITIALIZE MAP0112O
000866            MOVE WS-MSG-AUX                            TO MSGO
000867
000868            MOVE T12-TIPCTA                          TO TIPCTAO
000869            MOVE T12-NROCTA                          TO NROCTAO
000870            MOVE T12-MOVFEC                          TO MOVFECO
000871            MOVE T12-MOVSEC                          TO MOVSECO
000872            MOVE T12-CTRTIP                          TO CTRTIPO
000873            MOVE T12-CTRNRO                          TO CTRNROO
000874
000875            IF WS-PAT-CANT GREATER ZEROS
000876              PERFORM 3400-I-ARMAR-LINEAS
000877                 THRU 3400-F-ARMAR-LINEAS
000878            END-IF
000879            .
000880        3850-F-MOSTRAR.
000881            EXIT.
000882
000883        3900-I-ENVIAR.
000884            MOVE WS-FECHA                            TO FECHAO
000885
000886            EXEC CICS
000887                 SEND MAP  (WS-MAP)
000888                 MAPSET    (WS-MAPSET)
000889                 FROM      (MAP0112O)
000890                 LENGTH    (WS-LONG)
000891                 ERASE
000892            END-EXEC
000893            .
000894        3900-F-ENVIAR.
000895            EXIT.
000896
000897/----PF7-CONFIRMADO-REVERSO-EL-MOVIMIENTO-/
000898* SE VUELVE A CONTROLAR LA AUTORIZACION Y A LEER LAS PATAS. CADA
000899* PATA SE CONTRASIENTA CON LA OPERACION CONTRARIA POR EL MISMO
000900* IMPORTE (UNA TRANSFERENCIA ENTRE MONEDAS SE DESHACE A LA
000901* COTIZACION ORIGINAL PORQUE CADA PATA DEVUELVE SU PROPIO IMPORTE)
000902* EN CUENTAS Y EN TBCUENTAS, SE GRABA LA 'RV' Y SE MARCA EL
000903* ORIGINAL. ANTE CUALQUIER FALLA EL SYNCPOINT ROLLBACK DESHACE LA
000904* UNIDAD DE TRABAJO COMPLETA (VSAM Y DB2).
000905        4000-I-REVERSAR.
000906            MOVE 0                                 TO T12-FLAG-PF7
000907            SET WS-TRANSF-OK                         TO TRUE
000908            MOVE SPACES                           TO WS-TAB-NUEVAS
000909            MOVE SPACES                            TO WS-IMG-ANTES
000910            MOVE SPACES                          TO WS-IMG-DESPUES
000911
000912            PERFORM 3750-I-AUTORIZAR
000913               THRU 3750-F-AUTORIZAR
000914
000915            IF WS-VALIDA-OK
000916              PERFORM 3030-I-BUSCAR-MOVIM
000917                 THRU 3030-F-BUSCAR-MOVIM
000918            END-IF
000919
000920            IF WS-VALIDA-ERROR
000921              SET WS-TRANSF-ERROR                    TO TRUE
000922            END-IF
000923
000924            IF WS-TRANSF-OK
000925              MOVE 1                                 TO WS-PAT-IDX
000926
000927              PERFORM 4100-I-REVERSAR-PATA
000928                 THRU 4100-F-REVERSAR-PATA
000929                UNTIL WS-PAT-IDX GREATER WS-PAT-CANT
000930                   OR NOT WS-TRANSF-OK
000931            END-IF
000932
000933            IF WS-TRANSF-ROLLBACK
000934              EXEC CICS
000935                   SYNCPOINT ROLLBACK
000936              END-EXEC
000937            END-IF
000938
000939            IF WS-TRANSF-OK
000940              MOVE WS-PATA (1)                      TO WS-MOV-SEL
000941              MOVE SEL-CLAVE                   TO WS-IMG-ANT-CLAVE
000942              MOVE SEL-ORIGEN                 TO WS-IMG-ANT-ORIGEN
000943              MOVE WS-NUEVA (1)                      TO REG-MOVIM
000944              MOVE MOV-CLAVE                   TO WS-IMG-DES-CLAVE
000945              MOVE MOV-ORIGEN                 TO WS-IMG-DES-ORIGEN
000946
000947              PERFORM 4500-I-AUDITAR
000948                 THRU 4500-F-AUDITAR
000949
000950              MOVE CT-REVERSADO                      TO MSGO
000951            END-IF
000952
000953            IF NOT WS-TRANSF-OK
000954              MOVE ZEROS                            TO WS-PAT-CANT
000955            END-IF
000956
000957            PERFORM 3850-I-MOSTRAR
000958               THRU 3850-F-MOSTRAR
000959
000960            PERFORM 3900-I-ENVIAR
000961               THRU 3900-F-ENVIAR
000962            .
000963        4000-F-REVERSAR.
000964            EXIT.
000965
000966/----CONTRASIENTO-UNA-PATA-/
000967* REVERSAR UN CREDITO DEBITA LA CUENTA: SE RESPETA EL DESCUBIERTO
000968* AUTORIZADO COMO EN PGMNOV01 (LIMITE NO NUMERICO = CERO).
000968* UNA REVERSA NO ES ACTIVIDAD DEL CLIENTE PARA PGMINA01: NO SE
000968* ACTUALIZA CU-FECHA-ACTUAL.
000969        4100-I-REVERSAR-PATA.
000970            MOVE WS-PATA (WS-PAT-IDX)               TO WS-MOV-SEL
000971            MOVE SEL-TIPO-CUENTA                  TO WS-RID-TIPCTA
000972            MOVE SEL-NRO-CUENTA                   TO WS-RID-NROCTA
000973
000974            EXEC CICS
000975                 READ DATASET (CT-DATCTA)
000976                 RIDFLD       (WS-RIDFLD)
000977                 INTO         (REG-CUENTA)
000978                 LENGTH       (CT-LEN-CTA)
000979                 UPDATE
000980                 RESP         (WS-RESP)
000981            END-EXEC
000982
000983            EVALUATE WS-RESP
000984            WHEN DFHRESP(NORMAL)
000985              CONTINUE
000986            WHEN DFHRESP(NOTFND)
000987              MOVE CT-INEXCTA                        TO MSGO
000988              SET WS-TRANSF-ROLLBACK                 TO TRUE
000989            WHEN OTHER
000990              MOVE CT-ARCHERR                        TO MSGO
000991              SET WS-TRANSF-ROLLBACK                 TO TRUE
000992            END-EVALUATE
000993
000994            IF WS-TRANSF-OK
000995               AND (CU-CTA-CERRADA
000996                OR (CU-ESTADO = SPACE AND
000997                    CU-FECHA-ULTIMO-CIERRE NOT = SPACES))
000998              MOVE CT-CTACERR                        TO MSGO
000999              SET WS-TRANSF-ROLLBACK                 TO TRUE
001000            END-IF
001001
001002            IF WS-TRANSF-OK
001003              MOVE REG-CUENTA       TO WS-IMG-ANT-CTA (WS-PAT-IDX)
001004
001005              IF CU-LIMITE-DESCUBIERTO IS NUMERIC
001006                MOVE CU-LIMITE-DESCUBIERTO           TO WS-LIMITE
001007              ELSE
001008                MOVE ZEROS                           TO WS-LIMITE
001009                MOVE ZEROS               TO CU-LIMITE-DESCUBIERTO
001010              END-IF
001011
001012              IF SEL-OPER-CREDITO
001013                IF CU-SALDO-ACTUAL + WS-LIMITE LESS SEL-IMPORTE
001014                  MOVE CT-SINSALDO                   TO MSGO
001015                  SET WS-TRANSF-ROLLBACK             TO TRUE
001016                ELSE
001017                  SUBTRACT SEL-IMPORTE        FROM CU-SALDO-ACTUAL
001018                END-IF
001019              ELSE
001020                ADD SEL-IMPORTE                 TO CU-SALDO-ACTUAL
001021              END-IF
001022            END-IF
001023
001024            IF WS-TRANSF-OK
001026              IF CU-ESTADO = SPACE
001026                MOVE 'A'                         TO CU-ESTADO
001026              END-IF
001027
001028              EXEC CICS
001029                   REWRITE DATASET (CT-DATCTA)
001030                   FROM           (REG-CUENTA)
001031                   LENGTH         (WS-LENGTH-CUENTA)
001032                   RESP           (WS-RESP)
001033              END-EXEC
001034
001035              IF WS-RESP NOT = DFHRESP(NORMAL)
001036                MOVE CT-ARCHERR                      TO MSGO
001037                SET WS-TRANSF-ROLLBACK               TO TRUE
001038              ELSE
001039                MOVE REG-CUENTA     TO WS-IMG-DES-CTA (WS-PAT-IDX)
001040              END-IF
001041            END-IF
001042
001043            IF WS-TRANSF-OK
001044              PERFORM 4120-I-ACTUALIZAR-DB2
001045                 THRU 4120-F-ACTUALIZAR-DB2
001046            END-IF
001047
001048            IF WS-TRANSF-OK
001049              PERFORM 4130-I-GRABAR-REVERSA
001050                 THRU 4130-F-GRABAR-REVERSA
001051            END-IF
001052
001053            IF WS-TRANSF-OK
001054              PERFORM 4140-I-MARCAR-ORIGINAL
001055                 THRU 4140-F-MARCAR-ORIGINAL
001056            END-IF
001057
001058            ADD 1                                    TO WS-PAT-IDX
001059            .
001060        4100-F-REVERSAR-PATA.
001061            EXIT.
001062
001063/----ACTUALIZO-EL-SALDO-EN-TBCUENTAS-/
001064* SOLO EL SALDO, COMO EN PGMCOM01 (LA FECHA DE ULTIMO MOVIMIENTO
001064* NO CAMBIA); SIN FILA (+100) NO ES ERROR.
001065        4120-I-ACTUALIZAR-DB2.
001066            MOVE CU-SALDO-ACTUAL                  TO WS-SALDO-DB2
001067
001068            EXEC SQL
001069                 UPDATE ITPFBIO.TBCUENTAS
001070                 SET SALDO_ACTUAL = :WS-SALDO-DB2
001072                 WHERE TIPO_CUENTA = :CU-TIPO-CUENTA
001073                   AND NRO_CUENTA  = :CU-NRO-CUENTA
001074            END-EXEC
001075
001076            EVALUATE SQLCODE
001077            WHEN ZEROS
001078              CONTINUE
001079            WHEN 100
001080              DISPLAY '* CUENTA SIN FILA EN TBCUENTAS: '
001081                      CU-TIPO-CUENTA ' ' CU-NRO-CUENTA
001082            WHEN OTHER
001083              MOVE SQLCODE                          TO FS-SQLCODE
001084              DISPLAY '* ERROR EN UPDATE TBCUENTAS= ' FS-SQLCODE
001085              MOVE CT-DB2ERR                         TO MSGO
001086              SET WS-TRANSF-ROLLBACK                 TO TRUE
001087            END-EVALUATE
001088            .
001089        4120-F-ACTUALIZAR-DB2.
001090            EXIT.
001091
001092/----GRABO-LA-REVERSA-EN-LA-HISTORIA-/
001093* OPERACION CONTRARIA, MISMO IMPORTE, SALDO RESULTANTE DE LA
001094* CUENTA Y REFERENCIA AL ORIGINAL (ORIGEN, FECHA Y SECUENCIA).
001095        4130-I-GRABAR-REVERSA.
001096            MOVE SEL-FECHA                        TO WS-FECHA-ISO
001097            MOVE WS-ISO-AAAA                        TO WS-AMD-AAAA
001098            MOVE WS-ISO-MM                            TO WS-AMD-MM
001099            MOVE WS-ISO-DD                            TO WS-AMD-DD
001100
001101            MOVE SPACES                              TO REG-MOVIM
001102            MOVE SEL-TIPO-CUENTA                TO MOV-TIPO-CUENTA
001103            MOVE SEL-NRO-CUENTA                  TO MOV-NRO-CUENTA
001104            MOVE WS-HOY-ISO                          TO MOV-FECHA
001105            MOVE 1                               TO MOV-SECUENCIA
001106            MOVE 'RV'                                TO MOV-ORIGEN
001107            IF SEL-OPER-CREDITO
001108              MOVE 'DB'                         TO MOV-CODIGO-OPER
001109            ELSE
001110              MOVE 'CR'                         TO MOV-CODIGO-OPER
001111            END-IF
001112            MOVE SEL-IMPORTE                        TO MOV-IMPORTE
001113            MOVE CU-SALDO-ACTUAL          TO MOV-SALDO-RESULTANTE
001114            MOVE WS-TIME                             TO MOV-HORA
001115            MOVE EIBTRMID                           TO MOV-TERMID
001116            MOVE SEL-ORIGEN                     TO MOV-REF-ORIGEN
001117            MOVE WS-FECHA-AMD-N                  TO MOV-REF-FECHA
001118            MOVE SEL-SECUENCIA               TO MOV-REF-SECUENCIA
001119
001120            PERFORM 4650-I-GRABAR-UN-MOVIM
001121               THRU 4650-F-GRABAR-UN-MOVIM
001122
001123            IF WS-MOV-GRABADO
001124              MOVE REG-MOVIM              TO WS-NUEVA (WS-PAT-IDX)
001125            ELSE
001126              MOVE CT-ARCHERR                        TO MSGO
001127              SET WS-TRANSF-ROLLBACK                 TO TRUE
001128            END-IF
001129            .
001130        4130-F-GRABAR-REVERSA.
001131            EXIT.
001132
001133/----MARCO-EL-ORIGINAL-COMO-REVERSADO-/
001134* EL READ UPDATE TOMA EL REGISTRO: SI OTRA TERMINAL LO REVERSO
001135* ENTRE LA LECTURA Y LA CONFIRMACION SE DESHACE TODO.
001136        4140-I-MARCAR-ORIGINAL.
001137            MOVE MOV-FECHA                        TO WS-FECHA-ISO
001138            MOVE WS-ISO-AAAA                        TO WS-AMD-AAAA
001139            MOVE WS-ISO-MM                            TO WS-AMD-MM
001140            MOVE WS-ISO-DD                            TO WS-AMD-DD
001141            MOVE MOV-SECUENCIA                    TO WS-SECU-NUEVA
001142            MOVE SEL-CLAVE                           TO WS-RIDMOV
001143
001144            EXEC CICS
001145                 READ DATASET (CT-DATASET)
001146                 RIDFLD       (WS-RIDMOV)
001147                 INTO         (REG-MOVIM)
001148                 LENGTH       (CT-LEN-DAT)
001149                 UPDATE
001150                 RESP         (WS-RESP)
001151            END-EXEC
001152
001153            IF WS-RESP NOT = DFHRESP(NORMAL)
001154              MOVE CT-ARCHERR                        TO MSGO
001155              SET WS-TRANSF-ROLLBACK                 TO TRUE
001156            END-IF
001157
001158            IF WS-TRANSF-OK AND MOV-REF-REVERSADO
001159              MOVE CT-YAREV                          TO MSGO
001160              SET WS-TRANSF-ROLLBACK                 TO TRUE
001161            END-IF
001162
001163            IF WS-TRANSF-OK
001164              MOVE 'RV'                          TO MOV-REF-ORIGEN
001165              MOVE WS-FECHA-AMD-N                 TO MOV-REF-FECHA
001166              MOVE WS-SECU-NUEVA             TO MOV-REF-SECUENCIA
001167
001168              EXEC CICS
001169                   REWRITE DATASET (CT-DATASET)
001170                   FROM           (REG-MOVIM)
001171                   LENGTH         (WS-LENGTH-MOVIM)
001172                   RESP           (WS-RESP)
001173              END-EXEC
001174
001175              IF WS-RESP NOT = DFHRESP(NORMAL)
001176                MOVE CT-ARCHERR                      TO MSGO
001177                SET WS-TRANSF-ROLLBACK               TO TRUE
001178              END-IF
001179            END-IF
001180            .
001181        4140-F-MARCAR-ORIGINAL.
001182            EXIT.
001183
001184/----GRABO-AUDITORIA-DE-LA-REVERSA-/
001185        4500-I-AUDITAR.
001186            MOVE WS-RESP                            TO WS-RESP-AUD
001187            MOVE EIBTRMID                            TO AUD-TERMID
001188            MOVE WS-FECHA                            TO AUD-FECHA
001189            MOVE WS-TIME                             TO AUD-HORA
001190            MOVE 'V'                                 TO AUD-ACCION
001191            MOVE SPACES                             TO AUD-TIP-DOC
001192            MOVE ZEROS                              TO AUD-NRO-DOC
001193            MOVE WS-IMG-ANTES                 TO AUD-IMAGEN-ANTES
001194            MOVE WS-IMG-DESPUES             TO AUD-IMAGEN-DESPUES
001195
001196            EXEC CICS
001197                 WRITEQ TD
001198                 QUEUE  (CT-TDQ)
001199                 FROM   (REG-AUDIT)
001200                 LENGTH (WS-LENGTH-AUDIT)
001201                 RESP   (WS-RESP)
001202            END-EXEC
001203
001204            EVALUATE WS-RESP
001205            WHEN DFHRESP(NORMAL)
001206              CONTINUE
001207            WHEN OTHER
001208              DISPLAY '* ERROR EN WRITEQ TD AUDITORIA: ' WS-RESP
001209            END-EVALUATE
001210
001211            MOVE WS-RESP-AUD                         TO WS-RESP
001212            .
001213        4500-F-AUDITAR.
001214            EXIT.
001215
001216        4650-I-GRABAR-UN-MOVIM.
001217            SET WS-MOV-INTENTANDO                    TO TRUE
001218
001219            PERFORM 4660-I-INTENTAR-MOVIM
001220               THRU 4660-F-INTENTAR-MOVIM
001221              UNTIL WS-SW-MOV NOT = 0
001222            .
001223        4650-F-GRABAR-UN-MOVIM.
001224            EXIT.
001225
001226        4660-I-INTENTAR-MOVIM.
001227            EXEC CICS
001228                 WRITE DATASET (CT-DATASET)
001229                 RIDFLD        (MOV-CLAVE)
001230                 FROM          (REG-MOVIM)
001231                 LENGTH        (CT-LEN-DAT)
001232                 RESP          (WS-RESP)
001233            END-EXEC
001234
001235            EVALUATE WS-RESP
001236            WHEN DFHRESP(NORMAL)
001237              SET WS-MOV-GRABADO                     TO TRUE
001238            WHEN DFHRESP(DUPREC)
001239              ADD 1                             TO MOV-SECUENCIA
001240            WHEN OTHER
001241              DISPLAY '* ERROR EN WRITE MOVIMIEN: ' WS-RESP
001242              SET WS-MOV-ERROR                       TO TRUE
001243            END-EVALUATE
001244            .
001245        4660-F-INTENTAR-MOVIM.
001246            EXIT.
001247
001248        9999-I-FINAL.
001249            EXEC CICS
001250                 RETURN
001251                 TRANSID  ('T112')
001252                 COMMAREA (WS-COMMAREA)
001253            END-EXEC
001254            .
001255        9999-F-FINAL.
001256            EXIT.
