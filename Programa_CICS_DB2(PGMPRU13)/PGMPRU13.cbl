000001/----------------------ROBCO-INDUSTRIES-<TM>-TERMLINK PROTOCOL-/
000002/--------------------------------/
000003        IDENTIFICATION DIVISION.
000004/--------------------------------/
000005        PROGRAM-ID. PGMPRU13.
000006/--------------------------------/
000007        DATA DIVISION.
000008/--------------------------------/
000009        FILE SECTION.
000010/--------------------------------/
000011        WORKING-STORAGE SECTION.
000012/--------------------------------/
000013        01 CT-MENSAJES.
000014       04 CT-DATASET            PIC  X(08)        VALUE
000015                                                     'COMISION'.
000016       04 CT-LEN-DAT            PIC  S9(04)       VALUE 060  COMP.
000017           04 CT-FIN                PIC  X(72)        VALUE
000018                                         'FIN EJECUCION TRX T113'.
000019           04 CT-IN                 PIC  X(48)        VALUE
000020        'INGRESE TIPO DE CUENTA Y MONEDA Y PRESIONE ENTER'.
000021           04 CT-ERRTIP             PIC  X(23)        VALUE
000022                                     'TIPO DE CUENTA INVALIDO'.
000023           04 CT-ERRMON             PIC  X(25)        VALUE
000024                                    'CODIGO DE MONEDA INVALIDO'.
000025           04 CT-ERRDAT             PIC  X(16)        VALUE
000026                                               'DATOS INVALIDOS'.
000027           04 CT-COMIEN             PIC  X(44)        VALUE
000028                 'TARIFA ENCONTRADA, INGRESE ACCION A REALIZAR'.
000029           04 CT-ARCHERR            PIC  X(13)        VALUE
000030                                                  'ERROR ARCHIVO'.
000031           04 CT-INVKEY             PIC  X(35)        VALUE
000032                            'TECLA INVALIDA, INGRESE OTRA OPCION'.
000033           04 CT-INEXCOM            PIC  X(18)        VALUE
000034                                             'TARIFA INEXISTENTE'.
000035           04 CT-CANCEL             PIC  X(16)        VALUE
000036                                               'ACCION CANCELADA'.
000037           04 CT-COMPLETE           PIC  X(55)        VALUE
000038      'INGRESE DATOS DE LA TARIFA Y PRESIONE PF7 O PF5 CANCELA'.
000039           04 CT-COMPEDIT           PIC  X(54)        VALUE
000040      'MODIFIQUE LOS DATOS Y PRESIONE PF8 GRABA O PF5 CANCELA'.
000041           04 CT-EXITO              PIC  X(26)        VALUE
000042                                     'TARIFA CREADA EXITOSAMENTE'.
000043           04 CT-EXITOMOD           PIC  X(30)        VALUE
000044                                 'TARIFA MODIFICADA EXITOSAMENTE'.
000045           04 CT-REGDUP             PIC  X(16)        VALUE
000046                                               'TARIFA DUPLICADA'.
000047
000048        01 WS-ABSTIME               PIC  S9(16) COMP  VALUE +0.
000049        01 WS-TIME                 PIC  X(08)        VALUE SPACES.
000050        01 WS-TIPO-CTA              PIC  X(02)        VALUE '  '.
000051           88 WS-TIP-CTA                   VALUE 'CA'
000052                                                 'CC'.
000053
000054        01 WS-LENGTH-COMI           PIC  S9(4)  COMP  VALUE 060.
000055
000056        01 WS-VAR-CICS.
000057           02 WS-LONG               PIC  S9(04) COMP.
000058           02 WS-SEP-D              PIC  X            VALUE '-'.
000059           02 WS-SEP-T              PIC  X            VALUE ':'.
000060       02 WS-MAP                PIC  X(08)        VALUE 'MAP0113'.
000061       02 WS-MAPSET             PIC  X(08)        VALUE 'MAP0113'.
000062           02 WS-FECHA             PIC  X(10)        VALUE SPACES.
000063           02 WS-RESP               PIC  S9(04) COMP.
000064           02 WS-RIDFLD.
000065             08 WS-RID-TIPCTA       PIC X(02).
000066             08 WS-RID-MONEDA       PIC X(02).
000067
000068        01 WS-COMMAREA.
000069           05 WS-FLAG-PF7           PIC 9             VALUE 0.
000070           05 WS-FLAG-PF8           PIC 9             VALUE 0.
000071           05 WS-COM-TIPCTA         PIC X(02).
000072           05 WS-COM-MONEDA         PIC X(02).
000073
000074/--------COPY-SECTION------------/
000075        COPY MAP0113.
000076        COPY DFHBMSCA.
000077        COPY DFHAID.
000078        COPY CPCOMIS.
000079/--------------------------------/
000080        LINKAGE SECTION.
000081/--------------------------------/
000082         01 DFHCOMMAREA PIC X(06).
000083
000084/--------------------------------/
000085        PROCEDURE DIVISION.
000086/--------------------------------/
000087        0000-HOLACICS.
000088
000089            PERFORM 1000-I-INICIO
000090               THRU 1000-F-INICIO
000091
000092            PERFORM 2000-I-PROCESO
000093               THRU 2000-F-PROCESO
000094
000095            PERFORM 9999-I-FINAL
000096               THRU 9999-F-FINAL
000097            .
000098        1000-I-INICIO.
000099            PERFORM 2100-I-FECHA
000100               THRU 2100-F-FECHA
000101
000102            IF EIBCALEN GREATER ZEROS
000103              MOVE DFHCOMMAREA                      TO WS-COMMAREA
000104            END-IF
000105            MOVE LENGTH OF MAP0113O                    TO WS-LONG
000106            .
000107        1000-F-INICIO.
000108            EXIT.
000109
000110        2000-I-PROCESO.
000111
000112            EXEC CICS
000113                 RECEIVE MAP   (WS-MAP)
000114                 MAPSET        (WS-MAPSET)
000115                 INTO          (MAP0113I)
000116                 RESP          (WS-RESP)
000117            END-EXEC
000118
000119            EVALUATE WS-RESP
000120            WHEN DFHRESP(NORMAL)
000121
000122                PERFORM 3000-I-PFKEY
000123                   THRU 3000-F-PFKEY
000124
000125            WHEN DFHRESP(MAPFAIL)
000126
000127              INITIALIZE MAP0113O
000128
000129              MOVE WS-FECHA                            TO FECPROO
000130              MOVE CT-IN                               TO MSGO
000131
000132              EXEC CICS
000133                   SEND MAP (WS-MAP)
000134                   MAPSET   (WS-MAPSET)
000135                   FROM     (MAP0113O)
000136                   LENGTH    (WS-LONG)
000137                   ERASE
000138              END-EXEC
000139
000140              IF EIBAID EQUAL DFHPF12
000141                PERFORM 3500-I-PF12
000142                   THRU 3500-F-PF12
000143              END-IF
000144
000145            WHEN OTHER
000146              MOVE 'ERROR MAPA'                        TO MSGO
000147
000148              EXEC CICS
000149                   SEND MAP (WS-MAP)
000150                   MAPSET   (WS-MAPSET)
000151                   FROM     (MAP0113O)
000152                   LENGTH   (WS-LONG)
000153                   ERASE
000154              END-EXEC
000155
000156            END-EVALUATE
000157            .
000158        2000-F-PROCESO.
000159            EXIT.
000160
000161        2100-I-FECHA.
000162            EXEC CICS
000163                 ASKTIME
000164                 ABSTIME (WS-ABSTIME)
000165            END-EXEC
000166            EXEC CICS FORMATTIME
000167                 ABSTIME  (WS-ABSTIME)
000168                 DDMMYYYY (WS-FECHA)    DATESEP (WS-SEP-D)
000169                 TIME     (WS-TIME)     TIMESEP (WS-SEP-T)
000170            END-EXEC
000171            MOVE WS-FECHA                              TO FECPROO
000172            .
000173        2100-F-FECHA.
000174            EXIT.
000175
000176        3000-I-PFKEY.
000177            EVALUATE TRUE ALSO TRUE ALSO TRUE
000178            WHEN EIBAID = DFHENTER ALSO WS-FLAG-PF7 NOT = '1'
000179                                   ALSO WS-FLAG-PF8 NOT = '1'
000180
000181              PERFORM 3100-I-ENTER
000182                 THRU 3100-F-ENTER
000183
000184            WHEN EIBAID = DFHPF3   ALSO WS-FLAG-PF7 NOT = '1'
000185                                   ALSO WS-FLAG-PF8 NOT = '1'
000186
000187              PERFORM 3200-I-PF3
000188                 THRU 3200-F-PF3
000189
000190            WHEN EIBAID = DFHPF5   ALSO WS-FLAG-PF7 = '1'
000191                                   ALSO TRUE
000192
000193           MOVE 0                                   TO WS-FLAG-PF7
000194              PERFORM 3700-I-CANCEL
000195                 THRU 3700-F-CANCEL
000196
000197            WHEN EIBAID = DFHPF5   ALSO TRUE
000198                                   ALSO WS-FLAG-PF8 = '1'
000199
000200           MOVE 0                                   TO WS-FLAG-PF8
000201              PERFORM 3700-I-CANCEL
000202                 THRU 3700-F-CANCEL
000203
000204            WHEN EIBAID = DFHPF7   ALSO WS-FLAG-PF7 NOT = '1'
000205                                   ALSO TRUE
000206
000207              PERFORM 3800-I-PF7
000208                 THRU 3800-F-PF7
000209
000210            WHEN EIBAID = DFHPF7   ALSO WS-FLAG-PF7 = '1'
000211                                   ALSO TRUE
000212
000213              PERFORM 3850-I-CREATE
000214                 THRU 3850-F-CREATE
000215
000216            WHEN EIBAID = DFHPF8   ALSO TRUE
000217                                   ALSO WS-FLAG-PF8 NOT = '1'
000218
000219              PERFORM 3950-I-PF8
000220                 THRU 3950-F-PF8
000221
000222            WHEN EIBAID = DFHPF8   ALSO TRUE
000223                                   ALSO WS-FLAG-PF8 = '1'
000224
000225              PERFORM 3960-I-UPDATE
000226                 THRU 3960-F-UPDATE
000227
000228            WHEN EIBAID = DFHPF12  ALSO WS-FLAG-PF7 NOT = '1'
000229                                   ALSO WS-FLAG-PF8 NOT = '1'
000230
000231              PERFORM 3500-I-PF12
000232                 THRU 3500-F-PF12
000233
000234            WHEN OTHER
000235
000236                  MOVE WS-FECHA                        TO FECPROO
000237                  MOVE CT-INVKEY                       TO MSGO
000238
000239                  EXEC CICS
000240                       SEND MAP    (WS-MAP)
000241                       MAPSET (WS-MAPSET)
000242                       FROM   (MAP0113O)
000243                       LENGTH (WS-LONG)
000244                       ERASE
000245                  END-EXEC
000246
000247            END-EVALUATE
000248            .
000249        3000-F-PFKEY.
000250            EXIT.
000251
000252/----VALIDO-LA-CLAVE-DE-PANTALLA-/
000253        3050-I-VALIDAR-CLAVE.
000254            MOVE ZEROS                               TO WS-RESP
000255
000256            MOVE TIPCTAI                            TO WS-TIPO-CTA
000257            IF NOT WS-TIP-CTA
000258              INITIALIZE MAP0113O
000259              MOVE WS-FECHA                          TO FECPROO
000260              MOVE CT-ERRTIP                         TO MSGO
000261              MOVE 1                                 TO WS-RESP
000262            ELSE
000263              IF MONEDAI = SPACES
000264                INITIALIZE MAP0113O
000265                MOVE WS-FECHA                        TO FECPROO
000266                MOVE CT-ERRMON                       TO MSGO
000267                MOVE 1                               TO WS-RESP
000268              END-IF
000269            END-IF
000270            .
000271        3050-F-VALIDAR-CLAVE.
000272            EXIT.
000273
000274        3100-I-ENTER.
000275            PERFORM 3050-I-VALIDAR-CLAVE
000276               THRU 3050-F-VALIDAR-CLAVE
000277
000278            IF WS-RESP = ZEROS
000279              MOVE TIPCTAI                        TO WS-RID-TIPCTA
000280              MOVE MONEDAI                        TO WS-RID-MONEDA
000281
000282              EXEC CICS
000283                   READ DATASET (CT-DATASET)
000284                   RIDFLD       (WS-RIDFLD )
000285                   INTO         (REG-COMISION)
000286                   LENGTH       (CT-LEN-DAT)
000287                   EQUAL
000288                   RESP         (WS-RESP)
000289              END-EXEC
000290
000291              EVALUATE WS-RESP
000292              WHEN DFHRESP(NORMAL)
000293                MOVE WS-FECHA                        TO FECPROO
000294                MOVE COM-CARGO-MENSUAL               TO FIJOO
000295                MOVE COM-CARGO-MOVIM                 TO XMOVO
000296                MOVE COM-MOVIM-LIBRES                TO LIBRESO
000297                MOVE COM-SALDO-EXENCION              TO EXENTOO
000298                MOVE COM-DESCRIPCION                 TO DESCRIO
000299                MOVE CT-COMIEN                       TO MSGO
000300              WHEN DFHRESP(NOTFND)
000301                INITIALIZE MAP0113O
000302                MOVE WS-FECHA                        TO FECPROO
000303                MOVE CT-INEXCOM                      TO MSGO
000304              WHEN OTHER
000305                INITIALIZE MAP0113O
000306                MOVE WS-FECHA                        TO FECPROO
000307                MOVE CT-ARCHERR                      TO MSGO
000308              END-EVALUATE
000309            END-IF
000310
000311            EXEC CICS
000312                 SEND MAP  (WS-MAP)
000313                 MAPSET    (WS-MAPSET)
000314                 FROM      (MAP0113O)
000315                 LENGTH    (WS-LONG)
000316                 ERASE
000317            END-EXEC
000318            .
000319        3100-F-ENTER.
000320            EXIT.
000321
000322        3200-I-PF3.
000323            INITIALIZE MAP0113O
000324            MOVE WS-FECHA                              TO FECPROO
000325            EXEC CICS
000326                 SEND MAP  (WS-MAP)
000327                 MAPSET    (WS-MAPSET)
000328                 FROM      (MAP0113O)
000329                 LENGTH    (WS-LONG)
000330                 ERASE
000331            END-EXEC
000332            .
000333        3200-F-PF3.
000334            EXIT.
000335
000336        3500-I-PF12.
000337            EXEC CICS
000338                 SEND CONTROL ERASE
000339            END-EXEC
000340
000341            EXEC CICS
000342                 SEND TEXT
000343                 FROM (CT-FIN)
000344            END-EXEC
000345
000346            EXEC CICS
000347                 RETURN
000348            END-EXEC
000349            .
000350        3500-F-PF12.
000351            EXIT.
000352
000353        3700-I-CANCEL.
000354
000355            INITIALIZE MAP0113O
000356            MOVE WS-FECHA                            TO FECPROO
000357            MOVE CT-CANCEL                           TO MSGO
000358
000359            EXEC CICS
000360                 SEND MAP  (WS-MAP)
000361                 MAPSET    (WS-MAPSET)
000362                 FROM      (MAP0113O)
000363                 LENGTH    (WS-LONG)
000364                 ERASE
000365            END-EXEC
000366            .
000367        3700-F-CANCEL.
000368            EXIT.
000369
000370        3800-I-PF7.
000371            PERFORM 3050-I-VALIDAR-CLAVE
000372               THRU 3050-F-VALIDAR-CLAVE
000373
000374            IF WS-RESP = ZEROS
000375              MOVE TIPCTAI                        TO WS-COM-TIPCTA
000376              MOVE MONEDAI                        TO WS-COM-MONEDA
000377              MOVE CT-COMPLETE                       TO MSGO
000378              MOVE DFHBMUNP                          TO FIJOA
000379              MOVE DFHBMUNP                          TO XMOVA
000380              MOVE DFHBMUNP                          TO LIBRESA
000381              MOVE DFHBMUNP                          TO EXENTOA
000382              MOVE DFHBMUNP                          TO DESCRIA
000383              MOVE 1                              TO WS-FLAG-PF7
000384            END-IF
000385
000386            EXEC CICS
000387                 SEND MAP  (WS-MAP)
000388                 MAPSET    (WS-MAPSET)
000389                 FROM      (MAP0113O)
000390                 LENGTH    (WS-LONG)
000391                 ERASE
000392                 CURSOR    (+00330)
000393            END-EXEC
000394            .
000395        3800-F-PF7.
000396            EXIT.
000397
000398/----VALIDO-LOS-DATOS-DE-LA-TARIFA/
000399        3820-I-VALIDAR-DATOS.
000400            MOVE ZEROS                               TO WS-RESP
000401
000402            IF FIJOI   IS NOT NUMERIC OR
000403               XMOVI   IS NOT NUMERIC OR
000404               LIBRESI IS NOT NUMERIC OR
000405               EXENTOI IS NOT NUMERIC
000406              INITIALIZE MAP0113O
000407              MOVE WS-FECHA                          TO FECPROO
000408              MOVE CT-ERRDAT                         TO MSGO
000409              MOVE 1                                 TO WS-RESP
000410            END-IF
000411            .
000412        3820-F-VALIDAR-DATOS.
000413            EXIT.
000414
000415        3850-I-CREATE.
000416            PERFORM 3820-I-VALIDAR-DATOS
000417               THRU 3820-F-VALIDAR-DATOS
000418
000419            IF WS-RESP = ZEROS
000420              INITIALIZE REG-COMISION
000421
000422              MOVE WS-COM-TIPCTA                TO COM-TIPO-CUENTA
000423              MOVE WS-COM-MONEDA                    TO COM-MONEDA
000424              MOVE FIJOI                     TO COM-CARGO-MENSUAL
000425              MOVE XMOVI                       TO COM-CARGO-MOVIM
000426              MOVE LIBRESI                    TO COM-MOVIM-LIBRES
000427              MOVE EXENTOI                  TO COM-SALDO-EXENCION
000428              MOVE DESCRII                     TO COM-DESCRIPCION
000429
000430              MOVE COM-CLAVE                        TO WS-RIDFLD
000431
000432              EXEC CICS
000433                   WRITE DATASET (CT-DATASET)
000434                   RIDFLD        (WS-RIDFLD)
000435                   FROM          (REG-COMISION)
000436                   LENGTH        (WS-LENGTH-COMI)
000437                   RESP          (WS-RESP)
000438              END-EXEC
000439
000440              EVALUATE WS-RESP
000441              WHEN DFHRESP(DUPREC)
000442
000443                INITIALIZE MAP0113O
000444                MOVE WS-FECHA                        TO FECPROO
000445                MOVE CT-REGDUP                       TO MSGO
000446
000447              WHEN DFHRESP(NORMAL)
000448
000449                INITIALIZE MAP0113O
000450                MOVE WS-FECHA                        TO FECPROO
000451                MOVE CT-EXITO                        TO MSGO
000452
000453              WHEN OTHER
000454
000455                INITIALIZE MAP0113O
000456                MOVE WS-FECHA                        TO FECPROO
000457                MOVE CT-ARCHERR                      TO MSGO
000458
000459              END-EVALUATE
000460            END-IF
000461
000462         MOVE 0                                     TO WS-FLAG-PF7
000463            MOVE WS-FECHA                              TO FECPROO
000464         MOVE SPACES                              TO WS-COM-TIPCTA
000465         MOVE SPACES                              TO WS-COM-MONEDA
000466
000467            EXEC CICS
000468                 SEND MAP  (WS-MAP)
000469                 MAPSET    (WS-MAPSET)
000470                 FROM      (MAP0113O)
000471                 LENGTH    (WS-LONG)
000472                 ERASE
000473            END-EXEC
000474            .
000475        3850-F-CREATE.
000476            EXIT.
000477
000478        3950-I-PF8.
000479            PERFORM 3050-I-VALIDAR-CLAVE
000480               THRU 3050-F-VALIDAR-CLAVE
000481
000482            IF WS-RESP = ZEROS
000483              MOVE TIPCTAI                        TO WS-COM-TIPCTA
000484              MOVE MONEDAI                        TO WS-COM-MONEDA
000485              MOVE DFHBMUNP                          TO FIJOA
000486              MOVE DFHBMUNP                          TO XMOVA
000487              MOVE DFHBMUNP                          TO LIBRESA
000488              MOVE DFHBMUNP                          TO EXENTOA
000489              MOVE DFHBMUNP                          TO DESCRIA
000490              MOVE CT-COMPEDIT                       TO MSGO
000491              MOVE 1                              TO WS-FLAG-PF8
000492            END-IF
000493
000494            EXEC CICS
000495                 SEND MAP  (WS-MAP)
000496                 MAPSET    (WS-MAPSET)
000497                 FROM      (MAP0113O)
000498                 LENGTH    (WS-LONG)
000499                 ERASE
000500                 CURSOR    (+00330)
000501            END-EXEC
000502            .
000503        3950-F-PF8.
000504            EXIT.
000505
000506        3960-I-UPDATE.
000507           MOVE WS-COM-TIPCTA                     TO WS-RID-TIPCTA
000508           MOVE WS-COM-MONEDA                     TO WS-RID-MONEDA
000509
000510           EXEC CICS
000511                READ DATASET (CT-DATASET)
000512                RIDFLD       (WS-RIDFLD)
000513                INTO         (REG-COMISION)
000514                LENGTH       (CT-LEN-DAT)
000515                UPDATE
000516                RESP         (WS-RESP)
000517           END-EXEC
000518
000519           EVALUATE WS-RESP
000520           WHEN DFHRESP(NORMAL)
000521
000522             PERFORM 3820-I-VALIDAR-DATOS
000523                THRU 3820-F-VALIDAR-DATOS
000524
000525             IF WS-RESP = ZEROS
000526               MOVE FIJOI                    TO COM-CARGO-MENSUAL
000527               MOVE XMOVI                      TO COM-CARGO-MOVIM
000528               MOVE LIBRESI                   TO COM-MOVIM-LIBRES
000529               MOVE EXENTOI                 TO COM-SALDO-EXENCION
000530               IF DESCRII NOT = SPACES
000531                 MOVE DESCRII                  TO COM-DESCRIPCION
000532               END-IF
000533
000534               EXEC CICS
000535                    REWRITE DATASET (CT-DATASET)
000536                    FROM           (REG-COMISION)
000537                    LENGTH         (WS-LENGTH-COMI)
000538                    RESP           (WS-RESP)
000539               END-EXEC
000540
000541               EVALUATE WS-RESP
000542               WHEN DFHRESP(NORMAL)
000543                 INITIALIZE MAP0113O
000544                 MOVE WS-FECHA                      TO FECPROO
000545                 MOVE CT-EXITOMOD                   TO MSGO
000546               WHEN OTHER
000547                 MOVE CT-ARCHERR                    TO MSGO
000548               END-EVALUATE
000549             END-IF
000550
000551           WHEN DFHRESP(NOTFND)
000552
000553             INITIALIZE MAP0113O
000554             MOVE WS-FECHA                        TO FECPROO
000555             MOVE CT-INEXCOM                      TO MSGO
000556
000557           WHEN OTHER
000558
000559             MOVE CT-ARCHERR                      TO MSGO
000560
000561           END-EVALUATE
000562
000563           MOVE 0                                 TO WS-FLAG-PF8
000564           MOVE WS-FECHA                          TO FECPROO
000565           MOVE SPACES                            TO WS-COM-TIPCTA
000566           MOVE SPACES                            TO WS-COM-MONEDA
000567
000568           EXEC CICS
000569                SEND MAP  (WS-MAP)
000570                MAPSET    (WS-MAPSET)
000571                FROM      (MAP0113O)
000572                LENGTH    (WS-LONG)
000573                ERASE
000574           END-EXEC
000575           .
000576        3960-F-UPDATE.
000577            EXIT.
000578
000579        9999-I-FINAL.
000580            EXEC CICS
000581                 RETURN
000582                 TRANSID  ('T113')
000583                 COMMAREA (WS-COMMAREA)
000584            END-EXEC
000585            .
000586        9999-F-FINAL.
000587            EXIT.
