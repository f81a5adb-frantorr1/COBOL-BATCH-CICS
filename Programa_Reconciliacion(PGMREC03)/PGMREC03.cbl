000001        CBL TEST
000002/--------------------------------/
000003* PRE-REQUISITOS: EJECUTAR CADA NOCHE LUEGO DE PGMORD01 (DEBE
000004*                 HABER FINALIZADO 'F' PARA LA MISMA FECHA, LO QUE
000005*                 ASEGURA QUE TAMBIEN CORRIO PGMNOV01) Y, A FIN DE
000006*                 MES, DE PGMCIE01. CON EL ONLINE YA CERRADO.
000007*                PARAMETRO SYSIN: 'R' PARA REPROCESAR UNA FECHA YA
000008*                 FINALIZADA.
000009*                 RECORRE CUENTAS (VSAM) EN SECUENCIA POR CU-CLAVE
000010*                CONTRA MOVIMIENTOS (VSAM MOVIM, CPMOVIM) EN ORDEN
000011*                 DE CLAVE Y VERIFICA LA CADENA DE SALDOS: CADA
000012*                 MOV-SALDO-RESULTANTE DEBE SER EL ANTERIOR MAS
000013*                 (CR) O MENOS (DB) SU MOV-IMPORTE, Y EL ULTIMO
000014*                 DEBE SER IGUAL A CU-SALDO-ACTUAL. EL PRIMER
000015*                 MOVIMIENTO DE CADA CUENTA ABRE LA CADENA.
000016*                 REPORTA ESLABONES ROTOS, SALDOS FINALES QUE NO
000017*                 COINCIDEN, CUENTAS CON SALDO Y SIN MOVIMIENTOS Y
000018*                 MOVIMIENTOS DE CUENTAS INEXISTENTES, CON TOTALES
000019*                 DE DIFERENCIAS SIN EXPLICAR POR MONEDA.
000020*                CON ALGUNA EXCEPCION TERMINA 'F' CON RC 0004; LOS
000021*                CONTADORES 3 A 6 DE RUNCTL EN CERO (T105) INDICAN
000022*                 QUE LOS SALDOS QUEDARON EXPLICADOS ESA NOCHE.
000023/--------------------------------/
000024        IDENTIFICATION DIVISION.
000025/--------------------------------/
000026         PROGRAM-ID. PGMREC03.
000027/--------------------------------/
000028        ENVIRONMENT DIVISION.
000029/--------------------------------/
000030        CONFIGURATION SECTION.
000031/--------------------------------/
000032        SPECIAL-NAMES.
000033            DECIMAL-POINT IS COMMA.
000034/--------------------------------/
000035        INPUT-OUTPUT SECTION.
000036/--------------------------------/
000037        FILE-CONTROL.
000038/--------------------------------/
000039            SELECT CUENTAS ASSIGN DDCUENT
000040               ORGANIZATION IS INDEXED
000041               ACCESS MODE IS SEQUENTIAL
000042               RECORD KEY IS CU-CLAVE
000043               FILE STATUS IS FS-CUENTAS.
000044            SELECT MOVIM ASSIGN DDMOVIM
000045               ORGANIZATION IS INDEXED
000046               ACCESS MODE IS SEQUENTIAL
000047               RECORD KEY IS MOV-CLAVE
000048               FILE STATUS IS FS-MOVIM.
000049            SELECT SALIDA ASSIGN DDSALI
000050               FILE STATUS IS FS-SALIDA.
000051            SELECT RUNCTL ASSIGN DDRUNCT
000052               ORGANIZATION IS INDEXED
000053               ACCESS MODE IS DYNAMIC
000054               RECORD KEY IS RC-CLAVE
000055               FILE STATUS IS FS-RUNCTL.
000056
000057/--------------------------------/
000058        DATA DIVISION.
000059/--------------------------------/
000060        FILE SECTION.
000061/--------------------------------/
000062        FD CUENTAS
000063             BLOCK CONTAINS 0 RECORDS
000064             RECORDING MODE IS F.
000065        COPY CPCUENTA.
000066
000067        FD MOVIM
000068             BLOCK CONTAINS 0 RECORDS
000069             RECORDING MODE IS F.
000070        COPY CPMOVIM.
000071
000072        FD SALIDA
000073             BLOCK CONTAINS 0 RECORDS
000074             RECORDING MODE IS F.
000075        01 REG-SALIDA              PIC X(132).
000076
000077        FD RUNCTL
000078             BLOCK CONTAINS 0 RECORDS
000079             RECORDING MODE IS F.
000080        COPY CPRUNCTL.
000081
000082/--------------------------------/
000083        WORKING-STORAGE SECTION.
000084/--------------------------------/
000085        77  FILLER                 PIC X(26)      VALUE
000086                                   '* INICIO WORKING-STORAGE *'.
000087/-----CODIGOS-RETORNO-FILES------/
000088        01 WS-CODE.
000089          02  FS-CUENTAS           PIC XX         VALUE SPACES.
000090          02  FS-MOVIM             PIC XX         VALUE SPACES.
000091          02  FS-SALIDA            PIC XX         VALUE SPACES.
000092          02  FS-RUNCTL            PIC XX         VALUE SPACES.
000093
000094/--------FLAGS-CONTROL-----------/
000095        01 WS-FLAG-FIN-CTA         PIC X.
000096          88 WS-FIN-CTA                          VALUE '1'.
000097          88 WS-NO-FIN-CTA                       VALUE '0'.
000098
000099        01 WS-FLAG-FIN-MOV         PIC X.
000100          88 WS-FIN-MOV                          VALUE '1'.
000101          88 WS-NO-FIN-MOV                       VALUE '0'.
000102
000103        01 WS-FLAG-PRIMERO         PIC X          VALUE '1'.
000104          88 WS-ES-PRIMERO                       VALUE '1'.
000105          88 WS-NO-ES-PRIMERO                    VALUE '0'.
000106
000107        01 WS-FLAG-CTA-DIF         PIC X          VALUE '0'.
000108          88 WS-CTA-CON-DIF                      VALUE '1'.
000109          88 WS-CTA-SIN-DIF                      VALUE '0'.
000110
000111/--------FECHAS------------------/
000112        01 WS-FECHA.
000113          03 WS-FECHA-AAAA         PIC 9999       VALUE ZEROS.
000114          03 WS-FECHA-MM           PIC 99         VALUE ZEROS.
000115          03 WS-FECHA-DD           PIC 99         VALUE ZEROS.
000116
000117        01 WS-HORA-SYS.
000118          03 WS-HORA-HH            PIC 99         VALUE ZEROS.
000119          03 WS-HORA-MM            PIC 99         VALUE ZEROS.
000120          03 WS-HORA-SS            PIC 99         VALUE ZEROS.
000121          03 FILLER                PIC 99         VALUE ZEROS.
000122
000123        01 WS-HORA-EDIT.
000124          03 WS-HORA-E-HH          PIC 99         VALUE ZEROS.
000125          03 FILLER                PIC X          VALUE ':'.
000126          03 WS-HORA-E-MM          PIC 99         VALUE ZEROS.
000127          03 FILLER                PIC X          VALUE ':'.
000128          03 WS-HORA-E-SS          PIC 99         VALUE ZEROS.
000129
000130        01 WS-FECHA-PROC.
000131          03 WS-FEC-P-AAAA         PIC 9999       VALUE ZEROS.
000132          03 FILLER                PIC X          VALUE '-'.
000133          03 WS-FEC-P-MM           PIC 99         VALUE ZEROS.
000134          03 FILLER                PIC X          VALUE '-'.
000135          03 WS-FEC-P-DD           PIC 99         VALUE ZEROS.
000136
000137/------CONTROL-DE-CORRIDA--------/
000138        01 WS-FLAG-RUNCTL          PIC X          VALUE '0'.
000139          88 WS-RUNCTL-OK                         VALUE '1'.
000140          88 WS-RUNCTL-NO                         VALUE '0'.
000141
000142        01 WS-RUN-CLAVE-GUARDADA   PIC X(26)      VALUE SPACES.
000143
000144/------PARAMETRO-SYSIN-----------/
000145        01 WS-PARAMETRO            PIC X(01)      VALUE SPACE.
000146          88 WS-ES-REPROCESO                      VALUE 'R'.
000147
000148        01 WS-SW-CHK               PIC 9          VALUE 0.
000149          88 WS-CHK-SIGUE                         VALUE 0.
000150          88 WS-CHK-FIN                           VALUE 1.
000151
000152        01 WS-FLAG-PRED            PIC 9          VALUE 0.
000153          88 WS-PRED-NO-VISTO                     VALUE 0.
000154          88 WS-PRED-VISTO                        VALUE 1.
000155          88 WS-PRED-FINALIZADO                   VALUE 2.
000156
000157        01 WS-FLAG-DUP             PIC X          VALUE '0'.
000158          88 WS-DUP-NO                            VALUE '0'.
000159          88 WS-DUP-SI                            VALUE '1'.
000160
000161        01 WS-FLAG-BLOQUEO         PIC X          VALUE '0'.
000162          88 WS-BLOQUEADO                         VALUE '1'.
000163          88 WS-NO-BLOQUEADO                      VALUE '0'.
000164
000165/-----CLAVES-DE-COMPARACION------/
000166        01 WS-CLAVE-CTA.
000167          03 WS-CLAVE-CTA-TIP   PIC X(02) VALUE HIGH-VALUES.
000168          03 WS-CLAVE-CTA-NRO   PIC X(15) VALUE HIGH-VALUES.
000169
000170        01 WS-CLAVE-MOV.
000171          03 WS-CLAVE-MOV-TIP   PIC X(02) VALUE HIGH-VALUES.
000172          03 WS-CLAVE-MOV-NRO   PIC X(15) VALUE HIGH-VALUES.
000173
000174/-----SALDOS-DE-LA-CADENA--------/
000175        01 WS-SALDO-ANTERIOR       PIC S9(09)V99  VALUE ZEROS.
000176        01 WS-SALDO-ESPERADO       PIC S9(11)V99  VALUE ZEROS.
000177
000178/-----CONTADORES-----------------/
000179        01 WS-CONTADORES.
000180          03 WS-LEIDAS-CTA         PIC 9(05)      VALUE ZEROS.
000181          03 WS-LEIDOS-MOV         PIC 9(05)      VALUE ZEROS.
000182          03 WS-ESLABONES-ROTOS    PIC 9(05)      VALUE ZEROS.
000183          03 WS-DIF-SALDO-FINAL    PIC 9(05)      VALUE ZEROS.
000184          03 WS-SIN-HISTORIA       PIC 9(05)      VALUE ZEROS.
000185          03 WS-MOV-HUERFANOS      PIC 9(05)      VALUE ZEROS.
000186
000187/-----DIFERENCIAS-POR-MONEDA-----/
000188        01 WS-TAB-MONEDAS.
000189          03 WS-MON-ENT OCCURS 10.
000190            05 WS-MON-CODIGO       PIC X(02).
000191            05 WS-MON-CUENTAS      PIC 9(05).
000192            05 WS-MON-DIFERENCIA   PIC S9(11)V99  COMP-3.
000193
000194        77  WS-MON-CANT            PIC S9(04) COMP VALUE +0.
000195        77  WS-MON-IDX             PIC S9(04) COMP VALUE +0.
000196        77  WS-DIF-IMPORTE         PIC S9(11)V99  VALUE ZEROS.
000197
000198        01 WS-SW-MONEDA            PIC 9          VALUE 0.
000199          88 WS-MON-BUSCANDO                      VALUE 0.
000200          88 WS-MON-HALLADO                       VALUE 1.
000201          88 WS-MON-NO-HALLADO                    VALUE 2.
000202
000203/------LAYOUT-TITULO-------------/
000204        01 CT-TITULO.
000205          03  FILLER              PIC X(1)       VALUE '|'.
000206          03 FILLER               PIC X(44)      VALUE
000207              'CADENA DE SALDOS MOVIMIENTOS x CUENTAS DEL: '.
000208          03 CT-DD                PIC X(02)      VALUE SPACES.
000209          03 FILLER               PIC X(01)      VALUE '-'.
000210          03 CT-MM                PIC X(02)      VALUE SPACES.
000211          03 FILLER               PIC X(01)      VALUE '-'.
000212          03 CT-AAAA              PIC X(04)      VALUE SPACES.
000213
000214/----LAYOUT-ESLABON-ROTO---------/
000215        01 CT-ESLABON.
000216          03  FILLER              PIC X(01)      VALUE '|'.
000217          03  CT-ESL-TIPCTA        PIC X(02)      VALUE SPACES.
000218          03  FILLER              PIC X(01)      VALUE ' '.
000219          03  CT-ESL-NROCTA        PIC X(15)      VALUE SPACES.
000220          03  FILLER              PIC X(01)      VALUE ' '.
000221          03  CT-ESL-FECHA         PIC X(10)      VALUE SPACES.
000222          03  FILLER              PIC X(01)      VALUE ' '.
000223          03  CT-ESL-SECU          PIC 9(05)      VALUE ZEROS.
000224          03  FILLER              PIC X(01)      VALUE ' '.
000225          03  CT-ESL-ORIGEN        PIC X(02)      VALUE SPACES.
000226          03  FILLER              PIC X(01)      VALUE ' '.
000227          03  CT-ESL-OPER          PIC X(02)      VALUE SPACES.
000228          03  FILLER          PIC X(07) VALUE ' | IMP '.
000229          03  CT-ESL-IMPORTE   PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000230          03  FILLER          PIC X(07) VALUE ' | ANT '.
000231          03  CT-ESL-ANTERIOR  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000232          03  FILLER          PIC X(07) VALUE ' | RES '.
000233          03  CT-ESL-RESULT    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000234          03  FILLER          PIC X(06) VALUE ' |DIF '.
000235          03  CT-ESL-DIF     PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000236
000237/----LAYOUT-SALDO-FINAL----------/
000238        01 CT-SALDO-FINAL.
000239          03  FILLER              PIC X(02)      VALUE '| '.
000240          03  CT-SF-TIPCTA         PIC X(02)      VALUE SPACES.
000241          03  FILLER              PIC X(01)      VALUE ' '.
000242          03  CT-SF-NROCTA         PIC X(15)      VALUE SPACES.
000243          03  FILLER          PIC X(17) VALUE ' | SALDO FINAL - '.
000244          03  FILLER          PIC X(09) VALUE 'ULT MOV: '.
000245          03  CT-SF-ULTIMO     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000246          03  FILLER          PIC X(12) VALUE ' | CUENTAS: '.
000247          03  CT-SF-CUENTA     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000248          03  FILLER          PIC X(07) VALUE ' | DIF '.
000249          03  CT-SF-DIF      PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000250
000251/----LAYOUT-SALDO-SIN-HISTORIA---/
000252        01 CT-SIN-HISTORIA.
000253          03  FILLER              PIC X(1)       VALUE '|'.
000254          03  FILLER              PIC X(36)      VALUE
000255               'CUENTA CON SALDO SIN MOVIMIENTOS -- '.
000256          03  FILLER          PIC X(06) VALUE 'TIPO: '.
000257          03  CT-SH-TIPCTA         PIC X(02)      VALUE SPACES.
000258          03  FILLER              PIC X(01)      VALUE '|'.
000259          03  FILLER          PIC X(09) VALUE 'NRO CTA: '.
000260          03  CT-SH-NROCTA         PIC X(15)      VALUE SPACES.
000261          03  FILLER              PIC X(01)      VALUE '|'.
000262          03  FILLER          PIC X(07) VALUE 'SALDO: '.
000263          03  CT-SH-SALDO      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000264
000265/----LAYOUT-MOVIMIENTO-HUERFANO--/
000266        01 CT-HUERFANO.
000267          03  FILLER              PIC X(1)       VALUE '|'.
000268          03  FILLER              PIC X(36)      VALUE
000269               'MOVIMIENTO DE CUENTA INEXISTENTE -- '.
000270          03  FILLER          PIC X(06) VALUE 'TIPO: '.
000271          03  CT-HU-TIPCTA         PIC X(02)      VALUE SPACES.
000272          03  FILLER              PIC X(01)      VALUE '|'.
000273          03  FILLER          PIC X(09) VALUE 'NRO CTA: '.
000274          03  CT-HU-NROCTA         PIC X(15)      VALUE SPACES.
000275          03  FILLER              PIC X(01)      VALUE '|'.
000276          03  CT-HU-FECHA          PIC X(10)      VALUE SPACES.
000277          03  FILLER              PIC X(01)      VALUE ' '.
000278          03  CT-HU-SECU           PIC 9(05)      VALUE ZEROS.
000279          03  FILLER              PIC X(01)      VALUE ' '.
000280          03  CT-HU-ORIGEN         PIC X(02)      VALUE SPACES.
000281          03  FILLER              PIC X(01)      VALUE ' '.
000282          03  CT-HU-OPER           PIC X(02)      VALUE SPACES.
000283          03  FILLER              PIC X(01)      VALUE ' '.
000284          03  CT-HU-IMPORTE    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000285
000286/----LAYOUT-TOTAL-POR-MONEDA-----/
000287        01 CT-TOTAL-MONEDA.
000288          03 FILLER               PIC X(11)      VALUE
000289                                                 '| MONEDA: '.
000290          03 CT-TOT-MONEDA        PIC X(02)      VALUE SPACES.
000291          03 FILLER               PIC X(22)      VALUE
000292                                  ' | CUENTAS CON DIFER: '.
000293          03 CT-TOT-CUENTAS       PIC ZZZZ9      VALUE ZEROS.
000294          03 FILLER               PIC X(21)      VALUE
000295                                  ' | DIF SIN EXPLICAR: '.
000296          03 CT-TOT-DIF  PIC -Z.ZZZ.ZZZ.ZZ9,99   VALUE ZEROS.
000297
000298/------LAYOUT-PIE-DE-CONTROL-----/
000299        01 CT-PIE.
000300          03  FILLER              PIC X(1)       VALUE '|'.
000301          03  FILLER      PIC X(09) VALUE 'CUENTAS: '.
000302          03  CT-PIE-LEIDAS-CTA    PIC 9(05)      VALUE ZEROS.
000303          03  FILLER              PIC X(01)      VALUE '|'.
000304          03  FILLER      PIC X(13) VALUE 'MOVIMIENTOS: '.
000305          03  CT-PIE-LEIDOS-MOV    PIC 9(05)      VALUE ZEROS.
000306          03  FILLER              PIC X(01)      VALUE '|'.
000307          03  FILLER      PIC X(17) VALUE 'ESLABONES ROTOS: '.
000308          03  CT-PIE-ESLABONES     PIC 9(05)      VALUE ZEROS.
000309          03  FILLER              PIC X(01)      VALUE '|'.
000310          03  FILLER      PIC X(13) VALUE 'SALDO FINAL: '.
000311          03  CT-PIE-SALDO-FINAL   PIC 9(05)      VALUE ZEROS.
000312          03  FILLER              PIC X(01)      VALUE '|'.
000313          03  FILLER      PIC X(14) VALUE 'SIN HISTORIA: '.
000314          03  CT-PIE-SIN-HISTORIA  PIC 9(05)      VALUE ZEROS.
000315          03  FILLER              PIC X(01)      VALUE '|'.
000316          03  FILLER      PIC X(11) VALUE 'HUERFANOS: '.
000317          03  CT-PIE-HUERFANOS     PIC 9(05)      VALUE ZEROS.
000318
000319        77  FILLER                 PIC X(26)      VALUE
000320                                   '* FINAL  WORKING-STORAGE *'.
000321/--------------------------------/
000322        PROCEDURE DIVISION.
000323/--------------------------------/
000324/--CUERPO-PRINCIPAL-DEL-PROGRAMA-/
000325        MAIN-PROGRAM.
000326
000327            PERFORM 1000-I-INICIO
000328               THRU 1000-F-INICIO
000329
000330            PERFORM 2000-I-PROCESO
000331               THRU 2000-F-PROCESO
000332              UNTIL WS-FIN-CTA AND WS-FIN-MOV
000333
000334            PERFORM 9999-I-FINAL
000335               THRU 9999-F-FINAL
000336        .
000337        F-MAIN-PROGRAM.
000338            GOBACK.
000339
000340/----INICIO-APERTURA-FILES-------/
000341        1000-I-INICIO.
000342            ACCEPT WS-PARAMETRO FROM SYSIN
000343
000344            ACCEPT WS-FECHA FROM DATE YYYYMMDD
000345            MOVE WS-FECHA-AAAA                    TO CT-AAAA
000346            MOVE WS-FECHA-MM                      TO CT-MM
000347            MOVE WS-FECHA-DD                      TO CT-DD
000348
000349            MOVE WS-FECHA-DD                      TO WS-FEC-P-DD
000350            MOVE WS-FECHA-MM                      TO WS-FEC-P-MM
000351            MOVE WS-FECHA-AAAA                    TO WS-FEC-P-AAAA
000352
000353            PERFORM 8000-I-RUNCTL-INICIO
000354               THRU 8000-F-RUNCTL-INICIO
000355
000356            SET WS-NO-FIN-CTA                     TO TRUE
000357            SET WS-NO-FIN-MOV                     TO TRUE
000358
000359            IF WS-BLOQUEADO
000360              SET WS-FIN-CTA                      TO TRUE
000361              SET WS-FIN-MOV                      TO TRUE
000362            ELSE
000363              OPEN INPUT CUENTAS
000364              IF FS-CUENTAS IS NOT EQUAL '00'
000365                DISPLAY '* ERROR EN OPEN CUENTAS= ' FS-CUENTAS
000366                MOVE 9999                         TO RETURN-CODE
000367                SET  WS-FIN-CTA                   TO TRUE
000368                SET  WS-FIN-MOV                   TO TRUE
000369              END-IF
000370
000371              OPEN INPUT MOVIM
000372              IF FS-MOVIM IS NOT EQUAL '00'
000373                DISPLAY '* ERROR EN OPEN MOVIM= ' FS-MOVIM
000374                MOVE 9999                         TO RETURN-CODE
000375                SET  WS-FIN-CTA                   TO TRUE
000376                SET  WS-FIN-MOV                   TO TRUE
000377              END-IF
000378
000379              OPEN OUTPUT SALIDA
000380              IF FS-SALIDA IS NOT EQUAL '00'
000381                DISPLAY '* ERROR EN OPEN SALIDA= ' FS-SALIDA
000382                MOVE 9999                         TO RETURN-CODE
000383                SET  WS-FIN-CTA                   TO TRUE
000384                SET  WS-FIN-MOV                   TO TRUE
000385              END-IF
000386
000387              IF WS-NO-FIN-CTA
000388                PERFORM 3000-I-LEER-CUENTA
000389                   THRU 3000-F-LEER-CUENTA
000390
000391                PERFORM 3500-I-LEER-MOVIM
000392                   THRU 3500-F-LEER-MOVIM
000393
000394                PERFORM 5900-I-IMPRIMIR-INICIO
000395                   THRU 5900-F-IMPRIMIR-INICIO
000396              END-IF
000397            END-IF
000398        .
000399        1000-F-INICIO.
000400            EXIT.
000401
000402/-----LEO-CUENTAS-(VSAM)---------/
000403        3000-I-LEER-CUENTA.
000404            READ CUENTAS
000405              AT END
000406                SET WS-FIN-CTA                    TO TRUE
000407                MOVE HIGH-VALUES                  TO WS-CLAVE-CTA
000408              NOT AT END
000409                ADD 1                             TO WS-LEIDAS-CTA
000410                MOVE CU-TIPO-CUENTA          TO WS-CLAVE-CTA-TIP
000411                MOVE CU-NRO-CUENTA           TO WS-CLAVE-CTA-NRO
000412            END-READ
000413
000414            IF FS-CUENTAS IS NOT EQUAL '00' AND
000415               FS-CUENTAS IS NOT EQUAL '10'
000416              DISPLAY '* ERROR EN READ CUENTAS= ' FS-CUENTAS
000417              MOVE 9999                           TO RETURN-CODE
000418              SET WS-FIN-CTA                      TO TRUE
000419              SET WS-FIN-MOV                      TO TRUE
000420              MOVE HIGH-VALUES                    TO WS-CLAVE-CTA
000421              MOVE HIGH-VALUES                    TO WS-CLAVE-MOV
000422            END-IF
000423        .
000424        3000-F-LEER-CUENTA.
000425            EXIT.
000426
000427/-----LEO-MOVIMIENTOS-(VSAM)-----/
000428        3500-I-LEER-MOVIM.
000429            READ MOVIM
000430              AT END
000431                SET WS-FIN-MOV                    TO TRUE
000432                MOVE HIGH-VALUES                  TO WS-CLAVE-MOV
000433              NOT AT END
000434                ADD 1                             TO WS-LEIDOS-MOV
000435                MOVE MOV-TIPO-CUENTA         TO WS-CLAVE-MOV-TIP
000436                MOVE MOV-NRO-CUENTA          TO WS-CLAVE-MOV-NRO
000437            END-READ
000438
000439            IF FS-MOVIM IS NOT EQUAL '00' AND
000440               FS-MOVIM IS NOT EQUAL '10'
000441              DISPLAY '* ERROR EN READ MOVIM= ' FS-MOVIM
000442              MOVE 9999                           TO RETURN-CODE
000443              SET WS-FIN-CTA                      TO TRUE
000444              SET WS-FIN-MOV                      TO TRUE
000445              MOVE HIGH-VALUES                    TO WS-CLAVE-CTA
000446              MOVE HIGH-VALUES                    TO WS-CLAVE-MOV
000447            END-IF
000448        .
000449        3500-F-LEER-MOVIM.
000450            EXIT.
000451
000452/----COMPARO-CLAVES-Y-VERIFICO---/
000453        2000-I-PROCESO.
000454            IF WS-CLAVE-CTA < WS-CLAVE-MOV
000455              PERFORM 4100-I-CUENTA-SIN-MOVIM
000456                 THRU 4100-F-CUENTA-SIN-MOVIM
000457
000458              PERFORM 3000-I-LEER-CUENTA
000459                 THRU 3000-F-LEER-CUENTA
000460            ELSE
000461              IF WS-CLAVE-MOV < WS-CLAVE-CTA
000462                PERFORM 5400-I-REPORTAR-HUERFANO
000463                   THRU 5400-F-REPORTAR-HUERFANO
000464
000465                PERFORM 3500-I-LEER-MOVIM
000466                   THRU 3500-F-LEER-MOVIM
000467              ELSE
000468                PERFORM 4000-I-VERIFICAR-CUENTA
000469                   THRU 4000-F-VERIFICAR-CUENTA
000470
000471                PERFORM 3000-I-LEER-CUENTA
000472                   THRU 3000-F-LEER-CUENTA
000473              END-IF
000474            END-IF
000475        .
000476        2000-F-PROCESO.
000477            EXIT.
000478
000479/-----VERIFICO-LA-CADENA-DE-UNA-CUENTA/
000480* RECORRE TODOS LOS MOVIMIENTOS DE LA CUENTA Y COMPARA EL ULTIMO
000481* SALDO RESULTANTE CONTRA CU-SALDO-ACTUAL. LA CUENTA SE CUENTA UNA
000482* SOLA VEZ EN SU MONEDA AUNQUE TENGA VARIAS DIFERENCIAS.
000483        4000-I-VERIFICAR-CUENTA.
000484            SET WS-ES-PRIMERO                     TO TRUE
000485            SET WS-CTA-SIN-DIF                    TO TRUE
000486
000487            PERFORM 4200-I-VERIFICAR-MOVIM
000488               THRU 4200-F-VERIFICAR-MOVIM
000489              UNTIL WS-CLAVE-MOV NOT = WS-CLAVE-CTA OR WS-FIN-MOV
000490
000491            IF WS-SALDO-ANTERIOR NOT = CU-SALDO-ACTUAL
000492              ADD 1                          TO WS-DIF-SALDO-FINAL
000493
000494              COMPUTE WS-DIF-IMPORTE =
000495                      CU-SALDO-ACTUAL - WS-SALDO-ANTERIOR
000496
000497              PERFORM 5300-I-REPORTAR-SALDO-FINAL
000498                 THRU 5300-F-REPORTAR-SALDO-FINAL
000499
000500              PERFORM 4300-I-ACUMULAR-MONEDA
000501                 THRU 4300-F-ACUMULAR-MONEDA
000502            END-IF
000503        .
000504        4000-F-VERIFICAR-CUENTA.
000505            EXIT.
000506
000507/-----CUENTA-SIN-MOVIMIENTOS-----/
000508* SIN HISTORIA SOLO ES EXCEPCION SI LA CUENTA TIENE SALDO: TODO
000509* EL SALDO QUEDA SIN EXPLICAR.
000510        4100-I-CUENTA-SIN-MOVIM.
000511            IF CU-SALDO-ACTUAL NOT = ZEROS
000512              ADD 1                             TO WS-SIN-HISTORIA
000513              SET WS-CTA-SIN-DIF                  TO TRUE
000514              MOVE CU-SALDO-ACTUAL               TO WS-DIF-IMPORTE
000515
000516              PERFORM 5200-I-REPORTAR-SIN-HISTORIA
000517                 THRU 5200-F-REPORTAR-SIN-HISTORIA
000518
000519              PERFORM 4300-I-ACUMULAR-MONEDA
000520                 THRU 4300-F-ACUMULAR-MONEDA
000521            END-IF
000522        .
000523        4100-F-CUENTA-SIN-MOVIM.
000524            EXIT.
000525
000526/-----VERIFICO-UN-ESLABON--------/
000527* EL PRIMER MOVIMIENTO ABRE LA CADENA. EN LOS SIGUIENTES, UN
000528* ESLABON ROTO SE INFORMA Y LA CADENA SIGUE DESDE EL SALDO
000529* GRABADO, PARA NO ARRASTRAR LA DIFERENCIA A LOS DEMAS.
000530        4200-I-VERIFICAR-MOVIM.
000531            IF WS-ES-PRIMERO
000532              SET WS-NO-ES-PRIMERO                TO TRUE
000533            ELSE
000534              EVALUATE TRUE
000535              WHEN MOV-OPER-CREDITO
000536                COMPUTE WS-SALDO-ESPERADO =
000537                        WS-SALDO-ANTERIOR + MOV-IMPORTE
000538              WHEN MOV-OPER-DEBITO
000539                COMPUTE WS-SALDO-ESPERADO =
000540                        WS-SALDO-ANTERIOR - MOV-IMPORTE
000541              WHEN OTHER
000542                MOVE WS-SALDO-ANTERIOR        TO WS-SALDO-ESPERADO
000543              END-EVALUATE
000544
000545              IF MOV-SALDO-RESULTANTE NOT = WS-SALDO-ESPERADO
000546                ADD 1                        TO WS-ESLABONES-ROTOS
000547
000548                COMPUTE WS-DIF-IMPORTE =
000549                        MOV-SALDO-RESULTANTE - WS-SALDO-ESPERADO
000550
000551                PERFORM 5100-I-REPORTAR-ESLABON
000552                   THRU 5100-F-REPORTAR-ESLABON
000553
000554                PERFORM 4300-I-ACUMULAR-MONEDA
000555                   THRU 4300-F-ACUMULAR-MONEDA
000556              END-IF
000557            END-IF
000558
000559            MOVE MOV-SALDO-RESULTANTE         TO WS-SALDO-ANTERIOR
000560
000561            PERFORM 3500-I-LEER-MOVIM
000562               THRU 3500-F-LEER-MOVIM
000563        .
000564        4200-F-VERIFICAR-MOVIM.
000565            EXIT.
000566
000567/-----ACUMULO-POR-MONEDA---------/
000568        4300-I-ACUMULAR-MONEDA.
000569            SET WS-MON-BUSCANDO                   TO TRUE
000570            MOVE 1                                TO WS-MON-IDX
000571
000572            PERFORM 4400-I-BUSCAR-MONEDA
000573               THRU 4400-F-BUSCAR-MONEDA
000574              UNTIL WS-SW-MONEDA NOT = 0
000575
000576            IF WS-MON-NO-HALLADO
000577              IF WS-MON-CANT IS LESS THAN 10
000578                ADD 1                             TO WS-MON-CANT
000579                MOVE WS-MON-CANT                  TO WS-MON-IDX
000580                MOVE CU-MONEDA       TO WS-MON-CODIGO (WS-MON-IDX)
000581                MOVE ZEROS          TO WS-MON-CUENTAS (WS-MON-IDX)
000582                MOVE ZEROS       TO WS-MON-DIFERENCIA (WS-MON-IDX)
000583                SET WS-MON-HALLADO                TO TRUE
000584              ELSE
000585                DISPLAY '* TABLA DE MONEDAS LLENA: ' CU-MONEDA
000586                MOVE 0004                         TO RETURN-CODE
000587              END-IF
000588            END-IF
000589
000590            IF WS-MON-HALLADO
000591              IF WS-CTA-SIN-DIF
000592                ADD 1              TO WS-MON-CUENTAS (WS-MON-IDX)
000593                SET WS-CTA-CON-DIF                TO TRUE
000594              END-IF
000595              ADD WS-DIF-IMPORTE
000596                               TO WS-MON-DIFERENCIA (WS-MON-IDX)
000597            END-IF
000598        .
000599        4300-F-ACUMULAR-MONEDA.
000600            EXIT.
000601
000602/-----BUSCO-MONEDA-EN-TABLA------/
000603        4400-I-BUSCAR-MONEDA.
000604            IF WS-MON-IDX IS GREATER THAN WS-MON-CANT
000605              SET WS-MON-NO-HALLADO               TO TRUE
000606            ELSE
000607              IF WS-MON-CODIGO (WS-MON-IDX) = CU-MONEDA
000608                SET WS-MON-HALLADO                TO TRUE
000609              ELSE
000610                ADD 1                             TO WS-MON-IDX
000611              END-IF
000612            END-IF
000613        .
000614        4400-F-BUSCAR-MONEDA.
000615            EXIT.
000616
000617/--REPORTO-ESLABON-ROTO----------/
000618        5100-I-REPORTAR-ESLABON.
000619            MOVE MOV-TIPO-CUENTA                TO CT-ESL-TIPCTA
000620            MOVE MOV-NRO-CUENTA                 TO CT-ESL-NROCTA
000621            MOVE MOV-FECHA                      TO CT-ESL-FECHA
000622            MOVE MOV-SECUENCIA                  TO CT-ESL-SECU
000623            MOVE MOV-ORIGEN                     TO CT-ESL-ORIGEN
000624            MOVE MOV-CODIGO-OPER                TO CT-ESL-OPER
000625            MOVE MOV-IMPORTE                    TO CT-ESL-IMPORTE
000626            MOVE WS-SALDO-ANTERIOR              TO CT-ESL-ANTERIOR
000627            MOVE MOV-SALDO-RESULTANTE           TO CT-ESL-RESULT
000628            MOVE WS-DIF-IMPORTE                 TO CT-ESL-DIF
000629
000630            WRITE REG-SALIDA FROM CT-ESLABON
000631
000632            IF FS-SALIDA IS NOT EQUAL '00'
000633              DISPLAY '* ERROR EN GRABAR ESLABON: ' FS-SALIDA
000634              MOVE 9999                           TO RETURN-CODE
000635              SET WS-FIN-CTA                      TO TRUE
000636              SET WS-FIN-MOV                      TO TRUE
000637            END-IF
000638        .
000639        5100-F-REPORTAR-ESLABON.
000640            EXIT.
000641
000642/--REPORTO-SALDO-SIN-HISTORIA----/
000643        5200-I-REPORTAR-SIN-HISTORIA.
000644            MOVE CU-TIPO-CUENTA                 TO CT-SH-TIPCTA
000645            MOVE CU-NRO-CUENTA                  TO CT-SH-NROCTA
000646            MOVE CU-SALDO-ACTUAL                TO CT-SH-SALDO
000647
000648            WRITE REG-SALIDA FROM CT-SIN-HISTORIA
000649
000650            IF FS-SALIDA IS NOT EQUAL '00'
000651              DISPLAY '* ERROR EN GRABAR SIN-HISTORIA: ' FS-SALIDA
000652              MOVE 9999                           TO RETURN-CODE
000653              SET WS-FIN-CTA                      TO TRUE
000654              SET WS-FIN-MOV                      TO TRUE
000655            END-IF
000656        .
000657        5200-F-REPORTAR-SIN-HISTORIA.
000658            EXIT.
000659
000660/--REPORTO-SALDO-FINAL-DISTINTO--/
000661        5300-I-REPORTAR-SALDO-FINAL.
000662            MOVE CU-TIPO-CUENTA                 TO CT-SF-TIPCTA
000663            MOVE CU-NRO-CUENTA                  TO CT-SF-NROCTA
000664            MOVE WS-SALDO-ANTERIOR              TO CT-SF-ULTIMO
000665            MOVE CU-SALDO-ACTUAL                TO CT-SF-CUENTA
000666            MOVE WS-DIF-IMPORTE                 TO CT-SF-DIF
000667
000668            WRITE REG-SALIDA FROM CT-SALDO-FINAL
000669
000670            IF FS-SALIDA IS NOT EQUAL '00'
000671              DISPLAY '* ERROR EN GRABAR SALDO-FINAL: ' FS-SALIDA
000672              MOVE 9999                           TO RETURN-CODE
000673              SET WS-FIN-CTA                      TO TRUE
000674              SET WS-FIN-MOV                      TO TRUE
000675            END-IF
000676        .
000677        5300-F-REPORTAR-SALDO-FINAL.
000678            EXIT.
000679
000680/--REPORTO-MOVIMIENTO-HUERFANO---/
000681* LA CUENTA NO EXISTE EN CUENTAS: NO HAY MONEDA A QUE IMPUTARLO,
000682* SOLO SE CUENTA E INFORMA.
000683        5400-I-REPORTAR-HUERFANO.
000684            MOVE MOV-TIPO-CUENTA                TO CT-HU-TIPCTA
000685            MOVE MOV-NRO-CUENTA                 TO CT-HU-NROCTA
000686            MOVE MOV-FECHA                      TO CT-HU-FECHA
000687            MOVE MOV-SECUENCIA                  TO CT-HU-SECU
000688            MOVE MOV-ORIGEN                     TO CT-HU-ORIGEN
000689            MOVE MOV-CODIGO-OPER                TO CT-HU-OPER
000690            MOVE MOV-IMPORTE                    TO CT-HU-IMPORTE
000691
000692            WRITE REG-SALIDA FROM CT-HUERFANO
000693
000694            IF FS-SALIDA IS NOT EQUAL '00'
000695              DISPLAY '* ERROR EN GRABAR HUERFANO: ' FS-SALIDA
000696              MOVE 9999                           TO RETURN-CODE
000697              SET WS-FIN-CTA                      TO TRUE
000698              SET WS-FIN-MOV                      TO TRUE
000699            END-IF
000700
000701            ADD 1                              TO WS-MOV-HUERFANOS
000702        .
000703        5400-F-REPORTAR-HUERFANO.
000704            EXIT.
000705
000706/--IMPRIMO-TITULO-DEL-LISTADO----/
000707        5900-I-IMPRIMIR-INICIO.
000708            WRITE REG-SALIDA FROM CT-TITULO
000709
000710            IF FS-SALIDA IS NOT EQUAL '00'
000711              DISPLAY '* ERROR EN GRABAR TITULO: ' FS-SALIDA
000712              MOVE 9999                           TO RETURN-CODE
000713              SET WS-FIN-CTA                      TO TRUE
000714              SET WS-FIN-MOV                      TO TRUE
000715            END-IF
000716        .
000717        5900-F-IMPRIMIR-INICIO.
000718            EXIT.
000719
000720/--IMPRIMO-TOTALES-POR-MONEDA----/
000721        5950-I-IMPRIMIR-TOTALES.
000722            MOVE 1                                TO WS-MON-IDX
000723
000724            PERFORM 5960-I-IMPRIMIR-UNA-MONEDA
000725               THRU 5960-F-IMPRIMIR-UNA-MONEDA
000726              UNTIL WS-MON-IDX IS GREATER THAN WS-MON-CANT
000727        .
000728        5950-F-IMPRIMIR-TOTALES.
000729            EXIT.
000730
000731        5960-I-IMPRIMIR-UNA-MONEDA.
000732            MOVE WS-MON-CODIGO (WS-MON-IDX)       TO CT-TOT-MONEDA
000733            MOVE WS-MON-CUENTAS (WS-MON-IDX)     TO CT-TOT-CUENTAS
000734            MOVE WS-MON-DIFERENCIA (WS-MON-IDX)      TO CT-TOT-DIF
000735
000736            WRITE REG-SALIDA FROM CT-TOTAL-MONEDA
000737
000738            IF FS-SALIDA IS NOT EQUAL '00'
000739              DISPLAY '* ERROR EN GRABAR MONEDA: ' FS-SALIDA
000740              MOVE 9999                           TO RETURN-CODE
000741              MOVE WS-MON-CANT                    TO WS-MON-IDX
000742            END-IF
000743
000744            ADD 1                                 TO WS-MON-IDX
000745        .
000746        5960-F-IMPRIMIR-UNA-MONEDA.
000747            EXIT.
000748
000749/-----REGISTRO-INICIO-DE-CORRIDA-/
000750        8000-I-RUNCTL-INICIO.
000751            OPEN I-O RUNCTL
000752            IF FS-RUNCTL IS NOT EQUAL '00'
000753              DISPLAY '* ERROR EN OPEN RUNCTL= ' FS-RUNCTL
000754              SET WS-RUNCTL-NO                  TO TRUE
000755              IF RETURN-CODE = ZEROS
000756                MOVE 0004                       TO RETURN-CODE
000757              END-IF
000758            ELSE
000759              SET WS-RUNCTL-OK                  TO TRUE
000760
000761              PERFORM 8200-I-VERIFICAR-CORRIDAS
000762                 THRU 8200-F-VERIFICAR-CORRIDAS
000763
000764              ACCEPT WS-HORA-SYS FROM TIME
000765              MOVE WS-HORA-HH                   TO WS-HORA-E-HH
000766              MOVE WS-HORA-MM                   TO WS-HORA-E-MM
000767              MOVE WS-HORA-SS                   TO WS-HORA-E-SS
000768
000769              MOVE SPACES                       TO REG-RUNCTL
000770              MOVE 'PGMREC03'                   TO RC-PROGRAMA
000771              MOVE WS-FECHA-PROC            TO RC-FECHA-PROCESO
000772              MOVE WS-HORA-EDIT                 TO RC-HORA-INICIO
000773              MOVE WS-PARAMETRO                 TO RC-PARAMETRO
000774              MOVE SPACE                        TO RC-REINICIO
000775              IF WS-BLOQUEADO
000776                MOVE 'B'                        TO RC-ESTADO
000777              ELSE
000778                MOVE 'E'                        TO RC-ESTADO
000779              END-IF
000780              MOVE SPACES                       TO RC-HORA-FIN
000781              MOVE ZEROS                        TO RC-CONTADOR-1
000782              MOVE ZEROS                        TO RC-CONTADOR-2
000783              MOVE ZEROS                        TO RC-CONTADOR-3
000784              MOVE ZEROS                        TO RC-CONTADOR-4
000785              MOVE ZEROS                        TO RC-CONTADOR-5
000786              MOVE ZEROS                        TO RC-CONTADOR-6
000787
000788              WRITE REG-RUNCTL
000789
000790              IF FS-RUNCTL IS NOT EQUAL '00'
000791                DISPLAY '* ERROR EN GRABAR RUNCTL= ' FS-RUNCTL
000792                SET WS-RUNCTL-NO                TO TRUE
000793                IF RETURN-CODE = ZEROS
000794                  MOVE 0004                     TO RETURN-CODE
000795                END-IF
000796              ELSE
000797                IF WS-BLOQUEADO
000798                  SET WS-RUNCTL-NO              TO TRUE
000799                  CLOSE RUNCTL
000800                ELSE
000801                  MOVE RC-CLAVE         TO WS-RUN-CLAVE-GUARDADA
000802                END-IF
000803              END-IF
000804            END-IF
000805        .
000806        8000-F-RUNCTL-INICIO.
000807            EXIT.
000808
000809/-----VERIFICO-PREDECESOR-Y-CORRIDA-DUPLICADA--------/
000810* PGMORD01 DEBE HABER FINALIZADO 'F' EN LA MISMA FECHA DE
000811* PROCESO (ULTIMO BATCH DE LA NOCHE QUE GRABA MOVIMIENTOS) Y NO
000812* DEBE EXISTIR OTRA CORRIDA 'F' DE PGMREC03 DE LA FECHA, SALVO
000813* PARAMETRO SYSIN 'R'. EL BLOQUEO QUEDA CON ESTADO 'B' PARA LA
000814* T105.
000815        8200-I-VERIFICAR-CORRIDAS.
000816            SET WS-CHK-SIGUE                      TO TRUE
000817            SET WS-PRED-NO-VISTO                  TO TRUE
000818            SET WS-DUP-NO                         TO TRUE
000819
000820            MOVE SPACES                           TO RC-CLAVE
000821            MOVE WS-FECHA-PROC               TO RC-FECHA-PROCESO
000822
000823            START RUNCTL KEY IS NOT LESS THAN RC-CLAVE
000824
000825            IF FS-RUNCTL IS NOT EQUAL '00'
000826              SET WS-CHK-FIN                      TO TRUE
000827            END-IF
000828
000829            PERFORM 8250-I-LEER-RUNCTL
000830               THRU 8250-F-LEER-RUNCTL
000831              UNTIL WS-CHK-FIN
000832
000833            EVALUATE TRUE
000834            WHEN NOT WS-PRED-FINALIZADO
000835              DISPLAY '* PGMREC03 BLOQUEADO: PGMORD01 SIN '
000836                      'ESTADO F PARA ' WS-FECHA-PROC
000837              SET WS-BLOQUEADO                    TO TRUE
000838
000839            WHEN WS-DUP-SI AND NOT WS-ES-REPROCESO
000840              DISPLAY '* PGMREC03 BLOQUEADO: YA FINALIZO PARA '
000841                      WS-FECHA-PROC
000842                      ', USE PARAMETRO R PARA REPROCESAR'
000843              SET WS-BLOQUEADO                    TO TRUE
000844            END-EVALUATE
000845
000846            IF WS-BLOQUEADO
000847              MOVE 9999                           TO RETURN-CODE
000848            END-IF
000849        .
000850        8200-F-VERIFICAR-CORRIDAS.
000851            EXIT.
000852
000853        8250-I-LEER-RUNCTL.
000854            READ RUNCTL NEXT
000855              AT END
000856                SET WS-CHK-FIN                    TO TRUE
000857              NOT AT END
000858                IF RC-FECHA-PROCESO NOT = WS-FECHA-PROC
000859                  SET WS-CHK-FIN                  TO TRUE
000860                ELSE
000861                  IF RC-PROGRAMA = 'PGMORD01'
000862                    IF RC-FINALIZADO-OK
000863                      SET WS-PRED-FINALIZADO      TO TRUE
000864                    ELSE
000865                      IF NOT WS-PRED-FINALIZADO
000866                        SET WS-PRED-VISTO         TO TRUE
000867                      END-IF
000868                    END-IF
000869                  END-IF
000870                  IF RC-PROGRAMA = 'PGMREC03' AND RC-FINALIZADO-OK
000871                    SET WS-DUP-SI                 TO TRUE
000872                  END-IF
000873                END-IF
000874            END-READ
000875        .
000876        8250-F-LEER-RUNCTL.
000877            EXIT.
000878
000879/-----REGISTRO-FIN-DE-CORRIDA----/
000880        8100-I-RUNCTL-FIN.
000881            IF WS-RUNCTL-OK
000882              MOVE WS-RUN-CLAVE-GUARDADA        TO RC-CLAVE
000883
000884              READ RUNCTL
000885
000886              IF FS-RUNCTL IS NOT EQUAL '00'
000887                DISPLAY '* ERROR EN READ RUNCTL= ' FS-RUNCTL
000888              ELSE
000889                ACCEPT WS-HORA-SYS FROM TIME
000890                MOVE WS-HORA-HH                 TO WS-HORA-E-HH
000891                MOVE WS-HORA-MM                 TO WS-HORA-E-MM
000892                MOVE WS-HORA-SS                 TO WS-HORA-E-SS
000893                MOVE WS-HORA-EDIT               TO RC-HORA-FIN
000894
000895                IF RETURN-CODE = 9999
000896                  MOVE 'A'                      TO RC-ESTADO
000897                ELSE
000898                  MOVE 'F'                      TO RC-ESTADO
000899                END-IF
000900
000901                MOVE WS-LEIDAS-CTA              TO RC-CONTADOR-1
000902                MOVE WS-LEIDOS-MOV              TO RC-CONTADOR-2
000903                MOVE WS-ESLABONES-ROTOS         TO RC-CONTADOR-3
000904                MOVE WS-DIF-SALDO-FINAL         TO RC-CONTADOR-4
000905                MOVE WS-SIN-HISTORIA            TO RC-CONTADOR-5
000906                MOVE WS-MOV-HUERFANOS           TO RC-CONTADOR-6
000907
000908                REWRITE REG-RUNCTL
000909
000910                IF FS-RUNCTL IS NOT EQUAL '00'
000911                  DISPLAY '* ERROR EN REWRITE RUNCTL= ' FS-RUNCTL
000912                END-IF
000913              END-IF
000914
000915              CLOSE RUNCTL
000916              IF FS-RUNCTL IS NOT EQUAL '00'
000917                DISPLAY '* ERROR EN CLOSE RUNCTL= ' FS-RUNCTL
000918              END-IF
000919            END-IF
000920        .
000921        8100-F-RUNCTL-FIN.
000922            EXIT.
000923
000924/------CIERRE-DE-ARCHIVOS--------/
000925        9999-I-FINAL.
000926            IF WS-NO-BLOQUEADO
000927              PERFORM 5950-I-IMPRIMIR-TOTALES
000928                 THRU 5950-F-IMPRIMIR-TOTALES
000929
000930              MOVE WS-LEIDAS-CTA            TO CT-PIE-LEIDAS-CTA
000931              MOVE WS-LEIDOS-MOV            TO CT-PIE-LEIDOS-MOV
000932              MOVE WS-ESLABONES-ROTOS       TO CT-PIE-ESLABONES
000933              MOVE WS-DIF-SALDO-FINAL       TO CT-PIE-SALDO-FINAL
000934              MOVE WS-SIN-HISTORIA          TO CT-PIE-SIN-HISTORIA
000935              MOVE WS-MOV-HUERFANOS         TO CT-PIE-HUERFANOS
000936
000937              WRITE REG-SALIDA FROM CT-PIE
000938
000939              IF FS-SALIDA IS NOT EQUAL '00'
000940                DISPLAY '* ERROR EN GRABAR PIE: ' FS-SALIDA
000941                MOVE 9999                         TO RETURN-CODE
000942              END-IF
000943
000944              CLOSE CUENTAS
000945              IF FS-CUENTAS IS NOT EQUAL '00'
000946                DISPLAY '* ERROR EN CLOSE CUENTAS= ' FS-CUENTAS
000947                MOVE 9999                         TO RETURN-CODE
000948              END-IF
000949
000950              CLOSE MOVIM
000951              IF FS-MOVIM IS NOT EQUAL '00'
000952                DISPLAY '* ERROR EN CLOSE MOVIM= ' FS-MOVIM
000953                MOVE 9999                         TO RETURN-CODE
000954              END-IF
000955
000956              CLOSE SALIDA
000957              IF FS-SALIDA  IS NOT EQUAL '00'
000958                DISPLAY '* ERROR EN CLOSE SALIDA= ' FS-SALIDA
000959                MOVE 9999                         TO RETURN-CODE
000960              END-IF
000961
000962              IF RETURN-CODE = ZEROS AND
000963                 (WS-ESLABONES-ROTOS > ZEROS OR
000964                  WS-DIF-SALDO-FINAL > ZEROS OR
000965                  WS-SIN-HISTORIA > ZEROS OR
000966                  WS-MOV-HUERFANOS > ZEROS)
000967                MOVE 0004                         TO RETURN-CODE
000968              END-IF
000969            END-IF
000970
000971            PERFORM 8100-I-RUNCTL-FIN
000972               THRU 8100-F-RUNCTL-FIN
000973
000974/-----MUESTRO-TOTALES-DE-CONTROL----/
000975            DISPLAY '/----------TOTALES DE CONTROL------------/'
000976            DISPLAY 'CUENTAS LEIDAS      = ' WS-LEIDAS-CTA
000977            DISPLAY 'MOVIMIENTOS LEIDOS  = ' WS-LEIDOS-MOV
000978            DISPLAY 'ESLABONES ROTOS     = ' WS-ESLABONES-ROTOS
000979            DISPLAY 'SALDO FINAL DISTINTO= ' WS-DIF-SALDO-FINAL
000980            DISPLAY 'SALDO SIN HISTORIA  = ' WS-SIN-HISTORIA
000981            DISPLAY 'MOVIM SIN CUENTA    = ' WS-MOV-HUERFANOS
000982        .
000983        9999-F-FINAL.
000984            EXIT.
