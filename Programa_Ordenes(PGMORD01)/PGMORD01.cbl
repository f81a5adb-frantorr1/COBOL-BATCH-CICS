000001        CBL TEST
000002/--------------------------------/
000003* PRE-REQUISITOS: EJECUTAR CADA NOCHE LUEGO DE PGMNOV01 (DEBE
000004*                 HABER FINALIZADO 'F' PARA LA MISMA FECHA).
000005*                 PARAMETRO SYSIN: FECHA DE PROCESO (DD-MM-AAAA)
000006*                 O BLANCOS PARA TOMAR LA FECHA DEL DIA, SEGUIDA
000007*                 DE 'R' EN LA POSICION 12 PARA REPROCESAR UNA
000008*                 FECHA YA FINALIZADA.
000009*                 EJECUTA LAS ORDENES PERMANENTES (VSAM ORDENES,
000010*                 CPORDEN) ACTIVAS CUYA PROXIMA EJECUCION NO
000011*                 SUPERA LA FECHA DE PROCESO, CON LAS MISMAS
000012*                 REGLAS QUE LA T106 PARA CUENTAS CERRADAS Y
000013*                 MONEDA CRUZADA (COTIZACIONES DE MONEDAS) Y EL
000014*                 LIMITE DE DESCUBIERTO COMO PGMNOV01. CADA PATA
000015*                 SE GRABA EN MOVIMIENTOS CON ORIGEN 'OP'.
000016*                 UNA ORDEN QUE NO PUEDE EJECUTARSE SE INFORMA EN
000017*                 EL LISTADO Y NO SE REINTENTA: SU PROXIMA FECHA
000018*                 AVANZA IGUAL Y A LOS TRES FALLOS SEGUIDOS QUEDA
000019*                 SUSPENDIDA (ESTADO 'F') HASTA QUE UN OPERADOR LA
000020*                 REACTIVE POR LA T110.
000021/--------------------------------/
000022        IDENTIFICATION DIVISION.
000023/--------------------------------/
000024         PROGRAM-ID. PGMORD01.
000025/--------------------------------/
000026        ENVIRONMENT DIVISION.
000027/--------------------------------/
000028        CONFIGURATION SECTION.
000029/--------------------------------/
000030        SPECIAL-NAMES.
000031            DECIMAL-POINT IS COMMA.
000032/--------------------------------/
000033        INPUT-OUTPUT SECTION.
000034/--------------------------------/
000035        FILE-CONTROL.
000036/--------------------------------/
000037            SELECT ORDENES ASSIGN DDORDEN
000038               ORGANIZATION IS INDEXED
000039               ACCESS MODE IS SEQUENTIAL
000040               RECORD KEY IS ORD-CLAVE
000041               FILE STATUS IS FS-ORDENES.
000042            SELECT CUENTAS ASSIGN DDCUENT
000043               ORGANIZATION IS INDEXED
000044               ACCESS MODE IS RANDOM
000045               RECORD KEY IS CU-CLAVE
000046               FILE STATUS IS FS-CUENTAS.
000047            SELECT MONEDAS ASSIGN DDMONED
000048               ORGANIZATION IS INDEXED
000049               ACCESS MODE IS DYNAMIC
000050               RECORD KEY IS MON-CLAVE
000051               FILE STATUS IS FS-MONEDAS.
000052            SELECT MOVIM ASSIGN DDMOVIM
000053               ORGANIZATION IS INDEXED
000054               ACCESS MODE IS RANDOM
000055               RECORD KEY IS MOV-CLAVE
000056               FILE STATUS IS FS-MOVIM.
000057            SELECT RUNCTL ASSIGN DDRUNCT
000058               ORGANIZATION IS INDEXED
000059               ACCESS MODE IS DYNAMIC
000060               RECORD KEY IS RC-CLAVE
000061               FILE STATUS IS FS-RUNCTL.
000062            SELECT SALIDA ASSIGN DDSALI
000063               FILE STATUS IS FS-SALIDA.
000064
000065/--------------------------------/
000066        DATA DIVISION.
000067/--------------------------------/
000068        FILE SECTION.
000069/--------------------------------/
000070        FD ORDENES
000071             BLOCK CONTAINS 0 RECORDS
000072             RECORDING MODE IS F.
000073        COPY CPORDEN.
000074
000075        FD CUENTAS
000076             BLOCK CONTAINS 0 RECORDS
000077             RECORDING MODE IS F.
000078        COPY CPCUENTA.
000079
000080        FD MONEDAS
000081             BLOCK CONTAINS 0 RECORDS
000082             RECORDING MODE IS F.
000083        COPY CPMONEDA.
000084
000085        FD MOVIM
000086             BLOCK CONTAINS 0 RECORDS
000087             RECORDING MODE IS F.
000088        COPY CPMOVIM.
000089
000090        FD RUNCTL
000091             BLOCK CONTAINS 0 RECORDS
000092             RECORDING MODE IS F.
000093        COPY CPRUNCTL.
000094
000095        FD SALIDA
000096             BLOCK CONTAINS 0 RECORDS
000097             RECORDING MODE IS F.
000098        01 REG-SALIDA              PIC X(132).
000099
000100/--------------------------------/
000101        WORKING-STORAGE SECTION.
000102/--------------------------------/
000103        77  FILLER                 PIC X(26)      VALUE
000104                                   '* INICIO WORKING-STORAGE *'.
000105/-----CODIGOS-RETORNO-FILES------/
000106        01 WS-CODE.
000107          02  FS-ORDENES           PIC XX         VALUE SPACES.
000108          02  FS-CUENTAS           PIC XX         VALUE SPACES.
000109          02  FS-MONEDAS           PIC XX         VALUE SPACES.
000110          02  FS-MOVIM             PIC XX         VALUE SPACES.
000111          02  FS-RUNCTL            PIC XX         VALUE SPACES.
000112          02  FS-SALIDA            PIC XX         VALUE SPACES.
000113          02  FS-SQLCODE           PIC -999       VALUE ZEROS.
000114
000115/--------FLAGS-CONTROL-----------/
000116        01 WS-FLAG-FIN             PIC X.
000117          88 WS-FIN                               VALUE '1'.
000118          88 WS-NO-FIN                            VALUE '0'.
000119
000120        01 WS-FLAG-ORD             PIC X.
000121          88 WS-FIN-ORD                           VALUE '1'.
000122          88 WS-NO-FIN-ORD                        VALUE '0'.
000123
000124/------PARAMETRO-SYSIN-----------/
000125        01 WS-PARM-SYSIN.
000126          03 WS-PARM-FECHA         PIC X(10)      VALUE SPACES.
000127          03 FILLER                PIC X(01)      VALUE SPACE.
000128          03 WS-PARM-REPROCESO     PIC X(01)      VALUE SPACE.
000129            88 WS-ES-REPROCESO                    VALUE 'R'.
000130
000131/------CONTROL-DE-CORRIDA--------/
000132        01 WS-FLAG-RUNCTL          PIC X          VALUE '0'.
000133          88 WS-RUNCTL-OK                         VALUE '1'.
000134          88 WS-RUNCTL-NO                         VALUE '0'.
000135
000136        01 WS-RUN-CLAVE-GUARDADA   PIC X(26)      VALUE SPACES.
000137
000138        01 WS-SW-CHK               PIC 9          VALUE 0.
000139          88 WS-CHK-SIGUE                         VALUE 0.
000140          88 WS-CHK-FIN                           VALUE 1.
000141
000142        01 WS-FLAG-PRED            PIC 9          VALUE 0.
000143          88 WS-PRED-NO-VISTO                     VALUE 0.
000144          88 WS-PRED-VISTO                        VALUE 1.
000145          88 WS-PRED-FINALIZADO                   VALUE 2.
000146
000147        01 WS-FLAG-DUP             PIC X          VALUE '0'.
000148          88 WS-DUP-NO                            VALUE '0'.
000149          88 WS-DUP-SI                            VALUE '1'.
000150
000151        01 WS-FLAG-BLOQUEO         PIC X          VALUE '0'.
000152          88 WS-BLOQUEADO                         VALUE '1'.
000153          88 WS-NO-BLOQUEADO                      VALUE '0'.
000154
000155/--------FECHAS------------------/
000156        01 WS-FECHA.
000157          03 WS-FECHA-AAAA         PIC 9999       VALUE ZEROS.
000158          03 WS-FECHA-MM           PIC 99         VALUE ZEROS.
000159          03 WS-FECHA-DD           PIC 99         VALUE ZEROS.
000160
000161        01 WS-FECHA-ORDEN.
000162          03 WS-FEC-O-DD           PIC X(02)      VALUE SPACES.
000163          03 FILLER                PIC X(01)      VALUE '-'.
000164          03 WS-FEC-O-MM           PIC X(02)      VALUE SPACES.
000165          03 FILLER                PIC X(01)      VALUE '-'.
000166          03 WS-FEC-O-AAAA         PIC X(04)      VALUE SPACES.
000167
000168        01 WS-FECHA-PROC-ISO.
000169          03 WS-PRO-ISO-AAAA       PIC X(04)      VALUE SPACES.
000170          03 FILLER                PIC X(01)      VALUE '-'.
000171          03 WS-PRO-ISO-MM         PIC X(02)      VALUE SPACES.
000172          03 FILLER                PIC X(01)      VALUE '-'.
000173          03 WS-PRO-ISO-DD         PIC X(02)      VALUE SPACES.
000174
000175        01 WS-HORA-SYS.
000176          03 WS-HORA-HH            PIC 99         VALUE ZEROS.
000177          03 WS-HORA-MM            PIC 99         VALUE ZEROS.
000178          03 WS-HORA-SS            PIC 99         VALUE ZEROS.
000179          03 FILLER                PIC 99         VALUE ZEROS.
000180
000181        01 WS-HORA-EDIT.
000182          03 WS-HORA-E-HH          PIC 99         VALUE ZEROS.
000183          03 FILLER                PIC X          VALUE ':'.
000184          03 WS-HORA-E-MM          PIC 99         VALUE ZEROS.
000185          03 FILLER                PIC X          VALUE ':'.
000186          03 WS-HORA-E-SS          PIC 99         VALUE ZEROS.
000187
000188/-----PROXIMA-EJECUCION-DE-LA-ORDEN/
000189        01 WS-PROXIMA.
000190          03 WS-PRX-AAAA           PIC 9(04)      VALUE ZEROS.
000191          03 FILLER                PIC X(01)      VALUE '-'.
000192          03 WS-PRX-MM             PIC 9(02)      VALUE ZEROS.
000193          03 FILLER                PIC X(01)      VALUE '-'.
000194          03 WS-PRX-DD             PIC 9(02)      VALUE ZEROS.
000195
000196        01 WS-TAB-DIAS-VALORES.
000197          03 FILLER                PIC X(24)      VALUE
000198                                   '312831303130313130313031'.
000199        01 WS-TAB-DIAS REDEFINES WS-TAB-DIAS-VALORES.
000200          03 WS-DIAS-MES           PIC 9(02) OCCURS 12.
000201
000202        77  WS-MESES-FREC          PIC 9(02)      VALUE ZEROS.
000203        77  WS-ULTIMO-DIA          PIC 9(02)      VALUE ZEROS.
000204        77  WS-DIA-PEDIDO          PIC 9(02)      VALUE ZEROS.
000205        77  WS-COCIENTE            PIC 9(04)      VALUE ZEROS.
000206        77  WS-RESTO-4             PIC 9(04)      VALUE ZEROS.
000207        77  WS-RESTO-100           PIC 9(04)      VALUE ZEROS.
000208        77  WS-RESTO-400           PIC 9(04)      VALUE ZEROS.
000209
000210/-----RESULTADO-DE-LA-ORDEN------/
000211        01 WS-SW-ORDEN             PIC 9          VALUE 0.
000212          88 WS-ORDEN-OK                          VALUE 0.
000213          88 WS-ORDEN-FALLIDA                     VALUE 1.
000214
000215        01 WS-MOTIVO               PIC X(02)      VALUE SPACES.
000216          88 WS-MOT-ORI-INEXISTENTE               VALUE '01'.
000217          88 WS-MOT-ORI-CERRADA                   VALUE '02'.
000218          88 WS-MOT-DES-INEXISTENTE               VALUE '03'.
000219          88 WS-MOT-DES-CERRADA                   VALUE '04'.
000220          88 WS-MOT-SALDO-INSUF                   VALUE '05'.
000221          88 WS-MOT-SIN-COTIZ                     VALUE '06'.
000222          88 WS-MOT-ORDEN-INVALIDA                VALUE '07'.
000222          88 WS-MOT-ORI-INACTIVA                  VALUE '08'.
000223
000224        77  WS-MOTIVO-DESC         PIC X(22)      VALUE SPACES.
000225        77  WS-MAX-FALLOS          PIC 9(02)      VALUE 3.
000226
000227/-----DATOS-DE-LA-TRANSFERENCIA--/
000228        77  WS-MONEDA-ORI          PIC X(02)      VALUE SPACES.
000229        77  WS-MONEDA-DES          PIC X(02)      VALUE SPACES.
000230        77  WS-COTIZ-ORI           PIC 9(07)V9(06) VALUE ZEROS.
000231        77  WS-COTIZ-DES           PIC 9(07)V9(06) VALUE ZEROS.
000232        77  WS-CODIGO-OPER         PIC X(02)      VALUE SPACES.
000233        77  WS-IMPORTE-DES         PIC S9(09)V99  VALUE ZEROS.
000234        77  WS-SALDO-DB2           PIC S9(09)V99  COMP-3
000235                                                  VALUE ZEROS.
000236
000237/-----BUSQUEDA-COTIZACION-VIGENTE/
000238        01 WS-SW-MONB              PIC 9          VALUE 0.
000239          88 WS-MONB-SIGUE                        VALUE 0.
000240          88 WS-MONB-FIN                          VALUE 1.
000241
000242        01 WS-FLAG-MONB            PIC 9          VALUE 0.
000243          88 WS-MONB-NO-HALLADA                   VALUE 0.
000244          88 WS-MONB-HALLADA                      VALUE 1.
000245
000246        77  WS-MONB-CODIGO         PIC X(02)      VALUE SPACES.
000247        77  WS-MONB-COTIZ          PIC 9(07)V9(06) VALUE ZEROS.
000248
000249/------GRABACION-DE-HISTORIA-----/
000250        01 WS-SW-MOV               PIC 9          VALUE 0.
000251          88 WS-MOV-INTENTANDO                    VALUE 0.
000252          88 WS-MOV-GRABADO                       VALUE 1.
000253          88 WS-MOV-ERROR                         VALUE 2.
000254
000255/-----CONTADORES-----------------/
000256        01 WS-CONTADORES.
000257          03 WS-ORD-LEIDAS         PIC 9(05)      VALUE ZEROS.
000258          03 WS-ORD-VENCIDAS       PIC 9(05)      VALUE ZEROS.
000259          03 WS-ORD-EJECUTADAS     PIC 9(05)      VALUE ZEROS.
000260          03 WS-ORD-FALLIDAS       PIC 9(05)      VALUE ZEROS.
000261          03 WS-ORD-SUSPENDIDAS    PIC 9(05)      VALUE ZEROS.
000262          03 WS-SIN-FILA-DB2       PIC 9(05)      VALUE ZEROS.
000263          03 WS-MOV-GRABADOS       PIC 9(05)      VALUE ZEROS.
000264
000265/------LAYOUT-TITULO-------------/
000266        01 CT-TITULO.
000267          03  FILLER              PIC X(1)       VALUE '|'.
000268          03 FILLER               PIC X(33)      VALUE
000269                            'ORDENES PERMANENTES AL: '.
000270          03 CT-TIT-FECHA         PIC X(10)      VALUE SPACES.
000271
000272/------LAYOUT-DETALLE------------/
000273        01 CT-LINEA-ORDEN.
000274          03 FILLER               PIC X(02)      VALUE '| '.
000275          03 CT-DET-TIPCTA        PIC X(02)      VALUE SPACES.
000276          03 FILLER               PIC X(03)      VALUE ' | '.
000277          03 CT-DET-NROCTA        PIC X(15)      VALUE SPACES.
000278          03 FILLER               PIC X(03)      VALUE ' | '.
000279          03 CT-DET-SECUEN        PIC 9(03)      VALUE ZEROS.
000280          03 FILLER               PIC X(03)      VALUE ' | '.
000281          03 CT-DET-TIPDES        PIC X(02)      VALUE SPACES.
000282          03 FILLER               PIC X(03)      VALUE ' | '.
000283          03 CT-DET-NRODES        PIC X(15)      VALUE SPACES.
000284          03 FILLER               PIC X(03)      VALUE ' | '.
000285          03 CT-DET-IMPORTE   PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000286          03 FILLER               PIC X(03)      VALUE ' | '.
000287          03 CT-DET-IMPDES    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000288          03 FILLER               PIC X(03)      VALUE ' | '.
000289          03 CT-DET-MOTIVO        PIC X(02)      VALUE SPACES.
000290          03 FILLER               PIC X(01)      VALUE ' '.
000291          03 CT-DET-RESULTADO     PIC X(22)      VALUE SPACES.
000292          03 FILLER               PIC X(03)      VALUE ' | '.
000293          03 CT-DET-PROXIMA       PIC X(10)      VALUE SPACES.
000294          03 FILLER               PIC X(02)      VALUE ' |'.
000295
000296/------SUB-TITULO-DETALLE--------/
000297        01 CT-SUBTITULO.
000298          03 FILLER               PIC X(02)      VALUE '| '.
000299          03 FILLER               PIC X(02)      VALUE 'TC'.
000300          03 FILLER               PIC X(03)      VALUE ' | '.
000301          03 FILLER               PIC X(15)      VALUE
000302                                               ' CUENTA ORIGEN '.
000303          03 FILLER               PIC X(03)      VALUE ' | '.
000304          03 FILLER               PIC X(03)      VALUE 'SEC'.
000305          03 FILLER               PIC X(03)      VALUE ' | '.
000306          03 FILLER               PIC X(02)      VALUE 'TD'.
000307          03 FILLER               PIC X(03)      VALUE ' | '.
000308          03 FILLER               PIC X(15)      VALUE
000309                                               ' CUENTA DESTINO'.
000310          03 FILLER               PIC X(03)      VALUE ' | '.
000311          03 FILLER               PIC X(15)      VALUE
000312                                               '    IMPORTE    '.
000313          03 FILLER               PIC X(03)      VALUE ' | '.
000314          03 FILLER               PIC X(15)      VALUE
000315                                               'IMPORTE DESTINO'.
000316          03 FILLER               PIC X(03)      VALUE ' | '.
000317          03 FILLER               PIC X(25)      VALUE
000318                                            'RESULTADO'.
000319          03 FILLER               PIC X(03)      VALUE ' | '.
000320          03 FILLER               PIC X(10)      VALUE 'PROXIMA'.
000321          03 FILLER               PIC X(02)      VALUE ' |'.
000322
000323/------LAYOUT-PIE-DE-CONTROL-----/
000324        01 CT-PIE.
000325          03  FILLER              PIC X(1)       VALUE '|'.
000326          03  FILLER      PIC X(17) VALUE 'ORDENES LEIDAS: '.
000327          03  CT-PIE-LEIDAS        PIC 9(05)      VALUE ZEROS.
000328          03  FILLER              PIC X(01)      VALUE '|'.
000329          03  FILLER      PIC X(11) VALUE 'VENCIDAS: '.
000330          03  CT-PIE-VENCIDAS      PIC 9(05)      VALUE ZEROS.
000331          03  FILLER              PIC X(01)      VALUE '|'.
000332          03  FILLER      PIC X(13) VALUE 'EJECUTADAS: '.
000333          03  CT-PIE-EJECUTADAS    PIC 9(05)      VALUE ZEROS.
000334          03  FILLER              PIC X(01)      VALUE '|'.
000335          03  FILLER      PIC X(11) VALUE 'FALLIDAS: '.
000336          03  CT-PIE-FALLIDAS      PIC 9(05)      VALUE ZEROS.
000337          03  FILLER              PIC X(01)      VALUE '|'.
000338          03  FILLER      PIC X(14) VALUE 'SUSPENDIDAS: '.
000339          03  CT-PIE-SUSPENDIDAS   PIC 9(05)      VALUE ZEROS.
000340
000341/----SEPARADORES-----------------/
000342        01 CT-SEPARADOR-TITULO.
000343          03 CT-SEPARADOR-TIT        PIC X(132).
000344
000345        01 CT-SEPARADOR-SUBTITULO.
000346          03 CT-SEPARADOR-SUB        PIC X(132).
000347
000348/------SQLCA-COMMUNICATION-------/
000349            EXEC SQL
000350             INCLUDE SQLCA
000351            END-EXEC.
000352
000353        77  FILLER                 PIC X(26)      VALUE
000354                                   '* FINAL  WORKING-STORAGE *'.
000355/--------------------------------/
000356        PROCEDURE DIVISION.
000357/--------------------------------/
000358/--CUERPO-PRINCIPAL-DEL-PROGRAMA-/
000359        MAIN-PROGRAM.
000360
000361            PERFORM 1000-I-INICIO
000362               THRU 1000-F-INICIO
000363
000364            PERFORM 2000-I-PROCESO
000365               THRU 2000-F-PROCESO
000366              UNTIL WS-FIN-ORD OR WS-FIN
000367
000368            PERFORM 9999-I-FINAL
000369               THRU 9999-F-FINAL
000370            .
000371        F-MAIN-PROGRAM.
000372            GOBACK.
000373
000374/----INICIO-APERTURA-FILES-------/
000375        1000-I-INICIO.
000376            ACCEPT WS-PARM-SYSIN FROM SYSIN
000377            MOVE WS-PARM-FECHA                 TO WS-FECHA-ORDEN
000378
000379            ACCEPT WS-FECHA FROM DATE YYYYMMDD
000380
000381            IF WS-FEC-O-DD   IS NOT NUMERIC OR
000382               WS-FEC-O-MM   IS NOT NUMERIC OR
000383               WS-FEC-O-AAAA IS NOT NUMERIC
000384              MOVE WS-FECHA-DD                    TO WS-FEC-O-DD
000385              MOVE WS-FECHA-MM                    TO WS-FEC-O-MM
000386              MOVE WS-FECHA-AAAA                  TO WS-FEC-O-AAAA
000387            END-IF
000388
000389            MOVE WS-FECHA-ORDEN                   TO CT-TIT-FECHA
000390
000391            MOVE WS-FEC-O-AAAA                  TO WS-PRO-ISO-AAAA
000392            MOVE WS-FEC-O-MM                      TO WS-PRO-ISO-MM
000393            MOVE WS-FEC-O-DD                      TO WS-PRO-ISO-DD
000394
000395            SET WS-NO-FIN                         TO TRUE
000396            SET WS-NO-FIN-ORD                     TO TRUE
000397
000398            PERFORM 8000-I-RUNCTL-INICIO
000399               THRU 8000-F-RUNCTL-INICIO
000400
000401            IF WS-FIN
000402              SET WS-FIN-ORD                      TO TRUE
000403            ELSE
000404
000405            OPEN I-O ORDENES
000406            IF FS-ORDENES IS NOT EQUAL '00'
000407              DISPLAY '* ERROR EN OPEN ORDENES= ' FS-ORDENES
000408              MOVE 9999                           TO RETURN-CODE
000409              SET  WS-FIN                         TO TRUE
000410            END-IF
000411
000412            OPEN I-O CUENTAS
000413            IF FS-CUENTAS IS NOT EQUAL '00'
000414              DISPLAY '* ERROR EN OPEN CUENTAS= ' FS-CUENTAS
000415              MOVE 9999                           TO RETURN-CODE
000416              SET  WS-FIN                         TO TRUE
000417            END-IF
000418
000419            OPEN INPUT MONEDAS
000420            IF FS-MONEDAS IS NOT EQUAL '00'
000421              DISPLAY '* ERROR EN OPEN MONEDAS= ' FS-MONEDAS
000422              MOVE 9999                           TO RETURN-CODE
000423              SET  WS-FIN                         TO TRUE
000424            END-IF
000425
000426            OPEN I-O MOVIM
000427            IF FS-MOVIM IS NOT EQUAL '00'
000428              DISPLAY '* ERROR EN OPEN MOVIM= ' FS-MOVIM
000429              MOVE 9999                           TO RETURN-CODE
000430              SET  WS-FIN                         TO TRUE
000431            END-IF
000432
000433            OPEN OUTPUT SALIDA
000434            IF FS-SALIDA IS NOT EQUAL '00'
000435              DISPLAY '* ERROR EN OPEN SALIDA= ' FS-SALIDA
000436              MOVE 9999                           TO RETURN-CODE
000437              SET  WS-FIN                         TO TRUE
000438            END-IF
000439
000440            PERFORM 5900-I-IMPRIMIR-INICIO
000441               THRU 5900-F-IMPRIMIR-INICIO
000442
000443            PERFORM 3000-I-LEER-ORDEN
000444               THRU 3000-F-LEER-ORDEN
000445            END-IF
000446            .
000447        1000-F-INICIO.
000448            EXIT.
000449
000450/----PROCESO-UNA-ORDEN-----------/
000451* SOLO SE EJECUTAN LAS ORDENES ACTIVAS YA VENCIDAS; LAS
000452* SUSPENDIDAS, CANCELADAS O CON FECHA FUTURA SOLO SE CUENTAN.
000453        2000-I-PROCESO.
000454            IF ORD-ACTIVA AND
000455               ORD-PROXIMA-EJEC IS NOT GREATER WS-FECHA-PROC-ISO
000456              PERFORM 4000-I-EJECUTAR-ORDEN
000457                 THRU 4000-F-EJECUTAR-ORDEN
000458            END-IF
000459
000460            PERFORM 3000-I-LEER-ORDEN
000461               THRU 3000-F-LEER-ORDEN
000462            .
000463        2000-F-PROCESO.
000464            EXIT.
000465
000466/-----LEO-ORDEN------------------/
000467        3000-I-LEER-ORDEN.
000468            READ ORDENES
000469              AT END
000470                SET WS-FIN-ORD                    TO TRUE
000471              NOT AT END
000472                ADD 1                             TO WS-ORD-LEIDAS
000473            END-READ
000474
000475            IF FS-ORDENES NOT = '00' AND FS-ORDENES NOT = '10'
000476              DISPLAY '* ERROR EN READ ORDENES= ' FS-ORDENES
000477              MOVE 9999                           TO RETURN-CODE
000478              SET WS-FIN                          TO TRUE
000479            END-IF
000480            .
000481        3000-F-LEER-ORDEN.
000482            EXIT.
000483
000484/-----EJECUTO-UNA-ORDEN-VENCIDA--/
000485* SE VALIDA TODO ANTES DE TOCAR SALDOS. EJECUTADA O NO, LA
000486* PROXIMA FECHA AVANZA SEGUN LA FRECUENCIA: UN FALLO NO SE
000487* REINTENTA AL DIA SIGUIENTE, SE INFORMA Y SE CUENTA EN LA ORDEN.
000488        4000-I-EJECUTAR-ORDEN.
000489            ADD 1                               TO WS-ORD-VENCIDAS
000490            SET WS-ORDEN-OK                       TO TRUE
000491            MOVE SPACES                           TO WS-MOTIVO
000492            MOVE SPACES                          TO WS-MOTIVO-DESC
000493            MOVE ZEROS                           TO WS-IMPORTE-DES
000494
000495            PERFORM 4100-I-VALIDAR-ORDEN
000496               THRU 4100-F-VALIDAR-ORDEN
000497
000498            IF WS-ORDEN-OK AND WS-NO-FIN
000499              PERFORM 4300-I-APLICAR-ORDEN
000500                 THRU 4300-F-APLICAR-ORDEN
000501            END-IF
000502
000503            IF WS-NO-FIN
000504              IF WS-ORDEN-OK
000505                ADD 1                         TO WS-ORD-EJECUTADAS
000506                MOVE ZEROS                    TO ORD-FALLOS-CONSEC
000507                MOVE SPACES                   TO ORD-ULTIMO-MOTIVO
000508                MOVE WS-FECHA-PROC-ISO          TO ORD-ULTIMA-EJEC
000509                MOVE 'EJECUTADA'                TO WS-MOTIVO-DESC
000510              ELSE
000511                ADD 1                           TO WS-ORD-FALLIDAS
000512                IF ORD-FALLOS-CONSEC IS NOT NUMERIC
000513                  MOVE ZEROS                  TO ORD-FALLOS-CONSEC
000514                END-IF
000515                ADD 1                         TO ORD-FALLOS-CONSEC
000516                MOVE WS-MOTIVO                TO ORD-ULTIMO-MOTIVO
000517              END-IF
000518
000519              PERFORM 4800-I-AVANZAR-FECHA
000520                 THRU 4800-F-AVANZAR-FECHA
000521
000522              IF WS-ORDEN-FALLIDA AND
000523                 ORD-FALLOS-CONSEC IS NOT LESS WS-MAX-FALLOS
000524                SET ORD-SUSP-POR-FALLOS           TO TRUE
000525                ADD 1                        TO WS-ORD-SUSPENDIDAS
000526              END-IF
000527
000528              REWRITE REG-ORDEN
000529
000530              IF FS-ORDENES IS NOT EQUAL '00'
000531                DISPLAY '* ERROR EN REWRITE ORDENES= ' FS-ORDENES
000532                MOVE 9999                         TO RETURN-CODE
000533                SET WS-FIN                        TO TRUE
000534              ELSE
000535                PERFORM 5300-I-IMPRIMIR-ORDEN
000536                   THRU 5300-F-IMPRIMIR-ORDEN
000537              END-IF
000538            END-IF
000539            .
000540        4000-F-EJECUTAR-ORDEN.
000541            EXIT.
000542
000543/-----VALIDO-LA-ORDEN------------/
000544* MISMAS REGLAS QUE LA T106: CUENTAS EXISTENTES Y NO CERRADAS,
000545* DISTINTAS ENTRE SI, IMPORTE POSITIVO Y COTIZACION VIGENTE PARA
000546* MONEDA CRUZADA. EL DEBITO PUEDE USAR EL LIMITE DE DESCUBIERTO
000547* (T102) COMO EN PGMNOV01; UN LIMITE EN BLANCOS VALE CERO.
000547* UNA CUENTA ORIGEN INACTIVA (PGMINA01) NO SE DEBITA.
000548        4100-I-VALIDAR-ORDEN.
000549            IF ORD-IMPORTE IS NOT NUMERIC OR
000550               ORD-IMPORTE IS NOT GREATER ZEROS OR
000551               (ORD-TIPO-CUENTA = ORD-TIPO-DESTINO AND
000552                ORD-NRO-CUENTA = ORD-NRO-DESTINO)
000553              SET WS-MOT-ORDEN-INVALIDA           TO TRUE
000554              MOVE 'ORDEN INVALIDA'              TO WS-MOTIVO-DESC
000555              SET WS-ORDEN-FALLIDA                TO TRUE
000556            END-IF
000557
000558            IF WS-ORDEN-OK
000559              MOVE ORD-TIPO-CUENTA              TO CU-TIPO-CUENTA
000560              MOVE ORD-NRO-CUENTA                TO CU-NRO-CUENTA
000561
000562              READ CUENTAS
000563
000564              EVALUATE FS-CUENTAS
000565              WHEN '00'
000565                EVALUATE TRUE
000566                WHEN CU-CTA-CERRADA
000567                   OR (CU-ESTADO = SPACE AND
000568                       CU-FECHA-ULTIMO-CIERRE NOT = SPACES)
000569                  SET WS-MOT-ORI-CERRADA          TO TRUE
000570                  MOVE 'ORIGEN CERRADA'          TO WS-MOTIVO-DESC
000571                  SET WS-ORDEN-FALLIDA            TO TRUE
000571                WHEN CU-CTA-INACTIVA
000571                  SET WS-MOT-ORI-INACTIVA         TO TRUE
000571                  MOVE 'ORIGEN INACTIVA'         TO WS-MOTIVO-DESC
000571                  SET WS-ORDEN-FALLIDA            TO TRUE
000572                WHEN OTHER
000573                  IF CU-LIMITE-DESCUBIERTO IS NOT NUMERIC
000574                    MOVE ZEROS          TO CU-LIMITE-DESCUBIERTO
000575                  END-IF
000576                  IF ORD-IMPORTE IS GREATER THAN
000577                     CU-SALDO-ACTUAL + CU-LIMITE-DESCUBIERTO
000578                    SET WS-MOT-SALDO-INSUF        TO TRUE
000579                    MOVE 'SALDO INSUFICIENTE'    TO WS-MOTIVO-DESC
000580                    SET WS-ORDEN-FALLIDA          TO TRUE
000581                  ELSE
000582                    MOVE CU-MONEDA                TO WS-MONEDA-ORI
000583                  END-IF
000584                END-EVALUATE
000585              WHEN '23'
000586                SET WS-MOT-ORI-INEXISTENTE        TO TRUE
000587                MOVE 'ORIGEN INEXISTENTE'        TO WS-MOTIVO-DESC
000588                SET WS-ORDEN-FALLIDA              TO TRUE
000589              WHEN OTHER
000590                DISPLAY '* ERROR EN READ CUENTAS= ' FS-CUENTAS
000591                MOVE 9999                         TO RETURN-CODE
000592                SET WS-FIN                        TO TRUE
000593              END-EVALUATE
000594            END-IF
000595
000596            IF WS-ORDEN-OK AND WS-NO-FIN
000597              MOVE ORD-TIPO-DESTINO             TO CU-TIPO-CUENTA
000598              MOVE ORD-NRO-DESTINO               TO CU-NRO-CUENTA
000599
000600              READ CUENTAS
000601
000602              EVALUATE FS-CUENTAS
000603              WHEN '00'
000604                IF CU-CTA-CERRADA
000605                   OR (CU-ESTADO = SPACE AND
000606                       CU-FECHA-ULTIMO-CIERRE NOT = SPACES)
000607                  SET WS-MOT-DES-CERRADA          TO TRUE
000608                  MOVE 'DESTINO CERRADA'         TO WS-MOTIVO-DESC
000609                  SET WS-ORDEN-FALLIDA            TO TRUE
000610                ELSE
000611                  MOVE CU-MONEDA                  TO WS-MONEDA-DES
000612                END-IF
000613              WHEN '23'
000614                SET WS-MOT-DES-INEXISTENTE        TO TRUE
000615                MOVE 'DESTINO INEXISTENTE'       TO WS-MOTIVO-DESC
000616                SET WS-ORDEN-FALLIDA              TO TRUE
000617              WHEN OTHER
000618                DISPLAY '* ERROR EN READ CUENTAS= ' FS-CUENTAS
000619                MOVE 9999                         TO RETURN-CODE
000620                SET WS-FIN                        TO TRUE
000621              END-EVALUATE
000622            END-IF
000623
000624            IF WS-ORDEN-OK AND WS-NO-FIN
000625              PERFORM 4200-I-CALCULAR-CAMBIO
000626                 THRU 4200-F-CALCULAR-CAMBIO
000627            END-IF
000628            .
000629        4100-F-VALIDAR-ORDEN.
000630            EXIT.
000631
000632/-----CALCULO-EL-IMPORTE-DESTINO-/
000633* IGUAL QUE T106: MISMA MONEDA COTIZ 1; SI DIFIEREN SE CONVIERTE
000634* VIA PESOS CON LAS COTIZACIONES VIGENTES A LA FECHA DE PROCESO.
000635        4200-I-CALCULAR-CAMBIO.
000636            IF WS-MONEDA-ORI = WS-MONEDA-DES
000637              MOVE 1                              TO WS-COTIZ-ORI
000638              MOVE 1                              TO WS-COTIZ-DES
000639              MOVE ORD-IMPORTE                  TO WS-IMPORTE-DES
000640            ELSE
000641              MOVE ZEROS                          TO WS-COTIZ-ORI
000642              MOVE ZEROS                          TO WS-COTIZ-DES
000643              MOVE WS-MONEDA-ORI                TO WS-MONB-CODIGO
000644
000645              PERFORM 6500-I-LEER-MONEDA
000646                 THRU 6500-F-LEER-MONEDA
000647
000648              IF WS-MONB-HALLADA
000649                MOVE WS-MONB-COTIZ                TO WS-COTIZ-ORI
000650                MOVE WS-MONEDA-DES              TO WS-MONB-CODIGO
000651
000652                PERFORM 6500-I-LEER-MONEDA
000653                   THRU 6500-F-LEER-MONEDA
000654
000655                IF WS-MONB-HALLADA
000656                  MOVE WS-MONB-COTIZ              TO WS-COTIZ-DES
000657                END-IF
000658              END-IF
000659
000660              IF WS-NO-FIN
000661                IF WS-COTIZ-ORI IS NOT GREATER ZEROS OR
000662                   WS-COTIZ-DES IS NOT GREATER ZEROS
000663                  SET WS-MOT-SIN-COTIZ            TO TRUE
000664                  MOVE 'SIN COTIZACION VIGENTE'  TO WS-MOTIVO-DESC
000665                  SET WS-ORDEN-FALLIDA            TO TRUE
000666                ELSE
000667                  COMPUTE WS-IMPORTE-DES ROUNDED =
000668                        ORD-IMPORTE * WS-COTIZ-ORI / WS-COTIZ-DES
000669                END-IF
000670              END-IF
000671            END-IF
000672            .
000673        4200-F-CALCULAR-CAMBIO.
000674            EXIT.
000675
000676/-----APLICO-LAS-DOS-PATAS-------/
000677* YA VALIDADA LA ORDEN, CUALQUIER ERROR AQUI ES DE ARCHIVO Y
000678* CANCELA LA CORRIDA. CADA PATA ACTUALIZA VSAM, TBCUENTAS Y
000679* DEJA SU REGISTRO 'OP' EN MOVIMIENTOS.
000680        4300-I-APLICAR-ORDEN.
000681            MOVE ORD-TIPO-CUENTA                TO CU-TIPO-CUENTA
000682            MOVE ORD-NRO-CUENTA                  TO CU-NRO-CUENTA
000683
000684            READ CUENTAS
000685
000686            IF FS-CUENTAS IS NOT EQUAL '00'
000687              DISPLAY '* ERROR EN READ CUENTAS= ' FS-CUENTAS
000688              MOVE 9999                           TO RETURN-CODE
000689              SET WS-FIN                          TO TRUE
000690            ELSE
000691              IF CU-LIMITE-DESCUBIERTO IS NOT NUMERIC
000692                MOVE ZEROS              TO CU-LIMITE-DESCUBIERTO
000693              END-IF
000694              SUBTRACT ORD-IMPORTE            FROM CU-SALDO-ACTUAL
000695              MOVE 'DB'                          TO WS-CODIGO-OPER
000696
000697              PERFORM 4400-I-GRABAR-PATA
000698                 THRU 4400-F-GRABAR-PATA
000699            END-IF
000700
000701            IF WS-NO-FIN
000702              MOVE ORD-TIPO-DESTINO             TO CU-TIPO-CUENTA
000703              MOVE ORD-NRO-DESTINO               TO CU-NRO-CUENTA
000704
000705              READ CUENTAS
000706
000707              IF FS-CUENTAS IS NOT EQUAL '00'
000708                DISPLAY '* ERROR EN READ CUENTAS= ' FS-CUENTAS
000709                MOVE 9999                         TO RETURN-CODE
000710                SET WS-FIN                        TO TRUE
000711              ELSE
000712                IF CU-LIMITE-DESCUBIERTO IS NOT NUMERIC
000713                  MOVE ZEROS            TO CU-LIMITE-DESCUBIERTO
000714                END-IF
000715                ADD WS-IMPORTE-DES              TO CU-SALDO-ACTUAL
000716                MOVE 'CR'                        TO WS-CODIGO-OPER
000717
000718                PERFORM 4400-I-GRABAR-PATA
000719                   THRU 4400-F-GRABAR-PATA
000720              END-IF
000721            END-IF
000722            .
000723        4300-F-APLICAR-ORDEN.
000724            EXIT.
000725
000726/-----REESCRIBO-UNA-PATA---------/
000727        4400-I-GRABAR-PATA.
000728            MOVE WS-FECHA-ORDEN                 TO CU-FECHA-ACTUAL
000729            IF CU-ESTADO = SPACE
000729              MOVE 'A'                            TO CU-ESTADO
000729            END-IF
000730
000731            REWRITE REG-CUENTA
000732
000733            IF FS-CUENTAS IS NOT EQUAL '00'
000734              DISPLAY '* ERROR EN REWRITE CUENTAS= ' FS-CUENTAS
000735              MOVE 9999                           TO RETURN-CODE
000736              SET WS-FIN                          TO TRUE
000737            ELSE
000738              PERFORM 4500-I-ACTUALIZAR-DB2
000739                 THRU 4500-F-ACTUALIZAR-DB2
000740
000741              IF WS-NO-FIN
000742                PERFORM 4700-I-GRABAR-MOVIM
000743                   THRU 4700-F-GRABAR-MOVIM
000744              END-IF
000745            END-IF
000746            .
000747        4400-F-GRABAR-PATA.
000748            EXIT.
000749
000750/-----ACTUALIZO-TBCUENTAS--------/
000751        4500-I-ACTUALIZAR-DB2.
000752            MOVE CU-SALDO-ACTUAL                  TO WS-SALDO-DB2
000753
000754            EXEC SQL
000755                 UPDATE ITPFBIO.TBCUENTAS
000756                 SET SALDO_ACTUAL = :WS-SALDO-DB2,
000757                     FECHA_ACTUAL = :CU-FECHA-ACTUAL
000758                 WHERE TIPO_CUENTA = :CU-TIPO-CUENTA
000759                   AND NRO_CUENTA  = :CU-NRO-CUENTA
000760            END-EXEC
000761
000762            MOVE SQLCODE                          TO FS-SQLCODE
000763
000764            EVALUATE SQLCODE
000765            WHEN ZEROS
000766              CONTINUE
000767
000768            WHEN 100
000769              DISPLAY '* CUENTA SIN FILA EN TBCUENTAS: '
000770                      CU-TIPO-CUENTA ' ' CU-NRO-CUENTA
000771              ADD 1                           TO WS-SIN-FILA-DB2
000772              IF RETURN-CODE = ZEROS
000773                MOVE 0004                         TO RETURN-CODE
000774              END-IF
000775
000776            WHEN OTHER
000777              DISPLAY 'ERROR EN UPDATE TBCUENTAS= ' FS-SQLCODE
000778              MOVE 9999                           TO RETURN-CODE
000779              SET WS-FIN                          TO TRUE
000780            END-EVALUATE
000781            .
000782        4500-F-ACTUALIZAR-DB2.
000783            EXIT.
000784
000785/-----GRABO-LA-PATA-EN-HISTORIA--/
000786* UN REGISTRO 'OP' POR PATA CON EL SALDO RESULTANTE DE LA CUENTA;
000787* ANTE CLAVE DUPLICADA SE REINTENTA SUBIENDO LA SECUENCIA.
000788        4700-I-GRABAR-MOVIM.
000789            ACCEPT WS-HORA-SYS FROM TIME
000790            MOVE WS-HORA-HH                     TO WS-HORA-E-HH
000791            MOVE WS-HORA-MM                     TO WS-HORA-E-MM
000792            MOVE WS-HORA-SS                     TO WS-HORA-E-SS
000793
000794            MOVE SPACES                         TO REG-MOVIM
000795            MOVE CU-TIPO-CUENTA                 TO MOV-TIPO-CUENTA
000796            MOVE CU-NRO-CUENTA                  TO MOV-NRO-CUENTA
000797            MOVE WS-FECHA-PROC-ISO              TO MOV-FECHA
000798            MOVE 1                              TO MOV-SECUENCIA
000799            MOVE 'OP'                           TO MOV-ORIGEN
000800            MOVE WS-CODIGO-OPER                 TO MOV-CODIGO-OPER
000801            IF MOV-OPER-DEBITO
000802              MOVE ORD-IMPORTE                  TO MOV-IMPORTE
000803            ELSE
000804              MOVE WS-IMPORTE-DES               TO MOV-IMPORTE
000805            END-IF
000806            MOVE CU-SALDO-ACTUAL          TO MOV-SALDO-RESULTANTE
000807            MOVE WS-HORA-EDIT                   TO MOV-HORA
000808            MOVE SPACES                         TO MOV-TERMID
000809
000810            SET WS-MOV-INTENTANDO               TO TRUE
000811
000812            PERFORM 4750-I-INTENTAR-MOVIM
000813               THRU 4750-F-INTENTAR-MOVIM
000814              UNTIL WS-SW-MOV NOT = 0
000815
000816            IF WS-MOV-GRABADO
000817              ADD 1                             TO WS-MOV-GRABADOS
000818            END-IF
000819            .
000820        4700-F-GRABAR-MOVIM.
000821            EXIT.
000822
000823        4750-I-INTENTAR-MOVIM.
000824            WRITE REG-MOVIM
000825
000826            EVALUATE FS-MOVIM
000827            WHEN '00'
000828              SET WS-MOV-GRABADO                TO TRUE
000829            WHEN '22'
000830              ADD 1                             TO MOV-SECUENCIA
000831            WHEN OTHER
000832              DISPLAY '* ERROR EN GRABAR MOVIM= ' FS-MOVIM
000833              MOVE 9999                         TO RETURN-CODE
000834              SET WS-FIN                        TO TRUE
000835              SET WS-MOV-ERROR                  TO TRUE
000836            END-EVALUATE
000837            .
000838        4750-F-INTENTAR-MOVIM.
000839            EXIT.
000840
000841/-----AVANZO-LA-PROXIMA-EJECUCION/
000842* SE SUMAN LOS MESES DE LA FRECUENCIA HASTA SUPERAR LA FECHA DE
000843* PROCESO (UNA ORDEN ATRASADA NO SE EJECUTA VARIAS VECES). EL DIA
000844* ES EL PEDIDO EN EL ALTA, RECORTADO AL ULTIMO DIA DEL MES.
000845        4800-I-AVANZAR-FECHA.
000846            EVALUATE TRUE
000847            WHEN ORD-FRE-MENSUAL
000848              MOVE 1                              TO WS-MESES-FREC
000849            WHEN ORD-FRE-BIMESTRAL
000850              MOVE 2                              TO WS-MESES-FREC
000851            WHEN ORD-FRE-TRIMESTRAL
000852              MOVE 3                              TO WS-MESES-FREC
000853            WHEN ORD-FRE-SEMESTRAL
000854              MOVE 6                              TO WS-MESES-FREC
000855            WHEN OTHER
000856              MOVE 12                             TO WS-MESES-FREC
000857            END-EVALUATE
000858
000859            MOVE ORD-PROXIMA-EJEC                 TO WS-PROXIMA
000860
000861            IF ORD-DIA-EJEC IS NUMERIC AND
000862               ORD-DIA-EJEC IS GREATER ZEROS
000863              MOVE ORD-DIA-EJEC                   TO WS-DIA-PEDIDO
000864            ELSE
000865              MOVE WS-PRX-DD                      TO WS-DIA-PEDIDO
000866            END-IF
000867
000868            PERFORM 4850-I-SUMAR-MESES
000869               THRU 4850-F-SUMAR-MESES
000870              UNTIL WS-PROXIMA IS GREATER WS-FECHA-PROC-ISO
000871
000872            MOVE WS-PROXIMA                    TO ORD-PROXIMA-EJEC
000873            .
000874        4800-F-AVANZAR-FECHA.
000875            EXIT.
000876
000877        4850-I-SUMAR-MESES.
000878            ADD WS-MESES-FREC                     TO WS-PRX-MM
000879            IF WS-PRX-MM IS GREATER 12
000880              SUBTRACT 12                       FROM WS-PRX-MM
000881              ADD 1                               TO WS-PRX-AAAA
000882            END-IF
000883
000884            MOVE WS-DIAS-MES (WS-PRX-MM)          TO WS-ULTIMO-DIA
000885
000886            IF WS-PRX-MM = 2
000887              DIVIDE WS-PRX-AAAA BY 4   GIVING WS-COCIENTE
000888                                     REMAINDER WS-RESTO-4
000889              DIVIDE WS-PRX-AAAA BY 100 GIVING WS-COCIENTE
000890                                     REMAINDER WS-RESTO-100
000891              DIVIDE WS-PRX-AAAA BY 400 GIVING WS-COCIENTE
000892                                     REMAINDER WS-RESTO-400
000893              IF WS-RESTO-4 = ZEROS AND
000894                 (WS-RESTO-100 NOT = ZEROS OR
000895                  WS-RESTO-400 = ZEROS)
000896                MOVE 29                           TO WS-ULTIMO-DIA
000897              END-IF
000898            END-IF
000899
000900            IF WS-DIA-PEDIDO IS GREATER WS-ULTIMO-DIA
000901              MOVE WS-ULTIMO-DIA                  TO WS-PRX-DD
000902            ELSE
000903              MOVE WS-DIA-PEDIDO                  TO WS-PRX-DD
000904            END-IF
000905            .
000906        4850-F-SUMAR-MESES.
000907            EXIT.
000908
000909/-----IMPRIMO-UNA-ORDEN----------/
000910        5300-I-IMPRIMIR-ORDEN.
000911            MOVE ORD-TIPO-CUENTA                  TO CT-DET-TIPCTA
000912            MOVE ORD-NRO-CUENTA                   TO CT-DET-NROCTA
000913            MOVE ORD-SECUENCIA                    TO CT-DET-SECUEN
000914            MOVE ORD-TIPO-DESTINO                 TO CT-DET-TIPDES
000915            MOVE ORD-NRO-DESTINO                  TO CT-DET-NRODES
000916            IF ORD-IMPORTE IS NUMERIC
000917              MOVE ORD-IMPORTE                   TO CT-DET-IMPORTE
000918            ELSE
000919              MOVE ZEROS                         TO CT-DET-IMPORTE
000920            END-IF
000921            MOVE WS-IMPORTE-DES                   TO CT-DET-IMPDES
000922            MOVE WS-MOTIVO                        TO CT-DET-MOTIVO
000923            MOVE WS-MOTIVO-DESC                TO CT-DET-RESULTADO
000924            IF ORD-SUSP-POR-FALLOS
000925              MOVE 'SUSPENDIDA'                  TO CT-DET-PROXIMA
000926            ELSE
000927              MOVE ORD-PROXIMA-EJEC              TO CT-DET-PROXIMA
000928            END-IF
000929
000930            WRITE REG-SALIDA FROM CT-LINEA-ORDEN
000931
000932            IF FS-SALIDA IS NOT EQUAL '00'
000933              DISPLAY '* ERROR EN GRABAR ORDEN: ' FS-SALIDA
000934              MOVE 9999                           TO RETURN-CODE
000935              SET WS-FIN                          TO TRUE
000936            END-IF
000937            .
000938        5300-F-IMPRIMIR-ORDEN.
000939            EXIT.
000940
000941/--IMPRIMIR-SEPARADOR-(=)--------/
000942        5400-I-IMPRIMIR-SEPARADOR-A.
000943         MOVE ALL '='                          TO CT-SEPARADOR-TIT
000944
000945            WRITE REG-SALIDA FROM CT-SEPARADOR-TITULO
000946
000947            IF FS-SALIDA IS NOT EQUAL '00'
000948              DISPLAY '* ERROR EN GRABAR SEPARADOR A: ' FS-SALIDA
000949              MOVE 9999                           TO RETURN-CODE
000950              SET WS-FIN                          TO TRUE
000951            END-IF
000952            .
000953        5400-F-IMPRIMIR-SEPARADOR-A.
000954            EXIT.
000955
000956/--IMPRIMIR-SEPARADOR-(-)--------/
000957        5500-I-IMPRIMIR-SEPARADOR-B.
000958         MOVE ALL '-'                          TO CT-SEPARADOR-SUB
000959
000960            WRITE REG-SALIDA FROM CT-SEPARADOR-SUBTITULO
000961
000962            IF FS-SALIDA IS NOT EQUAL '00'
000963              DISPLAY '* ERROR EN GRABAR SEPARADOR B: ' FS-SALIDA
000964              MOVE 9999                           TO RETURN-CODE
000965              SET WS-FIN                          TO TRUE
000966            END-IF
000967            .
000968        5500-F-IMPRIMIR-SEPARADOR-B.
000969            EXIT.
000970
000971/--IMPRIMO-TITULO-DEL-LISTADO----/
000972        5900-I-IMPRIMIR-INICIO.
000973            PERFORM 5400-I-IMPRIMIR-SEPARADOR-A
000974               THRU 5400-F-IMPRIMIR-SEPARADOR-A
000975
000976            WRITE REG-SALIDA FROM CT-TITULO
000977
000978            IF FS-SALIDA IS NOT EQUAL '00'
000979              DISPLAY '* ERROR EN GRABAR TITULO: ' FS-SALIDA
000980              MOVE 9999                           TO RETURN-CODE
000981              SET WS-FIN                          TO TRUE
000982            END-IF
000983
000984            PERFORM 5400-I-IMPRIMIR-SEPARADOR-A
000985               THRU 5400-F-IMPRIMIR-SEPARADOR-A
000986
000987            WRITE REG-SALIDA FROM CT-SUBTITULO
000988
000989            IF FS-SALIDA IS NOT EQUAL '00'
000990              DISPLAY '* ERROR EN GRABAR SUBTITULO: ' FS-SALIDA
000991              MOVE 9999                           TO RETURN-CODE
000992              SET WS-FIN                          TO TRUE
000993            END-IF
000994
000995            PERFORM 5500-I-IMPRIMIR-SEPARADOR-B
000996               THRU 5500-F-IMPRIMIR-SEPARADOR-B
000997            .
000998        5900-F-IMPRIMIR-INICIO.
000999            EXIT.
001000
001001/--IMPRIMO-TOTALES-DE-CONTROL----/
001002        5950-I-IMPRIMIR-TOTALES.
001003            PERFORM 5500-I-IMPRIMIR-SEPARADOR-B
001004               THRU 5500-F-IMPRIMIR-SEPARADOR-B
001005
001006            MOVE WS-ORD-LEIDAS                    TO CT-PIE-LEIDAS
001007            MOVE WS-ORD-VENCIDAS                TO CT-PIE-VENCIDAS
001008            MOVE WS-ORD-EJECUTADAS            TO CT-PIE-EJECUTADAS
001009            MOVE WS-ORD-FALLIDAS                TO CT-PIE-FALLIDAS
001010            MOVE WS-ORD-SUSPENDIDAS          TO CT-PIE-SUSPENDIDAS
001011
001012            WRITE REG-SALIDA FROM CT-PIE
001013
001014            IF FS-SALIDA IS NOT EQUAL '00'
001015              DISPLAY '* ERROR EN GRABAR PIE: ' FS-SALIDA
001016              MOVE 9999                           TO RETURN-CODE
001017            END-IF
001018
001019            PERFORM 5400-I-IMPRIMIR-SEPARADOR-A
001020               THRU 5400-F-IMPRIMIR-SEPARADOR-A
001021            .
001022        5950-F-IMPRIMIR-TOTALES.
001023            EXIT.
001024
001025/-----BUSCO-COTIZACION-VIGENTE---/
001026* RECORRO LAS FECHAS DE LA MONEDA (CLAVES CRONOLOGICAS) Y ME
001027* QUEDO CON LA ULTIMA CUYA VIGENCIA NO SUPERA LA FECHA DE PROCESO.
001028        6500-I-LEER-MONEDA.
001029            SET WS-MONB-SIGUE             TO TRUE
001030            SET WS-MONB-NO-HALLADA        TO TRUE
001031            MOVE ZEROS                    TO WS-MONB-COTIZ
001032
001033            MOVE WS-MONB-CODIGO           TO MON-CODIGO
001034            MOVE LOW-VALUES               TO MON-FECHA-VIGENCIA
001035
001036            START MONEDAS KEY IS NOT LESS THAN MON-CLAVE
001037
001038            EVALUATE FS-MONEDAS
001039            WHEN '00'
001040              CONTINUE
001041            WHEN '23'
001042              SET WS-MONB-FIN             TO TRUE
001043            WHEN OTHER
001044              DISPLAY '* ERROR EN START MONEDAS= ' FS-MONEDAS
001045              MOVE 9999                     TO RETURN-CODE
001046              SET WS-FIN                    TO TRUE
001047              SET WS-MONB-FIN             TO TRUE
001048            END-EVALUATE
001049
001050            PERFORM 6550-I-LEER-COTIZACION
001051               THRU 6550-F-LEER-COTIZACION
001052              UNTIL WS-MONB-FIN
001053            .
001054        6500-F-LEER-MONEDA.
001055            EXIT.
001056
001057/-----LEO-UNA-COTIZACION---------/
001058        6550-I-LEER-COTIZACION.
001059            READ MONEDAS NEXT
001060
001061            EVALUATE FS-MONEDAS
001062            WHEN '00'
001063              IF MON-CODIGO NOT = WS-MONB-CODIGO
001064                SET WS-MONB-FIN           TO TRUE
001065              ELSE
001066                IF MON-FECHA-VIGENCIA IS NOT GREATER
001067                   WS-FECHA-PROC-ISO
001068                  MOVE MON-COTIZACION     TO WS-MONB-COTIZ
001069                  SET WS-MONB-HALLADA     TO TRUE
001070                ELSE
001071                  SET WS-MONB-FIN         TO TRUE
001072                END-IF
001073              END-IF
001074
001075            WHEN '10'
001076              SET WS-MONB-FIN             TO TRUE
001077
001078            WHEN OTHER
001079              DISPLAY '* ERROR EN READ MONEDAS= ' FS-MONEDAS
001080              MOVE 9999                     TO RETURN-CODE
001081              SET WS-FIN                    TO TRUE
001082              SET WS-MONB-FIN             TO TRUE
001083            END-EVALUATE
001084            .
001085        6550-F-LEER-COTIZACION.
001086            EXIT.
001087
001088/-----REGISTRO-INICIO-DE-CORRIDA-/
001089* LA FECHA DE PROCESO ES LA DEL PARAMETRO (AAAA-MM-DD).
001090        8000-I-RUNCTL-INICIO.
001091            OPEN I-O RUNCTL
001092            IF FS-RUNCTL IS NOT EQUAL '00'
001093              DISPLAY '* ERROR EN OPEN RUNCTL= ' FS-RUNCTL
001094              SET WS-RUNCTL-NO                  TO TRUE
001095              IF RETURN-CODE = ZEROS
001096                MOVE 0004                       TO RETURN-CODE
001097              END-IF
001098            ELSE
001099              SET WS-RUNCTL-OK                  TO TRUE
001100
001101              PERFORM 8200-I-VERIFICAR-CORRIDAS
001102                 THRU 8200-F-VERIFICAR-CORRIDAS
001103
001104              ACCEPT WS-HORA-SYS FROM TIME
001105              MOVE WS-HORA-HH                   TO WS-HORA-E-HH
001106              MOVE WS-HORA-MM                   TO WS-HORA-E-MM
001107              MOVE WS-HORA-SS                   TO WS-HORA-E-SS
001108
001109              MOVE SPACES                       TO REG-RUNCTL
001110              MOVE 'PGMORD01'                   TO RC-PROGRAMA
001111              MOVE WS-FECHA-PROC-ISO        TO RC-FECHA-PROCESO
001112              MOVE WS-HORA-EDIT                 TO RC-HORA-INICIO
001113              MOVE WS-PARM-SYSIN                TO RC-PARAMETRO
001114              MOVE SPACE                        TO RC-REINICIO
001115              IF WS-BLOQUEADO
001116                MOVE 'B'                        TO RC-ESTADO
001117              ELSE
001118                MOVE 'E'                        TO RC-ESTADO
001119              END-IF
001120              MOVE SPACES                       TO RC-HORA-FIN
001121              MOVE ZEROS                        TO RC-CONTADOR-1
001122              MOVE ZEROS                        TO RC-CONTADOR-2
001123              MOVE ZEROS                        TO RC-CONTADOR-3
001124              MOVE ZEROS                        TO RC-CONTADOR-4
001125              MOVE ZEROS                        TO RC-CONTADOR-5
001126              MOVE ZEROS                        TO RC-CONTADOR-6
001127
001128              WRITE REG-RUNCTL
001129
001130              IF FS-RUNCTL IS NOT EQUAL '00'
001131                DISPLAY '* ERROR EN GRABAR RUNCTL= ' FS-RUNCTL
001132                SET WS-RUNCTL-NO                TO TRUE
001133                IF RETURN-CODE = ZEROS
001134                  MOVE 0004                     TO RETURN-CODE
001135                END-IF
001136              ELSE
001137                IF WS-BLOQUEADO
001138                  SET WS-RUNCTL-NO              TO TRUE
001139                  CLOSE RUNCTL
001140                ELSE
001141                  MOVE RC-CLAVE         TO WS-RUN-CLAVE-GUARDADA
001142                END-IF
001143              END-IF
001144            END-IF
001145            .
001146        8000-F-RUNCTL-INICIO.
001147            EXIT.
001148
001149/-----REGISTRO-FIN-DE-CORRIDA----/
001150        8100-I-RUNCTL-FIN.
001151            IF WS-RUNCTL-OK
001152              MOVE WS-RUN-CLAVE-GUARDADA        TO RC-CLAVE
001153
001154              READ RUNCTL
001155
001156              IF FS-RUNCTL IS NOT EQUAL '00'
001157                DISPLAY '* ERROR EN READ RUNCTL= ' FS-RUNCTL
001158              ELSE
001159                ACCEPT WS-HORA-SYS FROM TIME
001160                MOVE WS-HORA-HH                 TO WS-HORA-E-HH
001161                MOVE WS-HORA-MM                 TO WS-HORA-E-MM
001162                MOVE WS-HORA-SS                 TO WS-HORA-E-SS
001163                MOVE WS-HORA-EDIT               TO RC-HORA-FIN
001164
001165                IF RETURN-CODE = 9999
001166                  MOVE 'A'                      TO RC-ESTADO
001167                ELSE
001168                  MOVE 'F'                      TO RC-ESTADO
001169                END-IF
001170
001171                MOVE WS-ORD-LEIDAS              TO RC-CONTADOR-1
001172                MOVE WS-ORD-VENCIDAS            TO RC-CONTADOR-2
001173                MOVE WS-ORD-EJECUTADAS          TO RC-CONTADOR-3
001174                MOVE WS-ORD-FALLIDAS            TO RC-CONTADOR-4
001175                MOVE WS-ORD-SUSPENDIDAS         TO RC-CONTADOR-5
001176                MOVE WS-SIN-FILA-DB2            TO RC-CONTADOR-6
001177
001178                REWRITE REG-RUNCTL
001179
001180                IF FS-RUNCTL IS NOT EQUAL '00'
001181                  DISPLAY '* ERROR EN REWRITE RUNCTL= ' FS-RUNCTL
001182                END-IF
001183              END-IF
001184
001185              CLOSE RUNCTL
001186              IF FS-RUNCTL IS NOT EQUAL '00'
001187                DISPLAY '* ERROR EN CLOSE RUNCTL= ' FS-RUNCTL
001188              END-IF
001189            END-IF
001190            .
001191        8100-F-RUNCTL-FIN.
001192            EXIT.
001193
001194/-----VERIFICO-PREDECESOR-Y-CORRIDA-DUPLICADA--------/
001195* PGMNOV01 DEBE HABER FINALIZADO 'F' PARA LA MISMA FECHA DE
001196* PROCESO Y NO DEBE EXISTIR OTRA CORRIDA 'F' DE ESA FECHA, SALVO
001197* PARAMETRO DE REPROCESO 'R' (LAS ORDENES YA EJECUTADAS TIENEN
001198* SU PROXIMA FECHA AVANZADA Y NO SE VUELVEN A EJECUTAR).
001199* EL BLOQUEO QUEDA REGISTRADO CON ESTADO 'B' PARA LA T105.
001200        8200-I-VERIFICAR-CORRIDAS.
001201            SET WS-CHK-SIGUE                      TO TRUE
001202            SET WS-PRED-NO-VISTO                  TO TRUE
001203            SET WS-DUP-NO                         TO TRUE
001204
001205            MOVE SPACES                           TO RC-CLAVE
001206            MOVE WS-FECHA-PROC-ISO           TO RC-FECHA-PROCESO
001207
001208            START RUNCTL KEY IS NOT LESS THAN RC-CLAVE
001209
001210            IF FS-RUNCTL IS NOT EQUAL '00'
001211              SET WS-CHK-FIN                      TO TRUE
001212            END-IF
001213
001214            PERFORM 8250-I-LEER-RUNCTL
001215               THRU 8250-F-LEER-RUNCTL
001216              UNTIL WS-CHK-FIN
001217
001218            EVALUATE TRUE
001219            WHEN NOT WS-PRED-FINALIZADO
001220              DISPLAY '* PGMORD01 BLOQUEADO: PGMNOV01 SIN '
001221                      'ESTADO F PARA ' WS-FECHA-PROC-ISO
001222              SET WS-BLOQUEADO                    TO TRUE
001223
001224            WHEN WS-DUP-SI AND NOT WS-ES-REPROCESO
001225              DISPLAY '* PGMORD01 BLOQUEADO: YA FINALIZO PARA '
001226                      WS-FECHA-PROC-ISO
001227                      ', USE PARAMETRO R PARA REPROCESAR'
001228              SET WS-BLOQUEADO                    TO TRUE
001229            END-EVALUATE
001230
001231            IF WS-BLOQUEADO
001232              MOVE 9999                           TO RETURN-CODE
001233              SET WS-FIN                          TO TRUE
001234            END-IF
001235            .
001236        8200-F-VERIFICAR-CORRIDAS.
001237            EXIT.
001238
001239        8250-I-LEER-RUNCTL.
001240            READ RUNCTL NEXT
001241              AT END
001242                SET WS-CHK-FIN                    TO TRUE
001243              NOT AT END
001244                IF RC-FECHA-PROCESO NOT = WS-FECHA-PROC-ISO
001245                  SET WS-CHK-FIN                  TO TRUE
001246                ELSE
001247                  IF RC-PROGRAMA = 'PGMNOV01'
001248                    IF RC-FINALIZADO-OK
001249                      SET WS-PRED-FINALIZADO      TO TRUE
001250                    ELSE
001251                      IF NOT WS-PRED-FINALIZADO
001252                        SET WS-PRED-VISTO         TO TRUE
001253                      END-IF
001254                    END-IF
001255                  END-IF
001256                  IF RC-PROGRAMA = 'PGMORD01' AND RC-FINALIZADO-OK
001257                    SET WS-DUP-SI                 TO TRUE
001258                  END-IF
001259                END-IF
001260            END-READ
001261            .
001262        8250-F-LEER-RUNCTL.
001263            EXIT.
001264
001265/------CIERRE-DE-ARCHIVOS--------/
001266        9999-I-FINAL.
001267            IF WS-NO-BLOQUEADO
001268            PERFORM 5950-I-IMPRIMIR-TOTALES
001269               THRU 5950-F-IMPRIMIR-TOTALES
001270
001271            CLOSE ORDENES
001272            IF FS-ORDENES IS NOT EQUAL '00'
001273              DISPLAY '* ERROR EN CLOSE ORDENES= ' FS-ORDENES
001274              MOVE 9999                           TO RETURN-CODE
001275            END-IF
001276
001277            CLOSE CUENTAS
001278            IF FS-CUENTAS IS NOT EQUAL '00'
001279              DISPLAY '* ERROR EN CLOSE CUENTAS= ' FS-CUENTAS
001280              MOVE 9999                           TO RETURN-CODE
001281            END-IF
001282
001283            CLOSE MONEDAS
001284            IF FS-MONEDAS IS NOT EQUAL '00'
001285              DISPLAY '* ERROR EN CLOSE MONEDAS= ' FS-MONEDAS
001286              MOVE 9999                           TO RETURN-CODE
001287            END-IF
001288
001289            CLOSE MOVIM
001290            IF FS-MOVIM IS NOT EQUAL '00'
001291              DISPLAY '* ERROR EN CLOSE MOVIM= ' FS-MOVIM
001292              MOVE 9999                           TO RETURN-CODE
001293            END-IF
001294
001295            CLOSE SALIDA
001296            IF FS-SALIDA IS NOT EQUAL '00'
001297              DISPLAY '* ERROR EN CLOSE SALIDA= ' FS-SALIDA
001298              MOVE 9999                           TO RETURN-CODE
001299            END-IF
001300            END-IF
001301
001302            PERFORM 8100-I-RUNCTL-FIN
001303               THRU 8100-F-RUNCTL-FIN
001304
001305/-----MUESTRO-TOTALES-DE-CONTROL----/
001306            DISPLAY '/----------TOTALES DE CONTROL------------/'
001307            DISPLAY 'ORDENES LEIDAS      = ' WS-ORD-LEIDAS
001308            DISPLAY 'ORDENES VENCIDAS    = ' WS-ORD-VENCIDAS
001309            DISPLAY 'ORDENES EJECUTADAS  = ' WS-ORD-EJECUTADAS
001310            DISPLAY 'ORDENES FALLIDAS    = ' WS-ORD-FALLIDAS
001311            DISPLAY 'SUSPEND. POR FALLOS = ' WS-ORD-SUSPENDIDAS
001312            DISPLAY 'SIN FILA TBCUENTAS  = ' WS-SIN-FILA-DB2
001313            DISPLAY 'MOVIM EN HISTORIA   = ' WS-MOV-GRABADOS
001314            .
001315        9999-F-FINAL.
001316            EXIT.
