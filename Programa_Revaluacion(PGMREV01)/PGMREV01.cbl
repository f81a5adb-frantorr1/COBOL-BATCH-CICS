000001        CBL TEST
000002/--------------------------------/
000003* PRE-REQUISITOS: EJECUTAR A FIN DE MES LUEGO DE PGMCIE01 (DEBE
000004*                 HABER FINALIZADO 'F' PARA LA MISMA FECHA DE
000005*                 CIERRE) Y CON EL ONLINE YA CERRADO.
000006*                 PARAMETRO SYSIN: FECHA DE CIERRE (DD-MM-AAAA) O
000007*                 BLANCOS PARA TOMAR LA FECHA DEL DIA, 'R' EN LA
000008*                 POSICION 12 PARA REPROCESAR UNA FECHA YA
000009*                 FINALIZADA Y, EN LAS POSICIONES 14-23, LA FECHA
000010*                DEL CIERRE ANTERIOR (DD-MM-AAAA). SI VA EN BLANCO
000011*                SE TOMA DE RUNCTL (ULTIMA CORRIDA 'F' DE PGMCIE01
000012*                 ANTERIOR A LA FECHA); SOLO HACE FALTA INFORMARLA
000013*                 EN LA PRIMERA CORRIDA.
000014*                 RECORRE CUENTAS CONTRA MOVIMIENTOS (VSAM MOVIM)
000015*                 Y, POR MONEDA EXTRANJERA Y TIPO DE CUENTA, ARMA
000016*                 LA POSICION AL CIERRE ANTERIOR Y AL ACTUAL (LA
000017*                ANTERIOR SE RECONSTRUYE DESCONTANDO DEL SALDO LOS
000018*                MOVIMIENTOS DEL PERIODO). LA POSICION ANTERIOR SE
000019*                 VALUA A LA COTIZACION VIGENTE EN EL CIERRE
000020*                 ANTERIOR, LA ACTUAL A LA DEL CIERRE Y CADA
000021*               MOVIMIENTO A LA DE SU FECHA (LA QUE USO PGMCON01).
000022*                 LA DIFERENCIA ES LA REVALUACION DEL MES, QUE SE
000023*                 INFORMA COMO GANANCIA O PERDIDA Y SE GRABA EN UN
000024*                 ARCHIVO DE ASIENTOS (CPASIEN, ORIGEN 'RX') PARA
000025*                 CONTABILIDAD. EL ARCHIVO SOLO SE GRABA SI TODAS
000026*                 LAS MONEDAS TIENEN COTIZACION Y NO HUBO
000027*                 MOVIMIENTOS CON ERROR; SI NO, QUEDA VACIO Y EL
000028*                 PASO TERMINA CON RC 9999 (NO LIBERADO).
000029/--------------------------------/
000030        IDENTIFICATION DIVISION.
000031/--------------------------------/
000032         PROGRAM-ID. PGMREV01.
000033/--------------------------------/
000034        ENVIRONMENT DIVISION.
000035/--------------------------------/
000036        CONFIGURATION SECTION.
000037/--------------------------------/
000038        SPECIAL-NAMES.
000039            DECIMAL-POINT IS COMMA.
000040/--------------------------------/
000041        INPUT-OUTPUT SECTION.
000042/--------------------------------/
000043        FILE-CONTROL.
000044/--------------------------------/
000045            SELECT CUENTAS ASSIGN DDCUENT
000046               ORGANIZATION IS INDEXED
000047               ACCESS MODE IS SEQUENTIAL
000048               RECORD KEY IS CU-CLAVE
000049               FILE STATUS IS FS-CUENTAS.
000050            SELECT MOVIM ASSIGN DDMOVIM
000051               ORGANIZATION IS INDEXED
000052               ACCESS MODE IS SEQUENTIAL
000053               RECORD KEY IS MOV-CLAVE
000054               FILE STATUS IS FS-MOVIM.
000055            SELECT MONEDAS ASSIGN DDMONED
000056               ORGANIZATION IS INDEXED
000057               ACCESS MODE IS SEQUENTIAL
000058               RECORD KEY IS MON-CLAVE
000059               FILE STATUS IS FS-MONEDAS.
000060            SELECT RUNCTL ASSIGN DDRUNCT
000061               ORGANIZATION IS INDEXED
000062               ACCESS MODE IS DYNAMIC
000063               RECORD KEY IS RC-CLAVE
000064               FILE STATUS IS FS-RUNCTL.
000065            SELECT ASIENTO ASSIGN DDASIEN
000066               FILE STATUS IS FS-ASIENTO.
000067            SELECT SALIDA ASSIGN DDSALI
000068               FILE STATUS IS FS-SALIDA.
000069
000070/--------------------------------/
000071        DATA DIVISION.
000072/--------------------------------/
000073        FILE SECTION.
000074/--------------------------------/
000075        FD CUENTAS
000076             BLOCK CONTAINS 0 RECORDS
000077             RECORDING MODE IS F.
000078        COPY CPCUENTA.
000079
000080        FD MOVIM
000081             BLOCK CONTAINS 0 RECORDS
000082             RECORDING MODE IS F.
000083        COPY CPMOVIM.
000084
000085        FD MONEDAS
000086             BLOCK CONTAINS 0 RECORDS
000087             RECORDING MODE IS F.
000088        COPY CPMONEDA.
000089
000090        FD RUNCTL
000091             BLOCK CONTAINS 0 RECORDS
000092             RECORDING MODE IS F.
000093        COPY CPRUNCTL.
000094
000095        FD ASIENTO
000096             BLOCK CONTAINS 0 RECORDS
000097             RECORDING MODE IS F.
000098        COPY CPASIEN.
000099
000100        FD SALIDA
000101             BLOCK CONTAINS 0 RECORDS
000102             RECORDING MODE IS F.
000103        01 REG-SALIDA              PIC X(132).
000104
000105/--------------------------------/
000106        WORKING-STORAGE SECTION.
000107/--------------------------------/
000108        77  FILLER                 PIC X(26)      VALUE
000109                                   '* INICIO WORKING-STORAGE *'.
000110/-----CODIGOS-RETORNO-FILES------/
000111        01 WS-CODE.
000112          02  FS-CUENTAS           PIC XX         VALUE SPACES.
000113          02  FS-MOVIM             PIC XX         VALUE SPACES.
000114          02  FS-MONEDAS           PIC XX         VALUE SPACES.
000115          02  FS-RUNCTL            PIC XX         VALUE SPACES.
000116          02  FS-ASIENTO           PIC XX         VALUE SPACES.
000117          02  FS-SALIDA            PIC XX         VALUE SPACES.
000118
000119/--------FLAGS-CONTROL-----------/
000120        01 WS-FLAG-FIN-CTA         PIC X.
000121          88 WS-FIN-CTA                          VALUE '1'.
000122          88 WS-NO-FIN-CTA                       VALUE '0'.
000123
000124        01 WS-FLAG-FIN-MOV         PIC X.
000125          88 WS-FIN-MOV                          VALUE '1'.
000126          88 WS-NO-FIN-MOV                       VALUE '0'.
000127
000128        01 WS-FLAG-FIN-MON         PIC X.
000129          88 WS-FIN-MON                          VALUE '1'.
000130          88 WS-NO-FIN-MON                       VALUE '0'.
000131
000132/------PARAMETRO-SYSIN-----------/
000133        01 WS-PARM-SYSIN.
000134          03 WS-PARM-FECHA         PIC X(10)      VALUE SPACES.
000135          03 FILLER                PIC X(01)      VALUE SPACE.
000136          03 WS-PARM-REPROCESO     PIC X(01)      VALUE SPACE.
000137            88 WS-ES-REPROCESO                    VALUE 'R'.
000138          03 FILLER                PIC X(01)      VALUE SPACE.
000139          03 WS-PARM-FECHA-ANT.
000140            05 WS-PAR-ANT-DD       PIC X(02)      VALUE SPACES.
000141            05 FILLER              PIC X(01)      VALUE SPACE.
000142            05 WS-PAR-ANT-MM       PIC X(02)      VALUE SPACES.
000143            05 FILLER              PIC X(01)      VALUE SPACE.
000144            05 WS-PAR-ANT-AAAA     PIC X(04)      VALUE SPACES.
000145
000146/------CONTROL-DE-CORRIDA--------/
000147        01 WS-FLAG-RUNCTL          PIC X          VALUE '0'.
000148          88 WS-RUNCTL-OK                         VALUE '1'.
000149          88 WS-RUNCTL-NO                         VALUE '0'.
000150
000151        01 WS-RUN-CLAVE-GUARDADA   PIC X(26)      VALUE SPACES.
000152
000153        01 WS-SW-CHK               PIC 9          VALUE 0.
000154          88 WS-CHK-SIGUE                         VALUE 0.
000155          88 WS-CHK-FIN                           VALUE 1.
000156
000157        01 WS-FLAG-PRED            PIC 9          VALUE 0.
000158          88 WS-PRED-NO-VISTO                     VALUE 0.
000159          88 WS-PRED-VISTO                        VALUE 1.
000160          88 WS-PRED-FINALIZADO                   VALUE 2.
000161
000162        01 WS-FLAG-DUP             PIC X          VALUE '0'.
000163          88 WS-DUP-NO                            VALUE '0'.
000164          88 WS-DUP-SI                            VALUE '1'.
000165
000166        01 WS-FLAG-BLOQUEO         PIC X          VALUE '0'.
000167          88 WS-BLOQUEADO                         VALUE '1'.
000168          88 WS-NO-BLOQUEADO                      VALUE '0'.
000169
000170/------LIBERACION-DEL-ARCHIVO----/
000171        01 WS-FLAG-LIBERA          PIC X          VALUE '1'.
000172          88 WS-LIBERA-SI                         VALUE '1'.
000173          88 WS-LIBERA-NO                         VALUE '0'.
000174
000175/--------FECHAS------------------/
000176        01 WS-FECHA.
000177          03 WS-FECHA-AAAA         PIC 9999       VALUE ZEROS.
000178          03 WS-FECHA-MM           PIC 99         VALUE ZEROS.
000179          03 WS-FECHA-DD           PIC 99         VALUE ZEROS.
000180
000181        01 WS-FECHA-PROCESO.
000182          03 WS-FEC-P-DD           PIC X(02)      VALUE SPACES.
000183          03 FILLER                PIC X(01)      VALUE '-'.
000184          03 WS-FEC-P-MM           PIC X(02)      VALUE SPACES.
000185          03 FILLER                PIC X(01)      VALUE '-'.
000186          03 WS-FEC-P-AAAA         PIC X(04)      VALUE SPACES.
000187
000188        01 WS-FECHA-PROC-ISO.
000189          03 WS-PRO-ISO-AAAA       PIC X(04)      VALUE SPACES.
000190          03 FILLER                PIC X(01)      VALUE '-'.
000191          03 WS-PRO-ISO-MM         PIC X(02)      VALUE SPACES.
000192          03 FILLER                PIC X(01)      VALUE '-'.
000193          03 WS-PRO-ISO-DD         PIC X(02)      VALUE SPACES.
000194
000195* FECHA DEL CIERRE ANTERIOR (AAAA-MM-DD), DEL SYSIN O DE RUNCTL.
000196        01 WS-FECHA-ANT-ISO        PIC X(10)      VALUE SPACES.
000197        01 WS-FECHA-ANT-R REDEFINES WS-FECHA-ANT-ISO.
000198          03 WS-ANT-ISO-AAAA       PIC X(04).
000199          03 WS-ANT-ISO-SEP1       PIC X(01).
000200          03 WS-ANT-ISO-MM         PIC X(02).
000201          03 WS-ANT-ISO-SEP2       PIC X(01).
000202          03 WS-ANT-ISO-DD         PIC X(02).
000203
000204        01 WS-FECHA-ANT-DMA.
000205          03 WS-ANT-DMA-DD         PIC X(02)      VALUE SPACES.
000206          03 FILLER                PIC X(01)      VALUE '-'.
000207          03 WS-ANT-DMA-MM         PIC X(02)      VALUE SPACES.
000208          03 FILLER                PIC X(01)      VALUE '-'.
000209          03 WS-ANT-DMA-AAAA       PIC X(04)      VALUE SPACES.
000210
000211        01 WS-HORA-SYS.
000212          03 WS-HORA-HH            PIC 99         VALUE ZEROS.
000213          03 WS-HORA-MM            PIC 99         VALUE ZEROS.
000214          03 WS-HORA-SS            PIC 99         VALUE ZEROS.
000215          03 FILLER                PIC 99         VALUE ZEROS.
000216
000217        01 WS-HORA-EDIT.
000218          03 WS-HORA-E-HH          PIC 99         VALUE ZEROS.
000219          03 FILLER                PIC X          VALUE ':'.
000220          03 WS-HORA-E-MM          PIC 99         VALUE ZEROS.
000221          03 FILLER                PIC X          VALUE ':'.
000222          03 WS-HORA-E-SS          PIC 99         VALUE ZEROS.
000223
000224/-----CLAVES-DE-COMPARACION------/
000225        01 WS-CLAVE-CTA.
000226          03 WS-CLAVE-CTA-TIP   PIC X(02) VALUE HIGH-VALUES.
000227          03 WS-CLAVE-CTA-NRO   PIC X(15) VALUE HIGH-VALUES.
000228
000229        01 WS-CLAVE-MOV.
000230          03 WS-CLAVE-MOV-TIP   PIC X(02) VALUE HIGH-VALUES.
000231          03 WS-CLAVE-MOV-NRO   PIC X(15) VALUE HIGH-VALUES.
000232
000233/-----CUENTA-EN-PROCESO----------/
000234        77  CT-MON-PESOS           PIC X(02)      VALUE '80'.
000235        77  WS-MOTIVO-DESC         PIC X(30)      VALUE SPACES.
000236
000237        01 WS-FLAG-CTA             PIC 9          VALUE 0.
000238          88 WS-CTA-NO-VALUA                      VALUE 0.
000239          88 WS-CTA-VALUA                         VALUE 1.
000240
000241        01 WS-CTA-ACUM.
000242          03 WS-CTA-POSTERIOR      PIC S9(13)V99  COMP-3 VALUE +0.
000243          03 WS-CTA-PERIODO        PIC S9(13)V99  COMP-3 VALUE +0.
000244          03 WS-CTA-PERIODO-PES    PIC S9(15)V99  COMP-3 VALUE +0.
000245          03 WS-CTA-CANT-MOV       PIC 9(07)      VALUE ZEROS.
000246          03 WS-CTA-POS-ACT        PIC S9(13)V99  COMP-3 VALUE +0.
000247          03 WS-CTA-POS-ANT        PIC S9(13)V99  COMP-3 VALUE +0.
000248
000249        77  WS-MOV-PESOS           PIC S9(15)V99  COMP-3 VALUE +0.
000250
000251/-----COTIZACIONES-DEL-PERIODO---/
000252* POR MONEDA SE GUARDA LA ULTIMA COTIZACION VIGENTE AL CIERRE
000253* ANTERIOR Y TODAS LAS QUE ENTRARON EN VIGENCIA HASTA EL CIERRE
000254* ACTUAL, EN ORDEN DE FECHA (ORDEN DE CLAVE DE MONEDAS).
000255        01 WS-TAB-COTIZ.
000256          03 WS-COT-ENT OCCURS 1000.
000257            05 WS-COT-FECHA        PIC X(10).
000258            05 WS-COT-VALOR        PIC 9(07)V9(06).
000259
000260        77  WS-COT-CANT            PIC S9(04) COMP VALUE +0.
000261        77  WS-COT-IDX             PIC S9(04) COMP VALUE +0.
000262        77  WS-COT-MAX             PIC S9(04) COMP VALUE +1000.
000263
000264/-----TABLA-DE-MONEDAS-----------/
000265        01 WS-TAB-MONEDAS.
000266          03 WS-MON-ENT OCCURS 10.
000267            05 WS-MON-CODIGO       PIC X(02).
000268            05 WS-MON-DESDE        PIC S9(04) COMP.
000269            05 WS-MON-HASTA        PIC S9(04) COMP.
000270            05 WS-MON-COT-ANT      PIC 9(07)V9(06).
000271            05 WS-MON-COT-ACT      PIC 9(07)V9(06).
000272            05 WS-MON-ESTADO       PIC X(01).
000273              88 WS-MON-COTIZADA                  VALUE 'S'.
000274              88 WS-MON-SIN-COTIZ                 VALUE 'N'.
000275            05 WS-MON-DIF          PIC S9(15)V99  COMP-3.
000276
000277        77  WS-MON-CANT            PIC S9(04) COMP VALUE +0.
000278        77  WS-MON-IDX             PIC S9(04) COMP VALUE +0.
000279
000280        01 WS-SW-MONEDA            PIC 9          VALUE 0.
000281          88 WS-MON-BUSCANDO                      VALUE 0.
000282          88 WS-MON-HALLADO                       VALUE 1.
000283          88 WS-MON-NO-HALLADO                    VALUE 2.
000284
000285        77  WS-MONEDA-BUS          PIC X(02)      VALUE SPACES.
000286
000287/-----BUSQUEDA-COTIZACION-VIGENTE/
000288        01 WS-SW-COTB              PIC 9          VALUE 0.
000289          88 WS-COTB-SIGUE                        VALUE 0.
000290          88 WS-COTB-FIN                          VALUE 1.
000291
000292        01 WS-FLAG-COTB            PIC 9          VALUE 0.
000293          88 WS-COTB-NO-HALLADA                   VALUE 0.
000294          88 WS-COTB-HALLADA                      VALUE 1.
000295
000296        77  WS-COTB-FECHA          PIC X(10)      VALUE SPACES.
000297        77  WS-COTB-VALOR          PIC 9(07)V9(06) VALUE ZEROS.
000298
000299/-----POSICIONES-POR-MONEDA-Y-TIPO/
000300        01 WS-TAB-POSICION.
000301          03 WS-POS-ENT OCCURS 100.
000302            05 WS-POS-CLAVE.
000303              07 WS-POS-MONEDA     PIC X(02).
000304              07 WS-POS-TIPCTA     PIC X(02).
000305            05 WS-POS-ANT          PIC S9(13)V99  COMP-3.
000306            05 WS-POS-MOV          PIC S9(13)V99  COMP-3.
000307            05 WS-POS-ACT          PIC S9(13)V99  COMP-3.
000308            05 WS-POS-VAL-ANT      PIC S9(15)V99  COMP-3.
000309            05 WS-POS-MOV-PES      PIC S9(15)V99  COMP-3.
000310            05 WS-POS-VAL-ACT      PIC S9(15)V99  COMP-3.
000311            05 WS-POS-DIF          PIC S9(15)V99  COMP-3.
000312            05 WS-POS-CANT-CTA     PIC 9(07).
000313            05 WS-POS-CANT-MOV     PIC 9(07).
000314
000315        77  WS-POS-CANT            PIC S9(04) COMP VALUE +0.
000316        77  WS-POS-IDX             PIC S9(04) COMP VALUE +0.
000317
000318        01 WS-POS-CLAVE-BUS.
000319          03 WS-PCB-MONEDA         PIC X(02)      VALUE SPACES.
000320          03 WS-PCB-TIPCTA         PIC X(02)      VALUE SPACES.
000321
000322        01 WS-SW-POSICION          PIC 9          VALUE 0.
000323          88 WS-POS-BUSCANDO                      VALUE 0.
000324          88 WS-POS-HALLADA                       VALUE 1.
000325          88 WS-POS-NO-HALLADA                    VALUE 2.
000326
000327/-----CONTADORES-----------------/
000328        01 WS-CONTADORES.
000329          03 WS-LEIDAS-CTA         PIC 9(07)      VALUE ZEROS.
000330          03 WS-LEIDOS-MOV         PIC 9(09)      VALUE ZEROS.
000331          03 WS-CTA-EXTRANJERA     PIC 9(05)      VALUE ZEROS.
000332          03 WS-MOV-VALUADOS       PIC 9(05)      VALUE ZEROS.
000333          03 WS-ASI-GRABADOS       PIC 9(05)      VALUE ZEROS.
000334          03 WS-ERRORES            PIC 9(05)      VALUE ZEROS.
000335
000336        77  WS-TOT-DIF             PIC S9(15)V99  COMP-3 VALUE +0.
000337        77  WS-IMPORTE-ASI         PIC S9(15)V99  COMP-3 VALUE +0.
000338        77  WS-HASH-DEBITOS        PIC 9(15)V99   VALUE ZEROS.
000339        77  WS-HASH-CREDITOS       PIC 9(15)V99   VALUE ZEROS.
000340
000341/------LAYOUT-TITULO-------------/
000342        01 CT-TITULO.
000343          03  FILLER              PIC X(01)      VALUE '|'.
000344          03  FILLER              PIC X(40)      VALUE
000345              'REVALUACION MONEDA EXTRANJERA - CIERRE: '.
000346          03  CT-TIT-FECHA        PIC X(10)      VALUE SPACES.
000347          03  FILLER              PIC X(20)      VALUE
000348              ' - CIERRE ANTERIOR: '.
000349          03  CT-TIT-FECHA-ANT    PIC X(10)      VALUE SPACES.
000350
000351/------SUB-TITULO-DETALLE--------/
000352* CADA FILA OCUPA DOS LINEAS: LA POSICION EN LA MONEDA Y SU
000353* VALUACION EN PESOS.
000354        01 CT-SUBTITULO-1.
000355          03 FILLER               PIC X(02)      VALUE '| '.
000356          03 FILLER               PIC X(02)      VALUE 'MO'.
000357          03 FILLER               PIC X(03)      VALUE ' | '.
000358          03 FILLER               PIC X(02)      VALUE 'TC'.
000359          03 FILLER               PIC X(03)      VALUE ' | '.
000360          03 FILLER               PIC X(21)      VALUE
000361                                   '  POSICION ANTERIOR  '.
000362          03 FILLER               PIC X(03)      VALUE ' | '.
000363          03 FILLER               PIC X(21)      VALUE
000364                                   ' MOVIMIENTOS NETOS   '.
000365          03 FILLER               PIC X(03)      VALUE ' | '.
000366          03 FILLER               PIC X(21)      VALUE
000367                                   '   POSICION ACTUAL   '.
000368          03 FILLER               PIC X(03)      VALUE ' | '.
000369          03 FILLER               PIC X(14)      VALUE
000370                                                 ' COTIZ ANTER. '.
000371          03 FILLER               PIC X(03)      VALUE ' | '.
000372          03 FILLER               PIC X(14)      VALUE
000373                                                 ' COTIZ ACTUAL '.
000374          03 FILLER               PIC X(03)      VALUE ' | '.
000375          03 FILLER               PIC X(09)      VALUE
000376                                                 'CUENTAS  '.
000377          03 FILLER               PIC X(02)      VALUE ' |'.
000378
000379        01 CT-SUBTITULO-2.
000380          03 FILLER               PIC X(12)      VALUE
000381                                                 '|   PESOS | '.
000382          03 FILLER               PIC X(21)      VALUE
000383                                   '   VALOR ANTERIOR    '.
000384          03 FILLER               PIC X(03)      VALUE ' | '.
000385          03 FILLER               PIC X(21)      VALUE
000386                                   ' POR MOVIMIENTOS     '.
000387          03 FILLER               PIC X(03)      VALUE ' | '.
000388          03 FILLER               PIC X(21)      VALUE
000389                                   '   VALOR ACTUAL      '.
000390          03 FILLER               PIC X(03)      VALUE ' | '.
000391          03 FILLER               PIC X(21)      VALUE
000392                                   ' POR COTIZACION      '.
000393          03 FILLER               PIC X(03)      VALUE ' | '.
000394          03 FILLER               PIC X(08)      VALUE 'RESULT. '.
000395          03 FILLER               PIC X(02)      VALUE ' |'.
000396
000397/------LAYOUT-DETALLE------------/
000398        01 CT-LINEA-POSICION.
000399          03 FILLER               PIC X(02)      VALUE '| '.
000400          03 CT-POS-MONEDA        PIC X(02)      VALUE SPACES.
000401          03 FILLER               PIC X(03)      VALUE ' | '.
000402          03 CT-POS-TIPCTA        PIC X(02)      VALUE SPACES.
000403          03 FILLER               PIC X(03)      VALUE ' | '.
000404          03 CT-POS-ANT   PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000405          03 FILLER               PIC X(03)      VALUE ' | '.
000406          03 CT-POS-MOV   PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000407          03 FILLER               PIC X(03)      VALUE ' | '.
000408          03 CT-POS-ACT   PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000409          03 FILLER               PIC X(03)      VALUE ' | '.
000410          03 CT-POS-COT-ANT   PIC ZZZZZZ9,999999 VALUE ZEROS.
000411          03 FILLER               PIC X(03)      VALUE ' | '.
000412          03 CT-POS-COT-ACT   PIC ZZZZZZ9,999999 VALUE ZEROS.
000413          03 FILLER               PIC X(03)      VALUE ' | '.
000414          03 CT-POS-CANT          PIC Z.ZZZ.ZZ9  VALUE ZEROS.
000415          03 FILLER               PIC X(02)      VALUE ' |'.
000416
000417        01 CT-LINEA-PESOS.
000418          03 FILLER               PIC X(12)      VALUE
000419                                                 '|         | '.
000420          03 CT-PES-VAL-ANT PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000421          03 FILLER               PIC X(03)      VALUE ' | '.
000422          03 CT-PES-MOV     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000423          03 FILLER               PIC X(03)      VALUE ' | '.
000424          03 CT-PES-VAL-ACT PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000425          03 FILLER               PIC X(03)      VALUE ' | '.
000426          03 CT-PES-DIF     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000427          03 FILLER               PIC X(03)      VALUE ' | '.
000428          03 CT-PES-RESULT        PIC X(08)      VALUE SPACES.
000429          03 FILLER               PIC X(02)      VALUE ' |'.
000430
000431/------LAYOUT-TOTAL-MONEDA-------/
000432        01 CT-LINEA-MONEDA.
000433          03 FILLER               PIC X(10)      VALUE
000434                                                 '| MONEDA: '.
000435          03 CT-TOT-MONEDA        PIC X(02)      VALUE SPACES.
000436          03 FILLER               PIC X(26)      VALUE
000437                                   ' | REVALUACION DEL MES:   '.
000438          03 CT-TOT-DIF     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000439          03 FILLER               PIC X(03)      VALUE ' | '.
000440          03 CT-TOT-RESULT        PIC X(08)      VALUE SPACES.
000441          03 FILLER               PIC X(03)      VALUE ' | '.
000442          03 CT-TOT-ESTADO        PIC X(21)      VALUE SPACES.
000443          03 FILLER               PIC X(02)      VALUE ' |'.
000444
000445/------LAYOUT-ERROR--------------/
000446        01 CT-LINEA-ERROR.
000447          03 FILLER               PIC X(09)      VALUE
000448                                                 '| ERROR: '.
000449          03 CT-ERR-TIPCTA        PIC X(02)      VALUE SPACES.
000450          03 FILLER               PIC X(01)      VALUE ' '.
000451          03 CT-ERR-NROCTA        PIC X(15)      VALUE SPACES.
000452          03 FILLER               PIC X(01)      VALUE ' '.
000453          03 CT-ERR-MONEDA        PIC X(02)      VALUE SPACES.
000454          03 FILLER               PIC X(01)      VALUE ' '.
000455          03 CT-ERR-FECHA         PIC X(10)      VALUE SPACES.
000456          03 FILLER               PIC X(03)      VALUE ' | '.
000457          03 CT-ERR-MOTIVO        PIC X(30)      VALUE SPACES.
000458          03 FILLER               PIC X(02)      VALUE ' |'.
000459
000460/------LAYOUT-RESULTADO----------/
000461        01 CT-LINEA-RESULTADO.
000462          03 FILLER               PIC X(13)      VALUE
000463                                                 '| RESULTADO: '.
000464          03 CT-RES-TEXTO         PIC X(60)      VALUE SPACES.
000465
000466/------LAYOUT-PIE-DE-CONTROL-----/
000467        01 CT-PIE.
000468          03  FILLER              PIC X(1)       VALUE '|'.
000469          03  FILLER      PIC X(17) VALUE 'CUENTAS EN M.E.: '.
000470          03  CT-PIE-CTAS          PIC 9(05)      VALUE ZEROS.
000471          03  FILLER              PIC X(01)      VALUE '|'.
000472          03  FILLER     PIC X(22) VALUE 'MOVIMIENTOS VALUADOS: '.
000473          03  CT-PIE-MOVS          PIC 9(05)      VALUE ZEROS.
000474          03  FILLER              PIC X(01)      VALUE '|'.
000475          03  FILLER      PIC X(10) VALUE 'ASIENTOS: '.
000476          03  CT-PIE-ASIENTOS      PIC 9(05)      VALUE ZEROS.
000477          03  FILLER              PIC X(01)      VALUE '|'.
000478          03  FILLER      PIC X(09) VALUE 'ERRORES: '.
000479          03  CT-PIE-ERRORES       PIC 9(05)      VALUE ZEROS.
000480          03  FILLER              PIC X(01)      VALUE '|'.
000481          03  FILLER      PIC X(19) VALUE 'REVALUACION TOTAL: '.
000482          03  CT-PIE-DIF    PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000483
000484/----SEPARADORES-----------------/
000485        01 CT-SEPARADOR-TITULO.
000486          03 CT-SEPARADOR-TIT        PIC X(132).
000487
000488        01 CT-SEPARADOR-SUBTITULO.
000489          03 CT-SEPARADOR-SUB        PIC X(132).
000490
000491        77  FILLER                 PIC X(26)      VALUE
000492                                   '* FINAL  WORKING-STORAGE *'.
000493/--------------------------------/
000494        PROCEDURE DIVISION.
000495/--------------------------------/
000496/--CUERPO-PRINCIPAL-DEL-PROGRAMA-/
000497        MAIN-PROGRAM.
000498
000499            PERFORM 1000-I-INICIO
000500               THRU 1000-F-INICIO
000501
000502            PERFORM 2000-I-PROCESO
000503               THRU 2000-F-PROCESO
000504              UNTIL WS-FIN-CTA AND WS-FIN-MOV
000505
000506            PERFORM 9999-I-FINAL
000507               THRU 9999-F-FINAL
000508        .
000509        F-MAIN-PROGRAM.
000510            GOBACK.
000511
000512/----INICIO-APERTURA-FILES-------/
000513        1000-I-INICIO.
000514            ACCEPT WS-PARM-SYSIN FROM SYSIN
000515            MOVE WS-PARM-FECHA                 TO WS-FECHA-PROCESO
000516
000517            ACCEPT WS-FECHA FROM DATE YYYYMMDD
000518
000519            IF WS-FEC-P-DD   IS NOT NUMERIC OR
000520               WS-FEC-P-MM   IS NOT NUMERIC OR
000521               WS-FEC-P-AAAA IS NOT NUMERIC
000522              MOVE WS-FECHA-DD                    TO WS-FEC-P-DD
000523              MOVE WS-FECHA-MM                    TO WS-FEC-P-MM
000524              MOVE WS-FECHA-AAAA                  TO WS-FEC-P-AAAA
000525            END-IF
000526
000527            MOVE WS-FECHA-PROCESO                 TO CT-TIT-FECHA
000528
000529            MOVE WS-FEC-P-AAAA                  TO WS-PRO-ISO-AAAA
000530            MOVE WS-FEC-P-MM                      TO WS-PRO-ISO-MM
000531            MOVE WS-FEC-P-DD                      TO WS-PRO-ISO-DD
000532
000533            PERFORM 1100-I-FECHA-ANTERIOR
000534               THRU 1100-F-FECHA-ANTERIOR
000535
000536            PERFORM 8000-I-RUNCTL-INICIO
000537               THRU 8000-F-RUNCTL-INICIO
000538
000539            MOVE WS-ANT-ISO-DD                    TO WS-ANT-DMA-DD
000540            MOVE WS-ANT-ISO-MM                    TO WS-ANT-DMA-MM
000541            MOVE WS-ANT-ISO-AAAA                TO WS-ANT-DMA-AAAA
000542            MOVE WS-FECHA-ANT-DMA              TO CT-TIT-FECHA-ANT
000543
000544            SET WS-NO-FIN-CTA                     TO TRUE
000545            SET WS-NO-FIN-MOV                     TO TRUE
000546            SET WS-LIBERA-SI                      TO TRUE
000547
000548            IF WS-BLOQUEADO
000549              SET WS-FIN-CTA                      TO TRUE
000550              SET WS-FIN-MOV                      TO TRUE
000551            ELSE
000552              OPEN INPUT CUENTAS
000553              IF FS-CUENTAS IS NOT EQUAL '00'
000554                DISPLAY '* ERROR EN OPEN CUENTAS= ' FS-CUENTAS
000555                MOVE 9999                         TO RETURN-CODE
000556                SET  WS-FIN-CTA                   TO TRUE
000557                SET  WS-FIN-MOV                   TO TRUE
000558              END-IF
000559
000560              OPEN INPUT MOVIM
000561              IF FS-MOVIM IS NOT EQUAL '00'
000562                DISPLAY '* ERROR EN OPEN MOVIM= ' FS-MOVIM
000563                MOVE 9999                         TO RETURN-CODE
000564                SET  WS-FIN-CTA                   TO TRUE
000565                SET  WS-FIN-MOV                   TO TRUE
000566              END-IF
000567
000568              OPEN OUTPUT SALIDA
000569              IF FS-SALIDA IS NOT EQUAL '00'
000570                DISPLAY '* ERROR EN OPEN SALIDA= ' FS-SALIDA
000571                MOVE 9999                         TO RETURN-CODE
000572                SET  WS-FIN-CTA                   TO TRUE
000573                SET  WS-FIN-MOV                   TO TRUE
000574              END-IF
000575
000576              IF WS-NO-FIN-CTA
000577                PERFORM 1500-I-CARGAR-COTIZACIONES
000578                   THRU 1500-F-CARGAR-COTIZACIONES
000579              END-IF
000580
000581              IF WS-NO-FIN-CTA
000582                PERFORM 5900-I-IMPRIMIR-INICIO
000583                   THRU 5900-F-IMPRIMIR-INICIO
000584
000585                PERFORM 3000-I-LEER-CUENTA
000586                   THRU 3000-F-LEER-CUENTA
000587
000588                PERFORM 3500-I-LEER-MOVIM
000589                   THRU 3500-F-LEER-MOVIM
000590              END-IF
000591            END-IF
000592        .
000593        1000-F-INICIO.
000594            EXIT.
000595
000596/-----FECHA-DEL-CIERRE-ANTERIOR--/
000597* LA DEL SYSIN TIENE PRIORIDAD; SI VIENE EN BLANCO LA BUSCA
000598* 8300-I-BUSCAR-CIERRE-ANT EN RUNCTL. UNA FECHA INVALIDA O NO
000599* ANTERIOR AL CIERRE BLOQUEA LA CORRIDA.
000600        1100-I-FECHA-ANTERIOR.
000601            MOVE SPACES                        TO WS-FECHA-ANT-ISO
000602
000603            IF WS-PARM-FECHA-ANT NOT = SPACES
000604              IF WS-PAR-ANT-DD   IS NUMERIC AND
000605                 WS-PAR-ANT-MM   IS NUMERIC AND
000606                 WS-PAR-ANT-AAAA IS NUMERIC
000607                MOVE WS-PAR-ANT-AAAA            TO WS-ANT-ISO-AAAA
000608                MOVE '-'                        TO WS-ANT-ISO-SEP1
000609                MOVE WS-PAR-ANT-MM                TO WS-ANT-ISO-MM
000610                MOVE '-'                        TO WS-ANT-ISO-SEP2
000611                MOVE WS-PAR-ANT-DD                TO WS-ANT-ISO-DD
000612              ELSE
000613                DISPLAY '* FECHA DE CIERRE ANTERIOR INVALIDA: '
000614                        WS-PARM-FECHA-ANT
000615                MOVE 9999                         TO RETURN-CODE
000616                SET WS-BLOQUEADO                  TO TRUE
000617              END-IF
000618            END-IF
000619        .
000620        1100-F-FECHA-ANTERIOR.
000621            EXIT.
000622
000623/-----CARGO-LAS-COTIZACIONES-----/
000624* UNA PASADA DE MONEDAS (CLAVE MONEDA + FECHA, CRONOLOGICA DENTRO
000625* DE CADA MONEDA). LOS PESOS NO SE REVALUAN Y NO SE CARGAN.
000626        1500-I-CARGAR-COTIZACIONES.
000627            OPEN INPUT MONEDAS
000628            IF FS-MONEDAS IS NOT EQUAL '00'
000629              DISPLAY '* ERROR EN OPEN MONEDAS= ' FS-MONEDAS
000630              MOVE 9999                           TO RETURN-CODE
000631              SET  WS-FIN-CTA                     TO TRUE
000632              SET  WS-FIN-MOV                     TO TRUE
000633            ELSE
000634              SET WS-NO-FIN-MON                   TO TRUE
000635
000636              PERFORM 1550-I-LEER-MONEDA
000637                 THRU 1550-F-LEER-MONEDA
000638
000639              PERFORM 1600-I-GUARDAR-COTIZACION
000640                 THRU 1600-F-GUARDAR-COTIZACION
000641                UNTIL WS-FIN-MON
000642
000643              CLOSE MONEDAS
000644              IF FS-MONEDAS IS NOT EQUAL '00'
000645                DISPLAY '* ERROR EN CLOSE MONEDAS= ' FS-MONEDAS
000646                MOVE 9999                         TO RETURN-CODE
000647                SET  WS-FIN-CTA                   TO TRUE
000648                SET  WS-FIN-MOV                   TO TRUE
000649              END-IF
000650
000651              MOVE 1                              TO WS-MON-IDX
000652
000653              PERFORM 1700-I-COTIZAR-MONEDA
000654                 THRU 1700-F-COTIZAR-MONEDA
000655                UNTIL WS-MON-IDX IS GREATER THAN WS-MON-CANT
000656            END-IF
000657        .
000658        1500-F-CARGAR-COTIZACIONES.
000659            EXIT.
000660
000661        1550-I-LEER-MONEDA.
000662            READ MONEDAS
000663              AT END
000664                SET WS-FIN-MON                    TO TRUE
000665            END-READ
000666
000667            IF FS-MONEDAS IS NOT EQUAL '00' AND
000668               FS-MONEDAS IS NOT EQUAL '10'
000669              DISPLAY '* ERROR EN READ MONEDAS= ' FS-MONEDAS
000670              MOVE 9999                           TO RETURN-CODE
000671              SET WS-FIN-MON                      TO TRUE
000672              SET WS-FIN-CTA                      TO TRUE
000673              SET WS-FIN-MOV                      TO TRUE
000674            END-IF
000675        .
000676        1550-F-LEER-MONEDA.
000677            EXIT.
000678
000679/-----GUARDO-UNA-COTIZACION------/
000680* DE LAS VIGENTES HASTA EL CIERRE ANTERIOR SOLO QUEDA LA ULTIMA;
000681* LAS POSTERIORES AL CIERRE ACTUAL NO SE USAN.
000682        1600-I-GUARDAR-COTIZACION.
000683            IF MON-CODIGO NOT = CT-MON-PESOS AND
000684               MON-FECHA-VIGENCIA IS NOT GREATER WS-FECHA-PROC-ISO
000685              IF WS-MON-CANT = ZEROS OR
000686                 MON-CODIGO NOT = WS-MON-CODIGO (WS-MON-CANT)
000687                IF WS-MON-CANT IS LESS THAN 10
000688                  ADD 1                           TO WS-MON-CANT
000689                  MOVE WS-MON-CANT                TO WS-MON-IDX
000690                  MOVE MON-CODIGO TO WS-MON-CODIGO (WS-MON-IDX)
000691                  COMPUTE WS-MON-DESDE (WS-MON-IDX) =
000692                          WS-COT-CANT + 1
000693                  MOVE WS-COT-CANT TO WS-MON-HASTA (WS-MON-IDX)
000694                  MOVE ZEROS      TO WS-MON-COT-ANT (WS-MON-IDX)
000695                  MOVE ZEROS      TO WS-MON-COT-ACT (WS-MON-IDX)
000696                  SET WS-MON-SIN-COTIZ (WS-MON-IDX) TO TRUE
000697                  MOVE ZEROS          TO WS-MON-DIF (WS-MON-IDX)
000698                ELSE
000699                  DISPLAY '* TABLA DE MONEDAS LLENA: ' MON-CODIGO
000700                  MOVE 9999                       TO RETURN-CODE
000701                  SET WS-FIN-MON                  TO TRUE
000702                  SET WS-FIN-CTA                  TO TRUE
000703                  SET WS-FIN-MOV                  TO TRUE
000704                END-IF
000705              END-IF
000706
000707              IF WS-NO-FIN-MON
000708                MOVE WS-MON-CANT                  TO WS-MON-IDX
000709
000710                IF MON-FECHA-VIGENCIA IS NOT GREATER
000711                   WS-FECHA-ANT-ISO AND
000712                   WS-MON-HASTA (WS-MON-IDX) IS NOT LESS THAN
000713                   WS-MON-DESDE (WS-MON-IDX)
000714                  MOVE WS-MON-HASTA (WS-MON-IDX)  TO WS-COT-IDX
000715                ELSE
000716                  IF WS-COT-CANT IS LESS THAN WS-COT-MAX
000717                    ADD 1                         TO WS-COT-CANT
000718                    MOVE WS-COT-CANT              TO WS-COT-IDX
000719                    MOVE WS-COT-CANT TO WS-MON-HASTA (WS-MON-IDX)
000720                  ELSE
000721                    DISPLAY '* TABLA DE COTIZACIONES LLENA: '
000722                            MON-CLAVE
000723                    MOVE 9999                     TO RETURN-CODE
000724                    SET WS-FIN-MON                TO TRUE
000725                    SET WS-FIN-CTA                TO TRUE
000726                    SET WS-FIN-MOV                TO TRUE
000727                  END-IF
000728                END-IF
000729              END-IF
000730
000731              IF WS-NO-FIN-MON
000732                MOVE MON-FECHA-VIGENCIA
000733                                  TO WS-COT-FECHA (WS-COT-IDX)
000734                MOVE MON-COTIZACION
000735                                  TO WS-COT-VALOR (WS-COT-IDX)
000736              END-IF
000737            END-IF
000738
000739            IF WS-NO-FIN-MON
000740              PERFORM 1550-I-LEER-MONEDA
000741                 THRU 1550-F-LEER-MONEDA
000742            END-IF
000743        .
000744        1600-F-GUARDAR-COTIZACION.
000745            EXIT.
000746
000747/-----COTIZACIONES-DE-CIERRE-----/
000748* SIN COTIZACION VIGENTE AL CIERRE ANTERIOR LA MONEDA NO SE PUEDE
000749* VALUAR: SUS CUENTAS SALEN COMO ERROR Y EL ARCHIVO NO SE LIBERA.
000750        1700-I-COTIZAR-MONEDA.
000751            MOVE WS-FECHA-ANT-ISO                 TO WS-COTB-FECHA
000752            PERFORM 4800-I-BUSCAR-COTIZACION
000753               THRU 4800-F-BUSCAR-COTIZACION
000754
000755            IF WS-COTB-HALLADA AND WS-COTB-VALOR IS GREATER ZEROS
000756              MOVE WS-COTB-VALOR TO WS-MON-COT-ANT (WS-MON-IDX)
000757
000758              MOVE WS-FECHA-PROC-ISO              TO WS-COTB-FECHA
000759              PERFORM 4800-I-BUSCAR-COTIZACION
000760                 THRU 4800-F-BUSCAR-COTIZACION
000761
000762              MOVE WS-COTB-VALOR TO WS-MON-COT-ACT (WS-MON-IDX)
000763              SET WS-MON-COTIZADA (WS-MON-IDX)    TO TRUE
000764            END-IF
000765
000766            ADD 1                                 TO WS-MON-IDX
000767        .
000768        1700-F-COTIZAR-MONEDA.
000769            EXIT.
000770
000771/----COMPARO-CLAVES--------------/
000772* LOS MOVIMIENTOS DE CUENTAS INEXISTENTES SE SALTEAN: NO TIENEN
000773* MONEDA (LOS INFORMA PGMREC03).
000774        2000-I-PROCESO.
000775            IF WS-CLAVE-CTA < WS-CLAVE-MOV
000776              PERFORM 4100-I-PREPARAR-CUENTA
000777                 THRU 4100-F-PREPARAR-CUENTA
000778
000779              PERFORM 4500-I-ACUMULAR-POSICION
000780                 THRU 4500-F-ACUMULAR-POSICION
000781
000782              PERFORM 3000-I-LEER-CUENTA
000783                 THRU 3000-F-LEER-CUENTA
000784            ELSE
000785              IF WS-CLAVE-MOV < WS-CLAVE-CTA
000786                PERFORM 3500-I-LEER-MOVIM
000787                   THRU 3500-F-LEER-MOVIM
000788              ELSE
000789                PERFORM 4100-I-PREPARAR-CUENTA
000790                   THRU 4100-F-PREPARAR-CUENTA
000791
000792                PERFORM 4200-I-VER-MOVIMIENTO
000793                   THRU 4200-F-VER-MOVIMIENTO
000794                  UNTIL WS-CLAVE-MOV NOT = WS-CLAVE-CTA
000795                     OR WS-FIN-MOV
000796
000797                PERFORM 4500-I-ACUMULAR-POSICION
000798                   THRU 4500-F-ACUMULAR-POSICION
000799
000800                PERFORM 3000-I-LEER-CUENTA
000801                   THRU 3000-F-LEER-CUENTA
000802              END-IF
000803            END-IF
000804        .
000805        2000-F-PROCESO.
000806            EXIT.
000807
000808/-----LEO-CUENTAS-(VSAM)---------/
000809        3000-I-LEER-CUENTA.
000810            READ CUENTAS
000811              AT END
000812                SET WS-FIN-CTA                    TO TRUE
000813                MOVE HIGH-VALUES                  TO WS-CLAVE-CTA
000814              NOT AT END
000815                ADD 1                             TO WS-LEIDAS-CTA
000816                MOVE CU-TIPO-CUENTA          TO WS-CLAVE-CTA-TIP
000817                MOVE CU-NRO-CUENTA           TO WS-CLAVE-CTA-NRO
000818            END-READ
000819
000820            IF FS-CUENTAS IS NOT EQUAL '00' AND
000821               FS-CUENTAS IS NOT EQUAL '10'
000822              DISPLAY '* ERROR EN READ CUENTAS= ' FS-CUENTAS
000823              MOVE 9999                           TO RETURN-CODE
000824              SET WS-FIN-CTA                      TO TRUE
000825              SET WS-FIN-MOV                      TO TRUE
000826              MOVE HIGH-VALUES                    TO WS-CLAVE-CTA
000827              MOVE HIGH-VALUES                    TO WS-CLAVE-MOV
000828            END-IF
000829        .
000830        3000-F-LEER-CUENTA.
000831            EXIT.
000832
000833/-----LEO-MOVIMIENTOS-(VSAM)-----/
000834        3500-I-LEER-MOVIM.
000835            READ MOVIM
000836              AT END
000837                SET WS-FIN-MOV                    TO TRUE
000838                MOVE HIGH-VALUES                  TO WS-CLAVE-MOV
000839              NOT AT END
000840                ADD 1                             TO WS-LEIDOS-MOV
000841                MOVE MOV-TIPO-CUENTA         TO WS-CLAVE-MOV-TIP
000842                MOVE MOV-NRO-CUENTA          TO WS-CLAVE-MOV-NRO
000843            END-READ
000844
000845            IF FS-MOVIM IS NOT EQUAL '00' AND
000846               FS-MOVIM IS NOT EQUAL '10'
000847              DISPLAY '* ERROR EN READ MOVIM= ' FS-MOVIM
000848              MOVE 9999                           TO RETURN-CODE
000849              SET WS-FIN-CTA                      TO TRUE
000850              SET WS-FIN-MOV                      TO TRUE
000851              MOVE HIGH-VALUES                    TO WS-CLAVE-CTA
000852              MOVE HIGH-VALUES                    TO WS-CLAVE-MOV
000853            END-IF
000854        .
000855        3500-F-LEER-MOVIM.
000856            EXIT.
000857
000858/-----PREPARO-LA-CUENTA----------/
000859* LAS CUENTAS EN PESOS NO SE REVALUAN. UNA MONEDA SIN COTIZACION
000860* SE INFORMA POR CUENTA Y BLOQUEA LA LIBERACION.
000861        4100-I-PREPARAR-CUENTA.
000862            SET WS-CTA-NO-VALUA                   TO TRUE
000863            INITIALIZE WS-CTA-ACUM
000864
000865            IF CU-MONEDA NOT = CT-MON-PESOS
000866              ADD 1                           TO WS-CTA-EXTRANJERA
000867              MOVE CU-MONEDA                      TO WS-MONEDA-BUS
000868
000869              PERFORM 4150-I-BUSCAR-MONEDA
000870                 THRU 4150-F-BUSCAR-MONEDA
000871
000872              IF WS-MON-HALLADO
000873                IF WS-MON-COTIZADA (WS-MON-IDX)
000874                  SET WS-CTA-VALUA                TO TRUE
000875                ELSE
000876                  MOVE 'SIN COTIZACION CIERRE ANTERIOR'
000877                                                TO WS-MOTIVO-DESC
000878                  MOVE WS-FECHA-ANT-ISO           TO CT-ERR-FECHA
000879                  PERFORM 5200-I-IMPRIMIR-ERROR
000880                     THRU 5200-F-IMPRIMIR-ERROR
000881                END-IF
000882              ELSE
000883                MOVE 'MONEDA SIN COTIZACION'     TO WS-MOTIVO-DESC
000884                MOVE WS-FECHA-ANT-ISO             TO CT-ERR-FECHA
000885                PERFORM 5200-I-IMPRIMIR-ERROR
000886                   THRU 5200-F-IMPRIMIR-ERROR
000887              END-IF
000888            END-IF
000889        .
000890        4100-F-PREPARAR-CUENTA.
000891            EXIT.
000892
000893/-----BUSCO-MONEDA-EN-TABLA------/
000894        4150-I-BUSCAR-MONEDA.
000895            SET WS-MON-BUSCANDO                   TO TRUE
000896            MOVE 1                                TO WS-MON-IDX
000897
000898            PERFORM 4160-I-COMPARAR-MONEDA
000899               THRU 4160-F-COMPARAR-MONEDA
000900              UNTIL WS-SW-MONEDA NOT = 0
000901        .
000902        4150-F-BUSCAR-MONEDA.
000903            EXIT.
000904
000905        4160-I-COMPARAR-MONEDA.
000906            IF WS-MON-IDX IS GREATER THAN WS-MON-CANT
000907              SET WS-MON-NO-HALLADO               TO TRUE
000908            ELSE
000909              IF WS-MON-CODIGO (WS-MON-IDX) = WS-MONEDA-BUS
000910                SET WS-MON-HALLADO                TO TRUE
000911              ELSE
000912                ADD 1                             TO WS-MON-IDX
000913              END-IF
000914            END-IF
000915        .
000916        4160-F-COMPARAR-MONEDA.
000917            EXIT.
000918
000919/-----MOVIMIENTO-DE-LA-CUENTA----/
000920* LOS DEL PERIODO (POSTERIORES AL CIERRE ANTERIOR HASTA EL ACTUAL)
000921* SE VALUAN A LA COTIZACION DE SU FECHA. LOS POSTERIORES AL CIERRE
000922* SOLO SE DESCUENTAN DEL SALDO PARA LLEGAR A LA POSICION DEL
000923* CIERRE.
000924        4200-I-VER-MOVIMIENTO.
000925            IF WS-CTA-VALUA AND
000926               MOV-FECHA IS GREATER WS-FECHA-ANT-ISO
000927              IF NOT MOV-OPER-CREDITO AND NOT MOV-OPER-DEBITO
000928                MOVE 'CODIGO DE OPERACION INVALIDO'
000929                                                TO WS-MOTIVO-DESC
000930                MOVE MOV-FECHA                    TO CT-ERR-FECHA
000931                PERFORM 5200-I-IMPRIMIR-ERROR
000932                   THRU 5200-F-IMPRIMIR-ERROR
000933              ELSE
000934                IF MOV-FECHA IS GREATER WS-FECHA-PROC-ISO
000935                  IF MOV-OPER-CREDITO
000936                    ADD MOV-IMPORTE            TO WS-CTA-POSTERIOR
000937                  ELSE
000938                    SUBTRACT MOV-IMPORTE     FROM WS-CTA-POSTERIOR
000939                  END-IF
000940                ELSE
000941                  MOVE MOV-FECHA                  TO WS-COTB-FECHA
000942                  PERFORM 4800-I-BUSCAR-COTIZACION
000943                     THRU 4800-F-BUSCAR-COTIZACION
000944
000945                  COMPUTE WS-MOV-PESOS ROUNDED =
000946                          MOV-IMPORTE * WS-COTB-VALOR
000947
000948                  IF MOV-OPER-CREDITO
000949                    ADD MOV-IMPORTE              TO WS-CTA-PERIODO
000950                    ADD WS-MOV-PESOS         TO WS-CTA-PERIODO-PES
000951                  ELSE
000952                    SUBTRACT MOV-IMPORTE       FROM WS-CTA-PERIODO
000953                    SUBTRACT WS-MOV-PESOS  FROM WS-CTA-PERIODO-PES
000954                  END-IF
000955
000956                  ADD 1                         TO WS-CTA-CANT-MOV
000957                  ADD 1                         TO WS-MOV-VALUADOS
000958                END-IF
000959              END-IF
000960            END-IF
000961
000962            PERFORM 3500-I-LEER-MOVIM
000963               THRU 3500-F-LEER-MOVIM
000964        .
000965        4200-F-VER-MOVIMIENTO.
000966            EXIT.
000967
000968/-----ACUMULO-LA-CUENTA-EN-SU-FILA/
000969        4500-I-ACUMULAR-POSICION.
000970            IF WS-CTA-VALUA
000971              COMPUTE WS-CTA-POS-ACT =
000972                      CU-SALDO-ACTUAL - WS-CTA-POSTERIOR
000973              COMPUTE WS-CTA-POS-ANT =
000974                      WS-CTA-POS-ACT - WS-CTA-PERIODO
000975
000976              MOVE CU-MONEDA                      TO WS-PCB-MONEDA
000977              MOVE CU-TIPO-CUENTA                 TO WS-PCB-TIPCTA
000978
000979              PERFORM 4550-I-BUSCAR-POSICION
000980                 THRU 4550-F-BUSCAR-POSICION
000981
000982              IF WS-POS-HALLADA
000983                ADD WS-CTA-POS-ANT    TO WS-POS-ANT (WS-POS-IDX)
000984                ADD WS-CTA-PERIODO    TO WS-POS-MOV (WS-POS-IDX)
000985                ADD WS-CTA-POS-ACT    TO WS-POS-ACT (WS-POS-IDX)
000986                ADD WS-CTA-PERIODO-PES
000987                                  TO WS-POS-MOV-PES (WS-POS-IDX)
000988                ADD 1              TO WS-POS-CANT-CTA (WS-POS-IDX)
000989                ADD WS-CTA-CANT-MOV
000990                                  TO WS-POS-CANT-MOV (WS-POS-IDX)
000991              END-IF
000992            END-IF
000993        .
000994        4500-F-ACUMULAR-POSICION.
000995            EXIT.
000996
000997        4550-I-BUSCAR-POSICION.
000998            SET WS-POS-BUSCANDO                   TO TRUE
000999            MOVE 1                                TO WS-POS-IDX
001000
001001            PERFORM 4560-I-COMPARAR-POSICION
001002               THRU 4560-F-COMPARAR-POSICION
001003              UNTIL WS-SW-POSICION NOT = 0
001004
001005            IF WS-POS-NO-HALLADA
001006              IF WS-POS-CANT IS LESS THAN 100
001007                ADD 1                             TO WS-POS-CANT
001008                MOVE WS-POS-CANT                  TO WS-POS-IDX
001009                INITIALIZE WS-POS-ENT (WS-POS-IDX)
001010                MOVE WS-POS-CLAVE-BUS TO WS-POS-CLAVE (WS-POS-IDX)
001011                SET WS-POS-HALLADA                TO TRUE
001012              ELSE
001013                DISPLAY '* TABLA DE POSICIONES LLENA: '
001014                        WS-POS-CLAVE-BUS
001015                MOVE 9999                         TO RETURN-CODE
001016                SET WS-FIN-CTA                    TO TRUE
001017                SET WS-FIN-MOV                    TO TRUE
001018                MOVE HIGH-VALUES                  TO WS-CLAVE-CTA
001019                MOVE HIGH-VALUES                  TO WS-CLAVE-MOV
001020              END-IF
001021            END-IF
001022        .
001023        4550-F-BUSCAR-POSICION.
001024            EXIT.
001025
001026        4560-I-COMPARAR-POSICION.
001027            IF WS-POS-IDX IS GREATER THAN WS-POS-CANT
001028              SET WS-POS-NO-HALLADA               TO TRUE
001029            ELSE
001030              IF WS-POS-CLAVE (WS-POS-IDX) = WS-POS-CLAVE-BUS
001031                SET WS-POS-HALLADA                TO TRUE
001032              ELSE
001033                ADD 1                             TO WS-POS-IDX
001034              END-IF
001035            END-IF
001036        .
001037        4560-F-COMPARAR-POSICION.
001038            EXIT.
001039
001040/-----BUSCO-COTIZACION-VIGENTE---/
001041* ENTRE LAS COTIZACIONES DE LA MONEDA WS-MON-IDX ME QUEDO CON LA
001042* ULTIMA CUYA VIGENCIA NO SUPERA WS-COTB-FECHA.
001043        4800-I-BUSCAR-COTIZACION.
001044            SET WS-COTB-SIGUE                     TO TRUE
001045            SET WS-COTB-NO-HALLADA                TO TRUE
001046            MOVE ZEROS                            TO WS-COTB-VALOR
001047            MOVE WS-MON-DESDE (WS-MON-IDX)        TO WS-COT-IDX
001048
001049            PERFORM 4850-I-VER-COTIZACION
001050               THRU 4850-F-VER-COTIZACION
001051              UNTIL WS-COTB-FIN
001052        .
001053        4800-F-BUSCAR-COTIZACION.
001054            EXIT.
001055
001056        4850-I-VER-COTIZACION.
001057            IF WS-COT-IDX IS GREATER WS-MON-HASTA (WS-MON-IDX)
001058              SET WS-COTB-FIN                     TO TRUE
001059            ELSE
001060              IF WS-COT-FECHA (WS-COT-IDX) > WS-COTB-FECHA
001061                SET WS-COTB-FIN                   TO TRUE
001062              ELSE
001063                MOVE WS-COT-VALOR (WS-COT-IDX)    TO WS-COTB-VALOR
001064                SET WS-COTB-HALLADA               TO TRUE
001065                ADD 1                             TO WS-COT-IDX
001066              END-IF
001067            END-IF
001068        .
001069        4850-F-VER-COTIZACION.
001070            EXIT.
001071
001072/-----IMPRIMO-UN-ERROR-----------/
001073* UNA CUENTA O MOVIMIENTO QUE NO SE PUEDE VALUAR IMPIDE LIBERAR EL
001074* ARCHIVO: LA REVALUACION NO QUEDARIA COMPLETA.
001075        5200-I-IMPRIMIR-ERROR.
001076            ADD 1                                 TO WS-ERRORES
001077            SET WS-LIBERA-NO                      TO TRUE
001078
001079            MOVE CU-TIPO-CUENTA                   TO CT-ERR-TIPCTA
001080            MOVE CU-NRO-CUENTA                    TO CT-ERR-NROCTA
001081            MOVE CU-MONEDA                        TO CT-ERR-MONEDA
001082            MOVE WS-MOTIVO-DESC                   TO CT-ERR-MOTIVO
001083
001084            WRITE REG-SALIDA FROM CT-LINEA-ERROR
001085
001086            IF FS-SALIDA IS NOT EQUAL '00'
001087              DISPLAY '* ERROR EN GRABAR ERROR: ' FS-SALIDA
001088              MOVE 9999                           TO RETURN-CODE
001089              SET WS-FIN-CTA                      TO TRUE
001090              SET WS-FIN-MOV                      TO TRUE
001091              MOVE HIGH-VALUES                    TO WS-CLAVE-CTA
001092              MOVE HIGH-VALUES                    TO WS-CLAVE-MOV
001093            END-IF
001094        .
001095        5200-F-IMPRIMIR-ERROR.
001096            EXIT.
001097
001098/-----IMPRIMO-LAS-POSICIONES-POR-MONEDA/
001099        5300-I-IMPRIMIR-POSICIONES.
001100            MOVE 1                                TO WS-MON-IDX
001101
001102            PERFORM 5350-I-IMPRIMIR-MONEDA
001103               THRU 5350-F-IMPRIMIR-MONEDA
001104              UNTIL WS-MON-IDX IS GREATER THAN WS-MON-CANT
001105        .
001106        5300-F-IMPRIMIR-POSICIONES.
001107            EXIT.
001108
001109/-----FILAS-Y-TOTAL-DE-UNA-MONEDA/
001110* LOS SALDOS DE CLIENTES SON PASIVO DEL BANCO: SI SU VALOR EN
001111* PESOS CRECE MAS DE LO QUE EXPLICAN LOS MOVIMIENTOS, LA
001112* DIFERENCIA ES PERDIDA; SI CRECE MENOS, GANANCIA.
001113        5350-I-IMPRIMIR-MONEDA.
001114            MOVE 1                                TO WS-POS-IDX
001115
001116            PERFORM 5400-I-IMPRIMIR-POSICION
001117               THRU 5400-F-IMPRIMIR-POSICION
001118              UNTIL WS-POS-IDX IS GREATER THAN WS-POS-CANT
001119
001120            MOVE WS-MON-CODIGO (WS-MON-IDX)       TO CT-TOT-MONEDA
001121            MOVE WS-MON-DIF (WS-MON-IDX)            TO CT-TOT-DIF
001122            EVALUATE TRUE
001123            WHEN WS-MON-DIF (WS-MON-IDX) IS GREATER ZEROS
001124              MOVE 'PERDIDA'                      TO CT-TOT-RESULT
001125            WHEN WS-MON-DIF (WS-MON-IDX) IS LESS ZEROS
001126              MOVE 'GANANCIA'                     TO CT-TOT-RESULT
001127            WHEN OTHER
001128              MOVE SPACES                         TO CT-TOT-RESULT
001129            END-EVALUATE
001130            IF WS-MON-COTIZADA (WS-MON-IDX)
001131              MOVE SPACES                         TO CT-TOT-ESTADO
001132            ELSE
001133              MOVE 'SIN COTIZACION ANTER.'        TO CT-TOT-ESTADO
001134            END-IF
001135
001136            WRITE REG-SALIDA FROM CT-LINEA-MONEDA
001137
001138            IF FS-SALIDA IS NOT EQUAL '00'
001139              DISPLAY '* ERROR EN GRABAR MONEDA: ' FS-SALIDA
001140              MOVE 9999                           TO RETURN-CODE
001141              SET WS-LIBERA-NO                    TO TRUE
001142            END-IF
001143
001144            PERFORM 5500-I-IMPRIMIR-SEPARADOR-B
001145               THRU 5500-F-IMPRIMIR-SEPARADOR-B
001146
001147            ADD 1                                 TO WS-MON-IDX
001148        .
001149        5350-F-IMPRIMIR-MONEDA.
001150            EXIT.
001151
001152        5400-I-IMPRIMIR-POSICION.
001153            IF WS-POS-MONEDA (WS-POS-IDX) =
001154               WS-MON-CODIGO (WS-MON-IDX)
001155              COMPUTE WS-POS-VAL-ANT (WS-POS-IDX) ROUNDED =
001156                      WS-POS-ANT (WS-POS-IDX) *
001157                      WS-MON-COT-ANT (WS-MON-IDX)
001158              COMPUTE WS-POS-VAL-ACT (WS-POS-IDX) ROUNDED =
001159                      WS-POS-ACT (WS-POS-IDX) *
001160                      WS-MON-COT-ACT (WS-MON-IDX)
001161              COMPUTE WS-POS-DIF (WS-POS-IDX) =
001162                      WS-POS-VAL-ACT (WS-POS-IDX) -
001163                      WS-POS-VAL-ANT (WS-POS-IDX) -
001164                      WS-POS-MOV-PES (WS-POS-IDX)
001165
001166              ADD WS-POS-DIF (WS-POS-IDX)
001167                                  TO WS-MON-DIF (WS-MON-IDX)
001168              ADD WS-POS-DIF (WS-POS-IDX)         TO WS-TOT-DIF
001169
001170              MOVE WS-POS-MONEDA (WS-POS-IDX)     TO CT-POS-MONEDA
001171              MOVE WS-POS-TIPCTA (WS-POS-IDX)     TO CT-POS-TIPCTA
001172              MOVE WS-POS-ANT (WS-POS-IDX)           TO CT-POS-ANT
001173              MOVE WS-POS-MOV (WS-POS-IDX)           TO CT-POS-MOV
001174              MOVE WS-POS-ACT (WS-POS-IDX)           TO CT-POS-ACT
001175              MOVE WS-MON-COT-ANT (WS-MON-IDX)   TO CT-POS-COT-ANT
001176              MOVE WS-MON-COT-ACT (WS-MON-IDX)   TO CT-POS-COT-ACT
001177              MOVE WS-POS-CANT-CTA (WS-POS-IDX)     TO CT-POS-CANT
001178
001179              MOVE WS-POS-VAL-ANT (WS-POS-IDX)   TO CT-PES-VAL-ANT
001180              MOVE WS-POS-MOV-PES (WS-POS-IDX)       TO CT-PES-MOV
001181              MOVE WS-POS-VAL-ACT (WS-POS-IDX)   TO CT-PES-VAL-ACT
001182              MOVE WS-POS-DIF (WS-POS-IDX)           TO CT-PES-DIF
001183              EVALUATE TRUE
001184              WHEN WS-POS-DIF (WS-POS-IDX) IS GREATER ZEROS
001185                MOVE 'PERDIDA'                    TO CT-PES-RESULT
001186              WHEN WS-POS-DIF (WS-POS-IDX) IS LESS ZEROS
001187                MOVE 'GANANCIA'                   TO CT-PES-RESULT
001188              WHEN OTHER
001189                MOVE SPACES                       TO CT-PES-RESULT
001190              END-EVALUATE
001191
001192              WRITE REG-SALIDA FROM CT-LINEA-POSICION
001193
001194              IF FS-SALIDA IS NOT EQUAL '00'
001195                DISPLAY '* ERROR EN GRABAR POSICION: ' FS-SALIDA
001196                MOVE 9999                         TO RETURN-CODE
001197                SET WS-LIBERA-NO                  TO TRUE
001198              END-IF
001199
001200              WRITE REG-SALIDA FROM CT-LINEA-PESOS
001201
001202              IF FS-SALIDA IS NOT EQUAL '00'
001203                DISPLAY '* ERROR EN GRABAR PESOS: ' FS-SALIDA
001204                MOVE 9999                         TO RETURN-CODE
001205                SET WS-LIBERA-NO                  TO TRUE
001206              END-IF
001207            END-IF
001208
001209            ADD 1                                 TO WS-POS-IDX
001210        .
001211        5400-F-IMPRIMIR-POSICION.
001212            EXIT.
001213
001214/--IMPRIMIR-SEPARADOR-(=)--------/
001215        5450-I-IMPRIMIR-SEPARADOR-A.
001216         MOVE ALL '='                          TO CT-SEPARADOR-TIT
001217
001218            WRITE REG-SALIDA FROM CT-SEPARADOR-TITULO
001219
001220            IF FS-SALIDA IS NOT EQUAL '00'
001221              DISPLAY '* ERROR EN GRABAR SEPARADOR A: ' FS-SALIDA
001222              MOVE 9999                           TO RETURN-CODE
001223              SET WS-LIBERA-NO                    TO TRUE
001224            END-IF
001225        .
001226        5450-F-IMPRIMIR-SEPARADOR-A.
001227            EXIT.
001228
001229/--IMPRIMIR-SEPARADOR-(-)--------/
001230        5500-I-IMPRIMIR-SEPARADOR-B.
001231         MOVE ALL '-'                          TO CT-SEPARADOR-SUB
001232
001233            WRITE REG-SALIDA FROM CT-SEPARADOR-SUBTITULO
001234
001235            IF FS-SALIDA IS NOT EQUAL '00'
001236              DISPLAY '* ERROR EN GRABAR SEPARADOR B: ' FS-SALIDA
001237              MOVE 9999                           TO RETURN-CODE
001238              SET WS-LIBERA-NO                    TO TRUE
001239            END-IF
001240        .
001241        5500-F-IMPRIMIR-SEPARADOR-B.
001242            EXIT.
001243
001244/--IMPRIMO-TITULO-DEL-LISTADO----/
001245        5900-I-IMPRIMIR-INICIO.
001246            PERFORM 5450-I-IMPRIMIR-SEPARADOR-A
001247               THRU 5450-F-IMPRIMIR-SEPARADOR-A
001248
001249            WRITE REG-SALIDA FROM CT-TITULO
001250
001251            IF FS-SALIDA IS NOT EQUAL '00'
001252              DISPLAY '* ERROR EN GRABAR TITULO: ' FS-SALIDA
001253              MOVE 9999                           TO RETURN-CODE
001254              SET WS-FIN-CTA                      TO TRUE
001255              SET WS-FIN-MOV                      TO TRUE
001256            END-IF
001257
001258            PERFORM 5450-I-IMPRIMIR-SEPARADOR-A
001259               THRU 5450-F-IMPRIMIR-SEPARADOR-A
001260
001261            WRITE REG-SALIDA FROM CT-SUBTITULO-1
001262
001263            IF FS-SALIDA IS NOT EQUAL '00'
001264              DISPLAY '* ERROR EN GRABAR SUBTITULO: ' FS-SALIDA
001265              MOVE 9999                           TO RETURN-CODE
001266              SET WS-FIN-CTA                      TO TRUE
001267              SET WS-FIN-MOV                      TO TRUE
001268            END-IF
001269
001270            WRITE REG-SALIDA FROM CT-SUBTITULO-2
001271
001272            IF FS-SALIDA IS NOT EQUAL '00'
001273              DISPLAY '* ERROR EN GRABAR SUBTITULO: ' FS-SALIDA
001274              MOVE 9999                           TO RETURN-CODE
001275              SET WS-FIN-CTA                      TO TRUE
001276              SET WS-FIN-MOV                      TO TRUE
001277            END-IF
001278
001279            PERFORM 5500-I-IMPRIMIR-SEPARADOR-B
001280               THRU 5500-F-IMPRIMIR-SEPARADOR-B
001281        .
001282        5900-F-IMPRIMIR-INICIO.
001283            EXIT.
001284
001285/--IMPRIMO-TOTALES-Y-RESULTADO---/
001286        5950-I-IMPRIMIR-TOTALES.
001287            IF RETURN-CODE = 9999
001288              SET WS-LIBERA-NO                    TO TRUE
001289            END-IF
001290
001291            IF WS-LIBERA-SI
001292              PERFORM 7000-I-GRABAR-INTERFAZ
001293                 THRU 7000-F-GRABAR-INTERFAZ
001294            END-IF
001295
001296            EVALUATE TRUE
001297            WHEN WS-LIBERA-SI
001298              MOVE 'ARCHIVO DE ASIENTOS LIBERADO'  TO CT-RES-TEXTO
001299            WHEN WS-ERRORES IS GREATER ZEROS
001300              MOVE 'NO LIBERADO: CUENTAS O MOVIMIENTOS CON ERROR'
001301                                                  TO CT-RES-TEXTO
001302            WHEN OTHER
001303              MOVE 'NO LIBERADO: ERROR DE ARCHIVO' TO CT-RES-TEXTO
001304            END-EVALUATE
001305
001306            IF WS-LIBERA-NO
001307              MOVE 9999                           TO RETURN-CODE
001308            END-IF
001309
001310            MOVE WS-CTA-EXTRANJERA                  TO CT-PIE-CTAS
001311            MOVE WS-MOV-VALUADOS                    TO CT-PIE-MOVS
001312            MOVE WS-ASI-GRABADOS                TO CT-PIE-ASIENTOS
001313            MOVE WS-ERRORES                      TO CT-PIE-ERRORES
001314            MOVE WS-TOT-DIF                          TO CT-PIE-DIF
001315
001316            WRITE REG-SALIDA FROM CT-PIE
001317
001318            IF FS-SALIDA IS NOT EQUAL '00'
001319              DISPLAY '* ERROR EN GRABAR PIE: ' FS-SALIDA
001320              MOVE 9999                           TO RETURN-CODE
001321            END-IF
001322
001323            WRITE REG-SALIDA FROM CT-LINEA-RESULTADO
001324
001325            IF FS-SALIDA IS NOT EQUAL '00'
001326              DISPLAY '* ERROR EN GRABAR RESULTADO: ' FS-SALIDA
001327              MOVE 9999                           TO RETURN-CODE
001328            END-IF
001329
001330            PERFORM 5450-I-IMPRIMIR-SEPARADOR-A
001331               THRU 5450-F-IMPRIMIR-SEPARADOR-A
001332        .
001333        5950-F-IMPRIMIR-TOTALES.
001334            EXIT.
001335
001336/-----GRABO-EL-ARCHIVO-DE-ASIENTOS/
001337* SOLO SE ABRE SI SE LIBERA. POR FILA CON REVALUACION VAN DOS
001338* ASIENTOS EN PESOS: CLIENTES ('CL') Y RESULTADO POR DIFERENCIA
001339* DE CAMBIO ('CP'). UNA PERDIDA ACREDITA CLIENTES Y DEBITA EL
001340* RESULTADO; UNA GANANCIA AL REVES.
001341        7000-I-GRABAR-INTERFAZ.
001342            OPEN OUTPUT ASIENTO
001343            IF FS-ASIENTO IS NOT EQUAL '00'
001344              DISPLAY '* ERROR EN OPEN ASIENTO= ' FS-ASIENTO
001345              MOVE 9999                           TO RETURN-CODE
001346              SET WS-LIBERA-NO                    TO TRUE
001347            ELSE
001348              ACCEPT WS-HORA-SYS FROM TIME
001349              MOVE WS-HORA-HH                     TO WS-HORA-E-HH
001350              MOVE WS-HORA-MM                     TO WS-HORA-E-MM
001351              MOVE WS-HORA-SS                     TO WS-HORA-E-SS
001352
001353              MOVE SPACES                         TO REG-ASIENTO
001354              SET ASI-ES-CABECERA                 TO TRUE
001355              MOVE WS-FECHA-PROC-ISO         TO ASI-FECHA-PROCESO
001356              MOVE 'PGMREV01'                   TO ASI-C-PROGRAMA
001357              MOVE WS-HORA-EDIT                   TO ASI-C-HORA
001358
001359              PERFORM 7200-I-ESCRIBIR-ASIENTO
001360                 THRU 7200-F-ESCRIBIR-ASIENTO
001361
001362              MOVE ZEROS                        TO WS-HASH-DEBITOS
001363              MOVE ZEROS                       TO WS-HASH-CREDITOS
001364              MOVE 1                              TO WS-MON-IDX
001365
001366              PERFORM 7050-I-GRABAR-MONEDA
001367                 THRU 7050-F-GRABAR-MONEDA
001368                UNTIL WS-MON-IDX IS GREATER THAN WS-MON-CANT
001369
001370              MOVE SPACES                         TO REG-ASIENTO
001371              SET ASI-ES-COLA                     TO TRUE
001372              MOVE WS-FECHA-PROC-ISO         TO ASI-FECHA-PROCESO
001373              MOVE WS-ASI-GRABADOS          TO ASI-T-CANT-ASIENTOS
001374              MOVE WS-MOV-VALUADOS             TO ASI-T-CANT-MOVIM
001375              MOVE WS-HASH-DEBITOS          TO ASI-T-HASH-DEBITOS
001376              MOVE WS-HASH-CREDITOS        TO ASI-T-HASH-CREDITOS
001377
001378              PERFORM 7200-I-ESCRIBIR-ASIENTO
001379                 THRU 7200-F-ESCRIBIR-ASIENTO
001380
001381              CLOSE ASIENTO
001382              IF FS-ASIENTO IS NOT EQUAL '00'
001383                DISPLAY '* ERROR EN CLOSE ASIENTO= ' FS-ASIENTO
001384                MOVE 9999                         TO RETURN-CODE
001385                SET WS-LIBERA-NO                  TO TRUE
001386              END-IF
001387            END-IF
001388        .
001389        7000-F-GRABAR-INTERFAZ.
001390            EXIT.
001391
001392        7050-I-GRABAR-MONEDA.
001393            MOVE 1                                TO WS-POS-IDX
001394
001395            PERFORM 7100-I-GRABAR-POSICION
001396               THRU 7100-F-GRABAR-POSICION
001397              UNTIL WS-POS-IDX IS GREATER THAN WS-POS-CANT
001398
001399            ADD 1                                 TO WS-MON-IDX
001400        .
001401        7050-F-GRABAR-MONEDA.
001402            EXIT.
001403
001404        7100-I-GRABAR-POSICION.
001405            IF WS-POS-MONEDA (WS-POS-IDX) =
001406               WS-MON-CODIGO (WS-MON-IDX)
001407               AND WS-POS-DIF (WS-POS-IDX) NOT = ZEROS
001408              MOVE SPACES                         TO REG-ASIENTO
001409              SET ASI-ES-DETALLE                  TO TRUE
001410              MOVE WS-FECHA-PROC-ISO         TO ASI-FECHA-PROCESO
001411              MOVE 'RX'                           TO ASI-ORIGEN
001412              MOVE WS-POS-TIPCTA (WS-POS-IDX)  TO ASI-TIPO-CUENTA
001413              MOVE WS-POS-MONEDA (WS-POS-IDX)       TO ASI-MONEDA
001414              MOVE ZEROS                          TO ASI-IMPORTE
001415              MOVE WS-MON-COT-ACT (WS-MON-IDX) TO ASI-COTIZACION
001416              MOVE WS-POS-CANT-CTA (WS-POS-IDX) TO ASI-CANT-MOVIM
001417
001418              IF WS-POS-DIF (WS-POS-IDX) IS GREATER ZEROS
001419                MOVE WS-POS-DIF (WS-POS-IDX)    TO WS-IMPORTE-ASI
001420              ELSE
001421                COMPUTE WS-IMPORTE-ASI =
001422                        0 - WS-POS-DIF (WS-POS-IDX)
001423              END-IF
001424              MOVE WS-IMPORTE-ASI            TO ASI-IMPORTE-PESOS
001425
001426              SET ASI-CONC-CLIENTES               TO TRUE
001427              IF WS-POS-DIF (WS-POS-IDX) IS GREATER ZEROS
001428                SET ASI-OPER-CREDITO              TO TRUE
001429              ELSE
001430                SET ASI-OPER-DEBITO               TO TRUE
001431              END-IF
001432
001433              PERFORM 7150-I-GRABAR-DETALLE
001434                 THRU 7150-F-GRABAR-DETALLE
001435
001436              SET ASI-CONC-CONTRAPARTIDA          TO TRUE
001437              IF WS-POS-DIF (WS-POS-IDX) IS GREATER ZEROS
001438                SET ASI-OPER-DEBITO               TO TRUE
001439              ELSE
001440                SET ASI-OPER-CREDITO              TO TRUE
001441              END-IF
001442
001443              PERFORM 7150-I-GRABAR-DETALLE
001444                 THRU 7150-F-GRABAR-DETALLE
001445            END-IF
001446
001447            ADD 1                                 TO WS-POS-IDX
001448        .
001449        7100-F-GRABAR-POSICION.
001450            EXIT.
001451
001452        7150-I-GRABAR-DETALLE.
001453            IF ASI-OPER-DEBITO
001454              ADD ASI-IMPORTE-PESOS             TO WS-HASH-DEBITOS
001455            ELSE
001456              ADD ASI-IMPORTE-PESOS            TO WS-HASH-CREDITOS
001457            END-IF
001458
001459            PERFORM 7200-I-ESCRIBIR-ASIENTO
001460               THRU 7200-F-ESCRIBIR-ASIENTO
001461
001462            ADD 1                               TO WS-ASI-GRABADOS
001463        .
001464        7150-F-GRABAR-DETALLE.
001465            EXIT.
001466
001467        7200-I-ESCRIBIR-ASIENTO.
001468            WRITE REG-ASIENTO
001469
001470            IF FS-ASIENTO IS NOT EQUAL '00'
001471              DISPLAY '* ERROR EN GRABAR ASIENTO= ' FS-ASIENTO
001472              MOVE 9999                           TO RETURN-CODE
001473              SET WS-LIBERA-NO                    TO TRUE
001474            END-IF
001475        .
001476        7200-F-ESCRIBIR-ASIENTO.
001477            EXIT.
001478
001479/-----REGISTRO-INICIO-DE-CORRIDA-/
001480        8000-I-RUNCTL-INICIO.
001481            OPEN I-O RUNCTL
001482            IF FS-RUNCTL IS NOT EQUAL '00'
001483              DISPLAY '* ERROR EN OPEN RUNCTL= ' FS-RUNCTL
001484              DISPLAY '* SIN RUNCTL NO HAY CIERRE ANTERIOR'
001485              SET WS-RUNCTL-NO                  TO TRUE
001486              MOVE 9999                         TO RETURN-CODE
001487              SET WS-BLOQUEADO                  TO TRUE
001488            ELSE
001489              SET WS-RUNCTL-OK                  TO TRUE
001490
001491              PERFORM 8200-I-VERIFICAR-CORRIDAS
001492                 THRU 8200-F-VERIFICAR-CORRIDAS
001493
001494              ACCEPT WS-HORA-SYS FROM TIME
001495              MOVE WS-HORA-HH                   TO WS-HORA-E-HH
001496              MOVE WS-HORA-MM                   TO WS-HORA-E-MM
001497              MOVE WS-HORA-SS                   TO WS-HORA-E-SS
001498
001499              MOVE SPACES                       TO REG-RUNCTL
001500              MOVE 'PGMREV01'                   TO RC-PROGRAMA
001501              MOVE WS-FECHA-PROC-ISO        TO RC-FECHA-PROCESO
001502              MOVE WS-HORA-EDIT                 TO RC-HORA-INICIO
001503              MOVE WS-PARM-SYSIN                TO RC-PARAMETRO
001504              MOVE SPACE                        TO RC-REINICIO
001505              IF WS-BLOQUEADO
001506                MOVE 'B'                        TO RC-ESTADO
001507              ELSE
001508                MOVE 'E'                        TO RC-ESTADO
001509              END-IF
001510              MOVE SPACES                       TO RC-HORA-FIN
001511              MOVE ZEROS                        TO RC-CONTADOR-1
001512              MOVE ZEROS                        TO RC-CONTADOR-2
001513              MOVE ZEROS                        TO RC-CONTADOR-3
001514              MOVE ZEROS                        TO RC-CONTADOR-4
001515              MOVE ZEROS                        TO RC-CONTADOR-5
001516              MOVE ZEROS                        TO RC-CONTADOR-6
001517
001518              WRITE REG-RUNCTL
001519
001520              IF FS-RUNCTL IS NOT EQUAL '00'
001521                DISPLAY '* ERROR EN GRABAR RUNCTL= ' FS-RUNCTL
001522                SET WS-RUNCTL-NO                TO TRUE
001523                IF RETURN-CODE = ZEROS
001524                  MOVE 0004                     TO RETURN-CODE
001525                END-IF
001526              ELSE
001527                IF WS-BLOQUEADO
001528                  SET WS-RUNCTL-NO              TO TRUE
001529                  CLOSE RUNCTL
001530                ELSE
001531                  MOVE RC-CLAVE         TO WS-RUN-CLAVE-GUARDADA
001532                END-IF
001533              END-IF
001534            END-IF
001535        .
001536        8000-F-RUNCTL-INICIO.
001537            EXIT.
001538
001539/-----REGISTRO-FIN-DE-CORRIDA----/
001540* CONTADORES: 1 CUENTAS EN MONEDA EXTRANJERA, 2 MOVIMIENTOS DEL
001541* PERIODO VALUADOS, 3 FILAS MONEDA/TIPO, 4 ASIENTOS GRABADOS,
001542* 5 ERRORES, 6 ARCHIVO LIBERADO (1) O NO (0).
001543        8100-I-RUNCTL-FIN.
001544            IF WS-RUNCTL-OK
001545              MOVE WS-RUN-CLAVE-GUARDADA        TO RC-CLAVE
001546
001547              READ RUNCTL
001548
001549              IF FS-RUNCTL IS NOT EQUAL '00'
001550                DISPLAY '* ERROR EN READ RUNCTL= ' FS-RUNCTL
001551              ELSE
001552                ACCEPT WS-HORA-SYS FROM TIME
001553                MOVE WS-HORA-HH                 TO WS-HORA-E-HH
001554                MOVE WS-HORA-MM                 TO WS-HORA-E-MM
001555                MOVE WS-HORA-SS                 TO WS-HORA-E-SS
001556                MOVE WS-HORA-EDIT               TO RC-HORA-FIN
001557
001558                IF RETURN-CODE = 9999
001559                  MOVE 'A'                      TO RC-ESTADO
001560                ELSE
001561                  MOVE 'F'                      TO RC-ESTADO
001562                END-IF
001563
001564                MOVE WS-CTA-EXTRANJERA          TO RC-CONTADOR-1
001565                MOVE WS-MOV-VALUADOS            TO RC-CONTADOR-2
001566                MOVE WS-POS-CANT                TO RC-CONTADOR-3
001567                MOVE WS-ASI-GRABADOS            TO RC-CONTADOR-4
001568                MOVE WS-ERRORES                 TO RC-CONTADOR-5
001569                IF WS-LIBERA-SI
001570                  MOVE 1                        TO RC-CONTADOR-6
001571                ELSE
001572                  MOVE ZEROS                    TO RC-CONTADOR-6
001573                END-IF
001574
001575                REWRITE REG-RUNCTL
001576
001577                IF FS-RUNCTL IS NOT EQUAL '00'
001578                  DISPLAY '* ERROR EN REWRITE RUNCTL= ' FS-RUNCTL
001579                END-IF
001580              END-IF
001581
001582              CLOSE RUNCTL
001583              IF FS-RUNCTL IS NOT EQUAL '00'
001584                DISPLAY '* ERROR EN CLOSE RUNCTL= ' FS-RUNCTL
001585              END-IF
001586            END-IF
001587        .
001588        8100-F-RUNCTL-FIN.
001589            EXIT.
001590
001591/-----VERIFICO-PREDECESOR-Y-CORRIDA-DUPLICADA--------/
001592* PGMCIE01 DEBE HABER FINALIZADO 'F' EN LA MISMA FECHA DE CIERRE Y
001593* NO DEBE EXISTIR OTRA REVALUACION 'F' DE LA FECHA, SALVO 'R'
001594* EN EL PARAMETRO SYSIN. SIN FECHA DE CIERRE ANTERIOR (NI EN EL
001595* SYSIN NI EN RUNCTL) NO HAY POSICION ANTERIOR QUE VALUAR. EL
001596* BLOQUEO QUEDA CON ESTADO 'B' PARA LA T105.
001597        8200-I-VERIFICAR-CORRIDAS.
001598            SET WS-CHK-SIGUE                      TO TRUE
001599            SET WS-PRED-NO-VISTO                  TO TRUE
001600            SET WS-DUP-NO                         TO TRUE
001601
001602            MOVE SPACES                           TO RC-CLAVE
001603            MOVE WS-FECHA-PROC-ISO           TO RC-FECHA-PROCESO
001604
001605            START RUNCTL KEY IS NOT LESS THAN RC-CLAVE
001606
001607            IF FS-RUNCTL IS NOT EQUAL '00'
001608              SET WS-CHK-FIN                      TO TRUE
001609            END-IF
001610
001611            PERFORM 8250-I-LEER-RUNCTL
001612               THRU 8250-F-LEER-RUNCTL
001613              UNTIL WS-CHK-FIN
001614
001615            IF WS-FECHA-ANT-ISO = SPACES AND WS-NO-BLOQUEADO
001616              PERFORM 8300-I-BUSCAR-CIERRE-ANT
001617                 THRU 8300-F-BUSCAR-CIERRE-ANT
001618            END-IF
001619
001620            EVALUATE TRUE
001621            WHEN WS-BLOQUEADO
001622              CONTINUE
001623
001624            WHEN NOT WS-PRED-FINALIZADO
001625              DISPLAY '* PGMREV01 BLOQUEADO: PGMCIE01 SIN '
001626                      'ESTADO F PARA ' WS-FECHA-PROC-ISO
001627              SET WS-BLOQUEADO                    TO TRUE
001628
001629            WHEN WS-DUP-SI AND NOT WS-ES-REPROCESO
001630              DISPLAY '* PGMREV01 BLOQUEADO: YA FINALIZO PARA '
001631                      WS-FECHA-PROC-ISO
001632                      ', USE PARAMETRO R PARA REPROCESAR'
001633              SET WS-BLOQUEADO                    TO TRUE
001634
001635            WHEN WS-FECHA-ANT-ISO = SPACES
001636              DISPLAY '* PGMREV01 BLOQUEADO: SIN CIERRE ANTERIOR '
001637                      'EN RUNCTL, INFORMARLO EN EL SYSIN'
001638              SET WS-BLOQUEADO                    TO TRUE
001639
001640            WHEN WS-FECHA-ANT-ISO NOT LESS THAN WS-FECHA-PROC-ISO
001641              DISPLAY '* PGMREV01 BLOQUEADO: CIERRE ANTERIOR '
001642                      WS-FECHA-ANT-ISO ' NO ES ANTERIOR A '
001643                      WS-FECHA-PROC-ISO
001644              SET WS-BLOQUEADO                    TO TRUE
001645            END-EVALUATE
001646
001647            IF WS-BLOQUEADO
001648              MOVE 9999                           TO RETURN-CODE
001649            END-IF
001650        .
001651        8200-F-VERIFICAR-CORRIDAS.
001652            EXIT.
001653
001654        8250-I-LEER-RUNCTL.
001655            READ RUNCTL NEXT
001656              AT END
001657                SET WS-CHK-FIN                    TO TRUE
001658              NOT AT END
001659                IF RC-FECHA-PROCESO NOT = WS-FECHA-PROC-ISO
001660                  SET WS-CHK-FIN                  TO TRUE
001661                ELSE
001662                  IF RC-PROGRAMA = 'PGMCIE01'
001663                    IF RC-FINALIZADO-OK
001664                      SET WS-PRED-FINALIZADO      TO TRUE
001665                    ELSE
001666                      IF NOT WS-PRED-FINALIZADO
001667                        SET WS-PRED-VISTO         TO TRUE
001668                      END-IF
001669                    END-IF
001670                  END-IF
001671                  IF RC-PROGRAMA = 'PGMREV01' AND RC-FINALIZADO-OK
001672                    SET WS-DUP-SI                 TO TRUE
001673                  END-IF
001674                END-IF
001675            END-READ
001676        .
001677        8250-F-LEER-RUNCTL.
001678            EXIT.
001679
001680/-----BUSCO-EL-CIERRE-ANTERIOR---/
001681* RUNCTL ESTA EN ORDEN DE FECHA: LA ULTIMA CORRIDA 'F' DE PGMCIE01
001682* ANTES DE LA FECHA DE CIERRE ES EL CIERRE ANTERIOR.
001683        8300-I-BUSCAR-CIERRE-ANT.
001684            SET WS-CHK-SIGUE                      TO TRUE
001685            MOVE LOW-VALUES                       TO RC-CLAVE
001686
001687            START RUNCTL KEY IS NOT LESS THAN RC-CLAVE
001688
001689            IF FS-RUNCTL IS NOT EQUAL '00'
001690              SET WS-CHK-FIN                      TO TRUE
001691            END-IF
001692
001693            PERFORM 8350-I-LEER-CIERRE-ANT
001694               THRU 8350-F-LEER-CIERRE-ANT
001695              UNTIL WS-CHK-FIN
001696        .
001697        8300-F-BUSCAR-CIERRE-ANT.
001698            EXIT.
001699
001700        8350-I-LEER-CIERRE-ANT.
001701            READ RUNCTL NEXT
001702              AT END
001703                SET WS-CHK-FIN                    TO TRUE
001704              NOT AT END
001705                IF RC-FECHA-PROCESO NOT < WS-FECHA-PROC-ISO
001706                  SET WS-CHK-FIN                  TO TRUE
001707                ELSE
001708                  IF RC-PROGRAMA = 'PGMCIE01' AND RC-FINALIZADO-OK
001709                    MOVE RC-FECHA-PROCESO     TO WS-FECHA-ANT-ISO
001710                  END-IF
001711                END-IF
001712            END-READ
001713        .
001714        8350-F-LEER-CIERRE-ANT.
001715            EXIT.
001716
001717/------CIERRE-DE-ARCHIVOS--------/
001718        9999-I-FINAL.
001719            IF WS-NO-BLOQUEADO
001720              PERFORM 5300-I-IMPRIMIR-POSICIONES
001721                 THRU 5300-F-IMPRIMIR-POSICIONES
001722
001723              PERFORM 5950-I-IMPRIMIR-TOTALES
001724                 THRU 5950-F-IMPRIMIR-TOTALES
001725
001726              CLOSE CUENTAS
001727              IF FS-CUENTAS IS NOT EQUAL '00'
001728                DISPLAY '* ERROR EN CLOSE CUENTAS= ' FS-CUENTAS
001729                MOVE 9999                         TO RETURN-CODE
001730              END-IF
001731
001732              CLOSE MOVIM
001733              IF FS-MOVIM IS NOT EQUAL '00'
001734                DISPLAY '* ERROR EN CLOSE MOVIM= ' FS-MOVIM
001735                MOVE 9999                         TO RETURN-CODE
001736              END-IF
001737
001738              CLOSE SALIDA
001739              IF FS-SALIDA  IS NOT EQUAL '00'
001740                DISPLAY '* ERROR EN CLOSE SALIDA= ' FS-SALIDA
001741                MOVE 9999                         TO RETURN-CODE
001742              END-IF
001743            END-IF
001744
001745            PERFORM 8100-I-RUNCTL-FIN
001746               THRU 8100-F-RUNCTL-FIN
001747
001748/-----MUESTRO-TOTALES-DE-CONTROL----/
001749            DISPLAY '/----------TOTALES DE CONTROL------------/'
001750            DISPLAY 'CIERRE ANTERIOR     = ' WS-FECHA-ANT-ISO
001751            DISPLAY 'CUENTAS LEIDAS      = ' WS-LEIDAS-CTA
001752            DISPLAY 'MOVIMIENTOS LEIDOS  = ' WS-LEIDOS-MOV
001753            DISPLAY 'CUENTAS EN M.E.     = ' WS-CTA-EXTRANJERA
001754            DISPLAY 'MOVIM VALUADOS      = ' WS-MOV-VALUADOS
001755            DISPLAY 'FILAS MONEDA/TIPO   = ' WS-POS-CANT
001756            DISPLAY 'ASIENTOS GRABADOS   = ' WS-ASI-GRABADOS
001757            DISPLAY 'ERRORES             = ' WS-ERRORES
001758            IF WS-LIBERA-SI AND WS-NO-BLOQUEADO
001759              DISPLAY 'ARCHIVO DE ASIENTOS LIBERADO'
001760            ELSE
001761              DISPLAY '* ARCHIVO DE ASIENTOS NO LIBERADO'
001762            END-IF
001763        .
001764        9999-F-FINAL.
001765            EXIT.
