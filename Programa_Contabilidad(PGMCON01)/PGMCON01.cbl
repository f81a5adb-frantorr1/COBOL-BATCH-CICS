000001        CBL TEST
000002/--------------------------------/
000003* PRE-REQUISITOS: EJECUTAR CADA NOCHE AL FINAL DE LA VENTANA,
000004*                 LUEGO DE PGMNOV01 Y PGMORD01 (AMBOS DEBEN HABER
000005*                 FINALIZADO 'F' PARA LA MISMA FECHA) Y, A FIN DE
000006*                 MES, DE PGMCIE01 Y PGMCOM01. CON EL ONLINE YA
000006*                 CERRADO.
000007*                 PARAMETRO SYSIN: FECHA DE PROCESO (DD-MM-AAAA)
000008*                 O BLANCOS PARA TOMAR LA FECHA DEL DIA, SEGUIDA
000009*                 DE 'R' EN LA POSICION 12 PARA REPROCESAR UNA
000010*                 FECHA YA FINALIZADA.
000011*                 LEE LOS MOVIMIENTOS DE LA FECHA (VSAM MOVIM,
000012*               CPMOVIM) Y ARMA LOS ASIENTOS RESUMIDOS POR ORIGEN,
000013*                 TIPO DE CUENTA, MONEDA Y DEBITO/CREDITO PARA LA
000014*                INTERFAZ CONTABLE (CPASIEN), CON SU CONTRAPARTIDA
000015*                 Y LA POSICION DE CAMBIO DE LAS TRANSFERENCIAS EN
000016*                 MONEDA CRUZADA. LAS CANTIDADES SE CONTROLAN
000017*               CONTRA LOS CONTADORES RUNCTL DE PGMNOV01, PGMORD01
000018*                 Y PGMCIE01/PGMCOM01 DE LA MISMA FECHA.
000019*                EL ARCHIVO DE ASIENTOS SOLO SE GRABA SI TODAS LAS
000020*                 MONEDAS BALANCEAN, NO HUBO MOVIMIENTOS CON ERROR
000021*                 Y LOS CONTROLES COINCIDEN; SI NO, QUEDA VACIO Y
000022*                 EL PASO TERMINA CON RC 9999 (NO LIBERADO).
000023/--------------------------------/
000024        IDENTIFICATION DIVISION.
000025/--------------------------------/
000026         PROGRAM-ID. PGMCON01.
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
000039            SELECT MOVIM ASSIGN DDMOVIM
000040               ORGANIZATION IS INDEXED
000041               ACCESS MODE IS SEQUENTIAL
000042               RECORD KEY IS MOV-CLAVE
000043               FILE STATUS IS FS-MOVIM.
000044            SELECT CUENTAS ASSIGN DDCUENT
000045               ORGANIZATION IS INDEXED
000046               ACCESS MODE IS RANDOM
000047               RECORD KEY IS CU-CLAVE
000048               FILE STATUS IS FS-CUENTAS.
000049            SELECT MONEDAS ASSIGN DDMONED
000050               ORGANIZATION IS INDEXED
000051               ACCESS MODE IS DYNAMIC
000052               RECORD KEY IS MON-CLAVE
000053               FILE STATUS IS FS-MONEDAS.
000054            SELECT RUNCTL ASSIGN DDRUNCT
000055               ORGANIZATION IS INDEXED
000056               ACCESS MODE IS DYNAMIC
000057               RECORD KEY IS RC-CLAVE
000058               FILE STATUS IS FS-RUNCTL.
000059            SELECT ASIENTO ASSIGN DDASIEN
000060               FILE STATUS IS FS-ASIENTO.
000061            SELECT SALIDA ASSIGN DDSALI
000062               FILE STATUS IS FS-SALIDA.
000063
000064/--------------------------------/
000065        DATA DIVISION.
000066/--------------------------------/
000067        FILE SECTION.
000068/--------------------------------/
000069        FD MOVIM
000070             BLOCK CONTAINS 0 RECORDS
000071             RECORDING MODE IS F.
000072        COPY CPMOVIM.
000073
000074        FD CUENTAS
000075             BLOCK CONTAINS 0 RECORDS
000076             RECORDING MODE IS F.
000077        COPY CPCUENTA.
000078
000079        FD MONEDAS
000080             BLOCK CONTAINS 0 RECORDS
000081             RECORDING MODE IS F.
000082        COPY CPMONEDA.
000083
000084        FD RUNCTL
000085             BLOCK CONTAINS 0 RECORDS
000086             RECORDING MODE IS F.
000087        COPY CPRUNCTL.
000088
000089        FD ASIENTO
000090             BLOCK CONTAINS 0 RECORDS
000091             RECORDING MODE IS F.
000092        COPY CPASIEN.
000093
000094        FD SALIDA
000095             BLOCK CONTAINS 0 RECORDS
000096             RECORDING MODE IS F.
000097        01 REG-SALIDA              PIC X(132).
000098
000099/--------------------------------/
000100        WORKING-STORAGE SECTION.
000101/--------------------------------/
000102        77  FILLER                 PIC X(26)      VALUE
000103                                   '* INICIO WORKING-STORAGE *'.
000104/-----CODIGOS-RETORNO-FILES------/
000105        01 WS-CODE.
000106          02  FS-MOVIM             PIC XX         VALUE SPACES.
000107          02  FS-CUENTAS           PIC XX         VALUE SPACES.
000108          02  FS-MONEDAS           PIC XX         VALUE SPACES.
000109          02  FS-RUNCTL            PIC XX         VALUE SPACES.
000110          02  FS-ASIENTO           PIC XX         VALUE SPACES.
000111          02  FS-SALIDA            PIC XX         VALUE SPACES.
000112
000113/--------FLAGS-CONTROL-----------/
000114        01 WS-FLAG-FIN             PIC X.
000115          88 WS-FIN                               VALUE '1'.
000116          88 WS-NO-FIN                            VALUE '0'.
000117
000118        01 WS-FLAG-MOV             PIC X.
000119          88 WS-FIN-MOV                           VALUE '1'.
000120          88 WS-NO-FIN-MOV                        VALUE '0'.
000121
000122/------PARAMETRO-SYSIN-----------/
000123        01 WS-PARM-SYSIN.
000124          03 WS-PARM-FECHA         PIC X(10)      VALUE SPACES.
000125          03 FILLER                PIC X(01)      VALUE SPACE.
000126          03 WS-PARM-REPROCESO     PIC X(01)      VALUE SPACE.
000127            88 WS-ES-REPROCESO                    VALUE 'R'.
000128
000129/------CONTROL-DE-CORRIDA--------/
000130        01 WS-FLAG-RUNCTL          PIC X          VALUE '0'.
000131          88 WS-RUNCTL-OK                         VALUE '1'.
000132          88 WS-RUNCTL-NO                         VALUE '0'.
000133
000134        01 WS-RUN-CLAVE-GUARDADA   PIC X(26)      VALUE SPACES.
000135
000136        01 WS-SW-CHK               PIC 9          VALUE 0.
000137          88 WS-CHK-SIGUE                         VALUE 0.
000138          88 WS-CHK-FIN                           VALUE 1.
000139
000140        01 WS-FLAG-PRED-NOV        PIC 9          VALUE 0.
000141          88 WS-NOV-NO-FINALIZADO                 VALUE 0.
000142          88 WS-NOV-FINALIZADO                    VALUE 1.
000143
000144        01 WS-FLAG-PRED-ORD        PIC 9          VALUE 0.
000145          88 WS-ORD-NO-FINALIZADO                 VALUE 0.
000146          88 WS-ORD-FINALIZADO                    VALUE 1.
000147
000148        01 WS-FLAG-DUP             PIC X          VALUE '0'.
000149          88 WS-DUP-NO                            VALUE '0'.
000150          88 WS-DUP-SI                            VALUE '1'.
000151
000152        01 WS-FLAG-BLOQUEO         PIC X          VALUE '0'.
000153          88 WS-BLOQUEADO                         VALUE '1'.
000154          88 WS-NO-BLOQUEADO                      VALUE '0'.
000155
000156/------LIBERACION-DEL-ARCHIVO----/
000157        01 WS-FLAG-LIBERA          PIC X          VALUE '1'.
000158          88 WS-LIBERA-SI                         VALUE '1'.
000159          88 WS-LIBERA-NO                         VALUE '0'.
000160
000161/--------FECHAS------------------/
000162        01 WS-FECHA.
000163          03 WS-FECHA-AAAA         PIC 9999       VALUE ZEROS.
000164          03 WS-FECHA-MM           PIC 99         VALUE ZEROS.
000165          03 WS-FECHA-DD           PIC 99         VALUE ZEROS.
000166
000167        01 WS-FECHA-PROCESO.
000168          03 WS-FEC-P-DD           PIC X(02)      VALUE SPACES.
000169          03 FILLER                PIC X(01)      VALUE '-'.
000170          03 WS-FEC-P-MM           PIC X(02)      VALUE SPACES.
000171          03 FILLER                PIC X(01)      VALUE '-'.
000172          03 WS-FEC-P-AAAA         PIC X(04)      VALUE SPACES.
000173
000174        01 WS-FECHA-PROC-ISO.
000175          03 WS-PRO-ISO-AAAA       PIC X(04)      VALUE SPACES.
000176          03 FILLER                PIC X(01)      VALUE '-'.
000177          03 WS-PRO-ISO-MM         PIC X(02)      VALUE SPACES.
000178          03 FILLER                PIC X(01)      VALUE '-'.
000179          03 WS-PRO-ISO-DD         PIC X(02)      VALUE SPACES.
000180
000181        01 WS-HORA-SYS.
000182          03 WS-HORA-HH            PIC 99         VALUE ZEROS.
000183          03 WS-HORA-MM            PIC 99         VALUE ZEROS.
000184          03 WS-HORA-SS            PIC 99         VALUE ZEROS.
000185          03 FILLER                PIC 99         VALUE ZEROS.
000186
000187        01 WS-HORA-EDIT.
000188          03 WS-HORA-E-HH          PIC 99         VALUE ZEROS.
000189          03 FILLER                PIC X          VALUE ':'.
000190          03 WS-HORA-E-MM          PIC 99         VALUE ZEROS.
000191          03 FILLER                PIC X          VALUE ':'.
000192          03 WS-HORA-E-SS          PIC 99         VALUE ZEROS.
000193
000194/-----CUENTA-DEL-MOVIMIENTO------/
000195        01 WS-CTA-ANTERIOR         PIC X(17)      VALUE SPACES.
000196
000197        01 WS-FLAG-CTA             PIC 9          VALUE 0.
000198          88 WS-CTA-NO-HALLADA                    VALUE 0.
000199          88 WS-CTA-HALLADA                       VALUE 1.
000200
000201        77  WS-MONEDA-MOV          PIC X(02)      VALUE SPACES.
000202        77  CT-MON-PESOS           PIC X(02)      VALUE '80'.
000203        77  WS-MOTIVO-DESC         PIC X(30)      VALUE SPACES.
000204
000205/-----ASIENTO-A-ACUMULAR---------/
000206        01 WS-ASIENTO-CLAVE.
000207          03 WS-AC-ORIGEN          PIC X(02)      VALUE SPACES.
000208          03 WS-AC-TIPO-CUENTA     PIC X(02)      VALUE SPACES.
000209          03 WS-AC-MONEDA          PIC X(02)      VALUE SPACES.
000210          03 WS-AC-CONCEPTO        PIC X(02)      VALUE SPACES.
000211          03 WS-AC-CODIGO-OPER     PIC X(02)      VALUE SPACES.
000212
000213        77  WS-CONTRA-OPER         PIC X(02)      VALUE SPACES.
000214
000215/-----TABLA-DE-ASIENTOS----------/
000216        01 WS-TAB-ASIENTOS.
000217          03 WS-ASI-ENT OCCURS 300.
000218            05 WS-ASI-CLAVE        PIC X(10).
000219            05 WS-ASI-IMPORTE      PIC S9(13)V99  COMP-3.
000220            05 WS-ASI-PESOS        PIC S9(13)V99  COMP-3.
000221            05 WS-ASI-CANT         PIC 9(07).
000222
000223        01 WS-ASI-CLAVE-AUX.
000224          03 WS-AA-ORIGEN          PIC X(02).
000225          03 WS-AA-TIPO-CUENTA     PIC X(02).
000226          03 WS-AA-MONEDA          PIC X(02).
000227          03 WS-AA-CONCEPTO        PIC X(02).
000228          03 WS-AA-CODIGO-OPER     PIC X(02).
000229
000230        77  WS-ASI-CANT-TAB        PIC S9(04) COMP VALUE +0.
000231        77  WS-ASI-IDX             PIC S9(04) COMP VALUE +0.
000232        77  WS-ASI-IDX2            PIC S9(04) COMP VALUE +0.
000233
000234        01 WS-SW-ASIENTO           PIC 9          VALUE 0.
000235          88 WS-ASI-BUSCANDO                      VALUE 0.
000236          88 WS-ASI-HALLADO                       VALUE 1.
000237          88 WS-ASI-NO-HALLADO                    VALUE 2.
000238
000239/-----TABLA-DE-MONEDAS-Y-COTIZACIONES/
000240        01 WS-TAB-MONEDAS.
000241          03 WS-MON-ENT OCCURS 10.
000242            05 WS-MON-CODIGO       PIC X(02).
000243            05 WS-MON-COTIZ        PIC 9(07)V9(06).
000244            05 WS-MON-DEBE         PIC S9(15)V99  COMP-3.
000245            05 WS-MON-HABER        PIC S9(15)V99  COMP-3.
000246            05 WS-MON-DEBE-PES     PIC S9(15)V99  COMP-3.
000247            05 WS-MON-HABER-PES    PIC S9(15)V99  COMP-3.
000248
000249        77  WS-MON-CANT            PIC S9(04) COMP VALUE +0.
000250        77  WS-MON-IDX             PIC S9(04) COMP VALUE +0.
000251
000252        01 WS-SW-MONEDA            PIC 9          VALUE 0.
000253          88 WS-MON-BUSCANDO                      VALUE 0.
000254          88 WS-MON-HALLADO                       VALUE 1.
000255          88 WS-MON-NO-HALLADO                    VALUE 2.
000256
000257/-----BUSQUEDA-COTIZACION-VIGENTE/
000258        01 WS-SW-MONB              PIC 9          VALUE 0.
000259          88 WS-MONB-SIGUE                        VALUE 0.
000260          88 WS-MONB-FIN                          VALUE 1.
000261
000262        01 WS-FLAG-MONB            PIC 9          VALUE 0.
000263          88 WS-MONB-NO-HALLADA                   VALUE 0.
000264          88 WS-MONB-HALLADA                      VALUE 1.
000265
000266        77  WS-MONB-CODIGO         PIC X(02)      VALUE SPACES.
000267        77  WS-MONB-COTIZ          PIC 9(07)V9(06) VALUE ZEROS.
000268
000269/-----CONTADORES-----------------/
000270        01 WS-CONTADORES.
000271          03 WS-MOV-LEIDOS         PIC 9(09)      VALUE ZEROS.
000272          03 WS-MOV-DEL-DIA        PIC 9(07)      VALUE ZEROS.
000273          03 WS-MOV-ERRORES        PIC 9(07)      VALUE ZEROS.
000274          03 WS-ASI-GRABADOS       PIC 9(07)      VALUE ZEROS.
000275          03 WS-MON-DESBALANCE     PIC 9(05)      VALUE ZEROS.
000276          03 WS-CTL-DIFERENCIAS    PIC 9(05)      VALUE ZEROS.
000277
000278        01 WS-CONTEO-ORIGEN.
000279          03 WS-CNT-NV-CR          PIC 9(07)      VALUE ZEROS.
000280          03 WS-CNT-NV-DB          PIC 9(07)      VALUE ZEROS.
000281          03 WS-CNT-CI             PIC 9(07)      VALUE ZEROS.
000281          03 WS-CNT-CI-ONLINE      PIC 9(07)      VALUE ZEROS.
000282          03 WS-CNT-OP             PIC 9(07)      VALUE ZEROS.
000283          03 WS-CNT-TR             PIC 9(07)      VALUE ZEROS.
000283          03 WS-CNT-RV             PIC 9(07)      VALUE ZEROS.
000283          03 WS-CNT-LQ             PIC 9(07)      VALUE ZEROS.
000283          03 WS-CNT-CM             PIC 9(07)      VALUE ZEROS.
000284          03 WS-CNT-OTROS          PIC 9(07)      VALUE ZEROS.
000285
000286/-----CONTADORES-RUNCTL-DE-LA-FECHA/
000287* SUMA DE LAS CORRIDAS 'F' DE LA FECHA (UN REPROCESO FORZADO DEJA
000288* DOS CORRIDAS Y DOS VECES SUS MOVIMIENTOS EN LA HISTORIA).
000289        01 WS-RUNCTL-FECHA.
000290          03 WS-RC-NV-CR           PIC 9(07)      VALUE ZEROS.
000291          03 WS-RC-NV-DB           PIC 9(07)      VALUE ZEROS.
000292          03 WS-RC-CI              PIC 9(07)      VALUE ZEROS.
000293          03 WS-RC-OP              PIC 9(07)      VALUE ZEROS.
000293          03 WS-RC-CM              PIC 9(07)      VALUE ZEROS.
000294
000295        77  WS-CTL-DESC            PIC X(30)      VALUE SPACES.
000296        77  WS-CTL-MOVIM           PIC 9(07)      VALUE ZEROS.
000297        77  WS-CTL-RUNCTL          PIC 9(07)      VALUE ZEROS.
000298
000299/-----TOTALES-DE-LA-COLA---------/
000300        77  WS-HASH-DEBITOS        PIC 9(15)V99   VALUE ZEROS.
000301        77  WS-HASH-CREDITOS       PIC 9(15)V99   VALUE ZEROS.
000302
000303/------LAYOUT-TITULO-------------/
000304        01 CT-TITULO.
000305          03  FILLER              PIC X(1)       VALUE '|'.
000306          03 FILLER               PIC X(33)      VALUE
000307                            'INTERFAZ CONTABLE DEL DIA: '.
000308          03 CT-TIT-FECHA         PIC X(10)      VALUE SPACES.
000309
000310/------LAYOUT-DETALLE------------/
000311        01 CT-LINEA-ASIENTO.
000312          03 FILLER               PIC X(02)      VALUE '| '.
000313          03 CT-DET-ORIGEN        PIC X(02)      VALUE SPACES.
000314          03 FILLER               PIC X(03)      VALUE ' | '.
000315          03 CT-DET-TIPCTA        PIC X(02)      VALUE SPACES.
000316          03 FILLER               PIC X(03)      VALUE ' | '.
000317          03 CT-DET-MONEDA        PIC X(02)      VALUE SPACES.
000318          03 FILLER               PIC X(03)      VALUE ' | '.
000319          03 CT-DET-CONCEPTO      PIC X(02)      VALUE SPACES.
000320          03 FILLER               PIC X(03)      VALUE ' | '.
000321          03 CT-DET-OPER          PIC X(02)      VALUE SPACES.
000322          03 FILLER               PIC X(03)      VALUE ' | '.
000323          03 CT-DET-IMPORTE PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000324          03 FILLER               PIC X(03)      VALUE ' | '.
000325          03 CT-DET-COTIZ     PIC ZZZZZZ9,999999 VALUE ZEROS.
000326          03 FILLER               PIC X(03)      VALUE ' | '.
000327          03 CT-DET-PESOS   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000328          03 FILLER               PIC X(03)      VALUE ' | '.
000329          03 CT-DET-CANT          PIC Z.ZZZ.ZZ9  VALUE ZEROS.
000330          03 FILLER               PIC X(02)      VALUE ' |'.
000331
000332/------SUB-TITULO-DETALLE--------/
000333        01 CT-SUBTITULO.
000334          03 FILLER               PIC X(02)      VALUE '| '.
000335          03 FILLER               PIC X(02)      VALUE 'OR'.
000336          03 FILLER               PIC X(03)      VALUE ' | '.
000337          03 FILLER               PIC X(02)      VALUE 'TC'.
000338          03 FILLER               PIC X(03)      VALUE ' | '.
000339          03 FILLER               PIC X(02)      VALUE 'MO'.
000340          03 FILLER               PIC X(03)      VALUE ' | '.
000341          03 FILLER               PIC X(02)      VALUE 'CO'.
000342          03 FILLER               PIC X(03)      VALUE ' | '.
000343          03 FILLER               PIC X(02)      VALUE 'DC'.
000344          03 FILLER               PIC X(03)      VALUE ' | '.
000345          03 FILLER               PIC X(20)      VALUE
000346                                        '       IMPORTE      '.
000347          03 FILLER               PIC X(03)      VALUE ' | '.
000348          03 FILLER               PIC X(14)      VALUE
000349                                              '  COTIZACION  '.
000350          03 FILLER               PIC X(03)      VALUE ' | '.
000351          03 FILLER               PIC X(20)      VALUE
000352                                        '   IMPORTE PESOS    '.
000353          03 FILLER               PIC X(03)      VALUE ' | '.
000354          03 FILLER               PIC X(09)      VALUE
000355                                                   'CANT MOV '.
000356          03 FILLER               PIC X(02)      VALUE ' |'.
000357
000358/------LAYOUT-TOTAL-MONEDA-------/
000359        01 CT-LINEA-MONEDA.
000360          03 FILLER               PIC X(11)      VALUE
000361                                                 '| MONEDA: '.
000362          03 CT-TOT-MONEDA        PIC X(02)      VALUE SPACES.
000363          03 FILLER               PIC X(11)      VALUE
000364                                                 ' | DEBITOS '.
000365          03 CT-TOT-DEBE    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000366          03 FILLER               PIC X(12)      VALUE
000367                                                 ' | CREDITOS '.
000368          03 CT-TOT-HABER   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000369          03 FILLER               PIC X(03)      VALUE ' | '.
000370          03 CT-TOT-ESTADO        PIC X(14)      VALUE SPACES.
000371          03 FILLER               PIC X(02)      VALUE ' |'.
000372
000373/------LAYOUT-MOVIMIENTO-CON-ERROR/
000374        01 CT-LINEA-ERROR.
000375          03 FILLER               PIC X(11)      VALUE
000376                                                 '| ERROR: '.
000377          03 CT-ERR-TIPCTA        PIC X(02)      VALUE SPACES.
000378          03 FILLER               PIC X(01)      VALUE ' '.
000379          03 CT-ERR-NROCTA        PIC X(15)      VALUE SPACES.
000380          03 FILLER               PIC X(01)      VALUE ' '.
000381          03 CT-ERR-SECUEN        PIC 9(05)      VALUE ZEROS.
000382          03 FILLER               PIC X(01)      VALUE ' '.
000383          03 CT-ERR-ORIGEN        PIC X(02)      VALUE SPACES.
000384          03 FILLER               PIC X(01)      VALUE ' '.
000385          03 CT-ERR-OPER          PIC X(02)      VALUE SPACES.
000386          03 FILLER               PIC X(03)      VALUE ' | '.
000387          03 CT-ERR-MOTIVO        PIC X(30)      VALUE SPACES.
000388          03 FILLER               PIC X(02)      VALUE ' |'.
000389
000390/------LAYOUT-CONTROL-RUNCTL-----/
000391        01 CT-LINEA-CONTROL.
000392          03 FILLER               PIC X(12)      VALUE
000393                                                 '| CONTROL: '.
000394          03 CT-CTL-DESC          PIC X(30)      VALUE SPACES.
000395          03 FILLER               PIC X(16)      VALUE
000396                                             ' | MOVIMIENTOS: '.
000397          03 CT-CTL-MOVIM         PIC Z.ZZZ.ZZ9  VALUE ZEROS.
000398          03 FILLER               PIC X(11)      VALUE
000399                                                 ' | RUNCTL: '.
000400          03 CT-CTL-RUNCTL        PIC Z.ZZZ.ZZ9  VALUE ZEROS.
000401          03 FILLER               PIC X(03)      VALUE ' | '.
000402          03 CT-CTL-ESTADO        PIC X(10)      VALUE SPACES.
000403          03 FILLER               PIC X(02)      VALUE ' |'.
000404
000405/------SUB-TITULO-CONTROLES------/
000406        01 CT-SUB-CONTROLES.
000407          03 FILLER               PIC X(02)      VALUE '| '.
000408          03 FILLER               PIC X(50)      VALUE
000409              'CONTROL DE CANTIDADES CONTRA RUNCTL DE LA FECHA'.
000410
000411/------LAYOUT-RESULTADO----------/
000412        01 CT-LINEA-RESULTADO.
000413          03 FILLER               PIC X(14)      VALUE
000414                                                 '| RESULTADO: '.
000415          03 CT-RES-TEXTO         PIC X(60)      VALUE SPACES.
000416
000417/------LAYOUT-PIE-DE-CONTROL-----/
000418        01 CT-PIE.
000419          03  FILLER              PIC X(1)       VALUE '|'.
000420          03  FILLER      PIC X(21) VALUE 'MOVIMIENTOS DEL DIA: '.
000421          03  CT-PIE-DEL-DIA       PIC 9(07)      VALUE ZEROS.
000422          03  FILLER              PIC X(01)      VALUE '|'.
000423          03  FILLER      PIC X(12) VALUE 'CON ERROR: '.
000424          03  CT-PIE-ERRORES       PIC 9(07)      VALUE ZEROS.
000425          03  FILLER              PIC X(01)      VALUE '|'.
000426          03  FILLER      PIC X(10) VALUE 'ASIENTOS: '.
000427          03  CT-PIE-ASIENTOS      PIC 9(07)      VALUE ZEROS.
000428          03  FILLER              PIC X(01)      VALUE '|'.
000429          03  FILLER   PIC X(24) VALUE 'MONEDAS DESBALANCEADAS: '.
000430          03  CT-PIE-DESBAL        PIC 9(05)      VALUE ZEROS.
000431          03  FILLER              PIC X(01)      VALUE '|'.
000432          03  FILLER      PIC X(14) VALUE 'DIFERENCIAS: '.
000433          03  CT-PIE-DIFER         PIC 9(05)      VALUE ZEROS.
000434
000435/----SEPARADORES-----------------/
000436        01 CT-SEPARADOR-TITULO.
000437          03 CT-SEPARADOR-TIT        PIC X(132).
000438
000439        01 CT-SEPARADOR-SUBTITULO.
000440          03 CT-SEPARADOR-SUB        PIC X(132).
000441
000442        77  FILLER                 PIC X(26)      VALUE
000443                                   '* FINAL  WORKING-STORAGE *'.
000444/--------------------------------/
000445        PROCEDURE DIVISION.
000446/--------------------------------/
000447/--CUERPO-PRINCIPAL-DEL-PROGRAMA-/
000448        MAIN-PROGRAM.
000449
000450            PERFORM 1000-I-INICIO
000451               THRU 1000-F-INICIO
000452
000453            PERFORM 2000-I-PROCESO
000454               THRU 2000-F-PROCESO
000455              UNTIL WS-FIN-MOV OR WS-FIN
000456
000457            PERFORM 9999-I-FINAL
000458               THRU 9999-F-FINAL
000459            .
000460        F-MAIN-PROGRAM.
000461            GOBACK.
000462
000463/----INICIO-APERTURA-FILES-------/
000464        1000-I-INICIO.
000465            ACCEPT WS-PARM-SYSIN FROM SYSIN
000466            MOVE WS-PARM-FECHA                 TO WS-FECHA-PROCESO
000467
000468            ACCEPT WS-FECHA FROM DATE YYYYMMDD
000469
000470            IF WS-FEC-P-DD   IS NOT NUMERIC OR
000471               WS-FEC-P-MM   IS NOT NUMERIC OR
000472               WS-FEC-P-AAAA IS NOT NUMERIC
000473              MOVE WS-FECHA-DD                    TO WS-FEC-P-DD
000474              MOVE WS-FECHA-MM                    TO WS-FEC-P-MM
000475              MOVE WS-FECHA-AAAA                  TO WS-FEC-P-AAAA
000476            END-IF
000477
000478            MOVE WS-FECHA-PROCESO                 TO CT-TIT-FECHA
000479
000480            MOVE WS-FEC-P-AAAA                  TO WS-PRO-ISO-AAAA
000481            MOVE WS-FEC-P-MM                      TO WS-PRO-ISO-MM
000482            MOVE WS-FEC-P-DD                      TO WS-PRO-ISO-DD
000483
000484            SET WS-NO-FIN                         TO TRUE
000485            SET WS-NO-FIN-MOV                     TO TRUE
000486            SET WS-LIBERA-SI                      TO TRUE
000487
000488            PERFORM 8000-I-RUNCTL-INICIO
000489               THRU 8000-F-RUNCTL-INICIO
000490
000491            IF WS-FIN
000492              SET WS-FIN-MOV                      TO TRUE
000493            ELSE
000494
000495            OPEN INPUT MOVIM
000496            IF FS-MOVIM IS NOT EQUAL '00'
000497              DISPLAY '* ERROR EN OPEN MOVIM= ' FS-MOVIM
000498              MOVE 9999                           TO RETURN-CODE
000499              SET  WS-FIN                         TO TRUE
000500            END-IF
000501
000502            OPEN INPUT CUENTAS
000503            IF FS-CUENTAS IS NOT EQUAL '00'
000504              DISPLAY '* ERROR EN OPEN CUENTAS= ' FS-CUENTAS
000505              MOVE 9999                           TO RETURN-CODE
000506              SET  WS-FIN                         TO TRUE
000507            END-IF
000508
000509            OPEN INPUT MONEDAS
000510            IF FS-MONEDAS IS NOT EQUAL '00'
000511              DISPLAY '* ERROR EN OPEN MONEDAS= ' FS-MONEDAS
000512              MOVE 9999                           TO RETURN-CODE
000513              SET  WS-FIN                         TO TRUE
000514            END-IF
000515
000516            OPEN OUTPUT SALIDA
000517            IF FS-SALIDA IS NOT EQUAL '00'
000518              DISPLAY '* ERROR EN OPEN SALIDA= ' FS-SALIDA
000519              MOVE 9999                           TO RETURN-CODE
000520              SET  WS-FIN                         TO TRUE
000521            END-IF
000522
000523            PERFORM 5900-I-IMPRIMIR-INICIO
000524               THRU 5900-F-IMPRIMIR-INICIO
000525
000526            PERFORM 3000-I-LEER-MOVIM
000527               THRU 3000-F-LEER-MOVIM
000528            END-IF
000529            .
000530        1000-F-INICIO.
000531            EXIT.
000532
000533/----PROCESO-UN-MOVIMIENTO-------/
000534* LA HISTORIA ESTA ORDENADA POR CUENTA Y FECHA: SE RECORRE TODA Y
000535* SOLO SE CONTABILIZAN LOS MOVIMIENTOS DE LA FECHA DE PROCESO.
000536        2000-I-PROCESO.
000537            IF MOV-FECHA = WS-FECHA-PROC-ISO
000538              PERFORM 4000-I-CONTABILIZAR
000539                 THRU 4000-F-CONTABILIZAR
000540            END-IF
000541
000542            PERFORM 3000-I-LEER-MOVIM
000543               THRU 3000-F-LEER-MOVIM
000544            .
000545        2000-F-PROCESO.
000546            EXIT.
000547
000548/-----LEO-MOVIMIENTO-------------/
000549        3000-I-LEER-MOVIM.
000550            READ MOVIM
000551              AT END
000552                SET WS-FIN-MOV                    TO TRUE
000553              NOT AT END
000554                ADD 1                             TO WS-MOV-LEIDOS
000555            END-READ
000556
000557            IF FS-MOVIM NOT = '00' AND FS-MOVIM NOT = '10'
000558              DISPLAY '* ERROR EN READ MOVIM= ' FS-MOVIM
000559              MOVE 9999                           TO RETURN-CODE
000560              SET WS-FIN                          TO TRUE
000561            END-IF
000562            .
000563        3000-F-LEER-MOVIM.
000564            EXIT.
000565
000566/-----CONTABILIZO-UN-MOVIMIENTO--/
000567* CADA MOVIMIENTO VA A CLIENTES ('CL') DEL LADO QUE INDICA SU
000568* CODIGO Y A SU CONTRAPARTIDA DEL LADO OPUESTO: LAS TRANSFERENCIAS
000569* ('TR') Y ORDENES ('OP') TIENEN LAS DOS PATAS EN LA HISTORIA,
000570* ASI QUE SU CONTRAPARTIDA ES LA POSICION DE CAMBIO ('PC') DE LA
000571* MONEDA, QUE AL FINAL SE NETEA Y SOLO QUEDA EN MONEDA CRUZADA.
000572* LOS DEMAS ORIGENES VAN CONTRA SU CONTRAPARTIDA ('CP').
000572* LAS REVERSAS ('RV') SIGUEN AL ORIGEN QUE REVERSAN: LAS DE UNA
000572* TRANSFERENCIA U ORDEN TIENEN TAMBIEN LAS DOS PATAS Y VAN A 'PC'.
000572* EL PAGO POR CAJA DEL SALDO DE UNA CUENTA CERRADA ('LQ', T102) VA
000572* CONTRA 'CP' COMO LAS NOVEDADES.
000572* LAS COMISIONES DEL MES ('CM', PGMCOM01) TAMBIEN VAN CONTRA 'CP'.
000573        4000-I-CONTABILIZAR.
000574            ADD 1                               TO WS-MOV-DEL-DIA
000575            MOVE SPACES                          TO WS-MOTIVO-DESC
000576
000577            IF NOT MOV-OPER-CREDITO AND NOT MOV-OPER-DEBITO
000578              MOVE 'CODIGO DE OPERACION INVALIDO'
000579                                                TO WS-MOTIVO-DESC
000580            ELSE
000581              IF MOV-IMPORTE IS NOT NUMERIC OR
000582                 MOV-IMPORTE IS NOT GREATER ZEROS
000583                MOVE 'IMPORTE INVALIDO'          TO WS-MOTIVO-DESC
000584              END-IF
000585            END-IF
000586
000587            IF WS-MOTIVO-DESC = SPACES
000588              PERFORM 4100-I-BUSCAR-CUENTA
000589                 THRU 4100-F-BUSCAR-CUENTA
000590            END-IF
000591
000592            IF WS-MOTIVO-DESC = SPACES AND WS-NO-FIN
000593              PERFORM 4200-I-BUSCAR-MONEDA
000594                 THRU 4200-F-BUSCAR-MONEDA
000595            END-IF
000596
000597            IF WS-MOTIVO-DESC NOT = SPACES
000598              PERFORM 5200-I-IMPRIMIR-ERROR
000599                 THRU 5200-F-IMPRIMIR-ERROR
000600            ELSE
000601              IF WS-NO-FIN
000602                PERFORM 4050-I-CONTAR-ORIGEN
000603                   THRU 4050-F-CONTAR-ORIGEN
000604
000605                MOVE MOV-ORIGEN                   TO WS-AC-ORIGEN
000606                MOVE MOV-TIPO-CUENTA         TO WS-AC-TIPO-CUENTA
000607                MOVE WS-MONEDA-MOV                TO WS-AC-MONEDA
000608                MOVE 'CL'                       TO WS-AC-CONCEPTO
000609                MOVE MOV-CODIGO-OPER         TO WS-AC-CODIGO-OPER
000610
000611                PERFORM 4300-I-ACUMULAR-ASIENTO
000612                   THRU 4300-F-ACUMULAR-ASIENTO
000613
000614                IF MOV-OPER-CREDITO
000615                  MOVE 'DB'                     TO WS-CONTRA-OPER
000616                ELSE
000617                  MOVE 'CR'                     TO WS-CONTRA-OPER
000618                END-IF
000619
000620                EVALUATE TRUE
000621                WHEN MOV-ORI-TRANSFER
000622                WHEN MOV-ORI-ORDEN
000622                WHEN MOV-ORI-REVERSA AND (MOV-REF-ORIGEN = 'TR' OR
000622                                          MOV-REF-ORIGEN = 'OP')
000623                  MOVE SPACES               TO WS-AC-TIPO-CUENTA
000624                  MOVE 'PC'                     TO WS-AC-CONCEPTO
000625                WHEN OTHER
000626                  MOVE 'CP'                     TO WS-AC-CONCEPTO
000627                END-EVALUATE
000628                MOVE WS-CONTRA-OPER          TO WS-AC-CODIGO-OPER
000629
000630                PERFORM 4300-I-ACUMULAR-ASIENTO
000631                   THRU 4300-F-ACUMULAR-ASIENTO
000632              END-IF
000633            END-IF
000634            .
000635        4000-F-CONTABILIZAR.
000636            EXIT.
000637
000638/-----CUENTO-POR-ORIGEN-PARA-LOS-CONTROLES/
000638* LOS 'CI' CON TERMINAL SON INTERESES DEL CIERRE DE CUENTA EN T102
000638* Y NO ENTRAN EN EL CONTROL CONTRA PGMCIE01.
000639        4050-I-CONTAR-ORIGEN.
000640            EVALUATE TRUE
000641            WHEN MOV-ORI-NOVEDADES AND MOV-OPER-CREDITO
000642              ADD 1                               TO WS-CNT-NV-CR
000643            WHEN MOV-ORI-NOVEDADES
000644              ADD 1                               TO WS-CNT-NV-DB
000644            WHEN MOV-ORI-CIERRE AND MOV-TERMID NOT = SPACES
000644              ADD 1                            TO WS-CNT-CI-ONLINE
000645            WHEN MOV-ORI-CIERRE
000646              ADD 1                               TO WS-CNT-CI
000647            WHEN MOV-ORI-ORDEN
000648              ADD 1                               TO WS-CNT-OP
000649            WHEN MOV-ORI-TRANSFER
000650              ADD 1                               TO WS-CNT-TR
000650            WHEN MOV-ORI-REVERSA
000650              ADD 1                               TO WS-CNT-RV
000650            WHEN MOV-ORI-LIQUIDA
000650              ADD 1                                   TO WS-CNT-LQ
000650            WHEN MOV-ORI-COMISION
000650              ADD 1                               TO WS-CNT-CM
000651            WHEN OTHER
000652              ADD 1                               TO WS-CNT-OTROS
000653            END-EVALUATE
000654            .
000655        4050-F-CONTAR-ORIGEN.
000656            EXIT.
000657
000658/-----BUSCO-LA-MONEDA-DE-LA-CUENTA/
000659* LOS MOVIMIENTOS DE UNA CUENTA VIENEN JUNTOS: SOLO SE RELEE
000660* CUENTAS CUANDO CAMBIA LA CUENTA.
000661        4100-I-BUSCAR-CUENTA.
000662            IF MOV-TIPO-CUENTA NOT = CU-TIPO-CUENTA OR
000663               MOV-NRO-CUENTA NOT = CU-NRO-CUENTA OR
000664               WS-CTA-ANTERIOR = SPACES
000665              MOVE MOV-TIPO-CUENTA              TO CU-TIPO-CUENTA
000666              MOVE MOV-NRO-CUENTA                TO CU-NRO-CUENTA
000667              MOVE CU-CLAVE                     TO WS-CTA-ANTERIOR
000668
000669              READ CUENTAS
000670
000671              EVALUATE FS-CUENTAS
000672              WHEN '00'
000673                SET WS-CTA-HALLADA                TO TRUE
000674              WHEN '23'
000675                SET WS-CTA-NO-HALLADA             TO TRUE
000676              WHEN OTHER
000677                DISPLAY '* ERROR EN READ CUENTAS= ' FS-CUENTAS
000678                MOVE 9999                         TO RETURN-CODE
000679                SET WS-FIN                        TO TRUE
000680                SET WS-CTA-NO-HALLADA             TO TRUE
000681              END-EVALUATE
000682            END-IF
000683
000684            IF WS-CTA-HALLADA
000685              MOVE CU-MONEDA                     TO WS-MONEDA-MOV
000686            ELSE
000687              MOVE 'CUENTA INEXISTENTE'          TO WS-MOTIVO-DESC
000688            END-IF
000689            .
000690        4100-F-BUSCAR-CUENTA.
000691            EXIT.
000692
000693/-----BUSCO-MONEDA-EN-TABLA------/
000694* LA PRIMERA VEZ QUE APARECE UNA MONEDA SE TOMA SU COTIZACION
000695* VIGENTE A LA FECHA DE PROCESO (PESOS VALE 1).
000696        4200-I-BUSCAR-MONEDA.
000697            SET WS-MON-BUSCANDO                   TO TRUE
000698            MOVE 1                                TO WS-MON-IDX
000699
000700            PERFORM 4250-I-COMPARAR-MONEDA
000701               THRU 4250-F-COMPARAR-MONEDA
000702              UNTIL WS-SW-MONEDA NOT = 0
000703
000704            IF WS-MON-NO-HALLADO
000705              IF WS-MON-CANT IS LESS THAN 10
000706                IF WS-MONEDA-MOV = CT-MON-PESOS
000707                  MOVE 1                         TO WS-MONB-COTIZ
000708                  SET WS-MONB-HALLADA             TO TRUE
000709                ELSE
000710                  MOVE WS-MONEDA-MOV             TO WS-MONB-CODIGO
000711                  PERFORM 6500-I-LEER-MONEDA
000712                     THRU 6500-F-LEER-MONEDA
000713                END-IF
000714
000715                IF WS-MONB-HALLADA AND
000716                   WS-MONB-COTIZ IS GREATER ZEROS
000717                  ADD 1                           TO WS-MON-CANT
000718                  MOVE WS-MON-CANT                TO WS-MON-IDX
000719                  MOVE WS-MONEDA-MOV TO WS-MON-CODIGO (WS-MON-IDX)
000720                  MOVE WS-MONB-COTIZ  TO WS-MON-COTIZ (WS-MON-IDX)
000721                  MOVE ZEROS           TO WS-MON-DEBE (WS-MON-IDX)
000722                  MOVE ZEROS          TO WS-MON-HABER (WS-MON-IDX)
000723                  MOVE ZEROS       TO WS-MON-DEBE-PES (WS-MON-IDX)
000724                  MOVE ZEROS      TO WS-MON-HABER-PES (WS-MON-IDX)
000725                ELSE
000726                  MOVE 'MONEDA SIN COTIZACION'   TO WS-MOTIVO-DESC
000727                END-IF
000728              ELSE
000729                DISPLAY '* TABLA DE MONEDAS LLENA: ' WS-MONEDA-MOV
000730                MOVE 9999                         TO RETURN-CODE
000731                SET WS-FIN                        TO TRUE
000732              END-IF
000733            END-IF
000734            .
000735        4200-F-BUSCAR-MONEDA.
000736            EXIT.
000737
000738        4250-I-COMPARAR-MONEDA.
000739            IF WS-MON-IDX IS GREATER THAN WS-MON-CANT
000740              SET WS-MON-NO-HALLADO               TO TRUE
000741            ELSE
000742              IF WS-MON-CODIGO (WS-MON-IDX) = WS-MONEDA-MOV
000743                SET WS-MON-HALLADO                TO TRUE
000744              ELSE
000745                ADD 1                             TO WS-MON-IDX
000746              END-IF
000747            END-IF
000748            .
000749        4250-F-COMPARAR-MONEDA.
000750            EXIT.
000751
000752/-----ACUMULO-EL-IMPORTE-EN-SU-ASIENTO/
000753        4300-I-ACUMULAR-ASIENTO.
000754            SET WS-ASI-BUSCANDO                   TO TRUE
000755            MOVE 1                                TO WS-ASI-IDX
000756
000757            PERFORM 4350-I-COMPARAR-ASIENTO
000758               THRU 4350-F-COMPARAR-ASIENTO
000759              UNTIL WS-SW-ASIENTO NOT = 0
000760
000761            IF WS-ASI-NO-HALLADO
000762              IF WS-ASI-CANT-TAB IS LESS THAN 300
000763                ADD 1                           TO WS-ASI-CANT-TAB
000764                MOVE WS-ASI-CANT-TAB              TO WS-ASI-IDX
000765                MOVE WS-ASIENTO-CLAVE TO WS-ASI-CLAVE (WS-ASI-IDX)
000766                MOVE ZEROS         TO WS-ASI-IMPORTE (WS-ASI-IDX)
000767                MOVE ZEROS           TO WS-ASI-PESOS (WS-ASI-IDX)
000768                MOVE ZEROS            TO WS-ASI-CANT (WS-ASI-IDX)
000769                SET WS-ASI-HALLADO                TO TRUE
000770              ELSE
000771                DISPLAY '* TABLA DE ASIENTOS LLENA: '
000772                        WS-ASIENTO-CLAVE
000773                MOVE 9999                         TO RETURN-CODE
000774                SET WS-FIN                        TO TRUE
000775              END-IF
000776            END-IF
000777
000778            IF WS-ASI-HALLADO
000779              ADD MOV-IMPORTE      TO WS-ASI-IMPORTE (WS-ASI-IDX)
000780              ADD 1                   TO WS-ASI-CANT (WS-ASI-IDX)
000781            END-IF
000782            .
000783        4300-F-ACUMULAR-ASIENTO.
000784            EXIT.
000785
000786        4350-I-COMPARAR-ASIENTO.
000787            IF WS-ASI-IDX IS GREATER THAN WS-ASI-CANT-TAB
000788              SET WS-ASI-NO-HALLADO               TO TRUE
000789            ELSE
000790              IF WS-ASI-CLAVE (WS-ASI-IDX) = WS-ASIENTO-CLAVE
000791                SET WS-ASI-HALLADO                TO TRUE
000792              ELSE
000793                ADD 1                             TO WS-ASI-IDX
000794              END-IF
000795            END-IF
000796            .
000797        4350-F-COMPARAR-ASIENTO.
000798            EXIT.
000799
000800/-----NETEO-LA-POSICION-DE-CAMBIO/
000801* POR ORIGEN Y MONEDA, LA POSICION DEBITO Y LA CREDITO SE
000802* COMPENSAN Y SOLO QUEDA LA DIFERENCIA DEL LADO MAYOR (EN LA MISMA
000803* MONEDA LAS DOS PATAS SE ANULAN; EN MONEDA CRUZADA QUEDA LO
000804* DEBITADO EN UNA MONEDA Y LO ACREDITADO EN LA OTRA).
000805        4500-I-NETEAR-POSICIONES.
000806            MOVE 1                                TO WS-ASI-IDX
000807
000808            PERFORM 4550-I-NETEAR-UNA
000809               THRU 4550-F-NETEAR-UNA
000810              UNTIL WS-ASI-IDX IS GREATER THAN WS-ASI-CANT-TAB
000811            .
000812        4500-F-NETEAR-POSICIONES.
000813            EXIT.
000814
000815        4550-I-NETEAR-UNA.
000816            MOVE WS-ASI-CLAVE (WS-ASI-IDX)     TO WS-ASI-CLAVE-AUX
000817
000818            IF WS-AA-CONCEPTO = 'PC' AND WS-AA-CODIGO-OPER = 'DB'
000819               AND WS-ASI-IMPORTE (WS-ASI-IDX) IS GREATER ZEROS
000820              MOVE WS-ASI-CLAVE-AUX            TO WS-ASIENTO-CLAVE
000821              MOVE 'CR'                      TO WS-AC-CODIGO-OPER
000822              SET WS-ASI-BUSCANDO                 TO TRUE
000823              MOVE 1                              TO WS-ASI-IDX2
000824
000825              PERFORM 4570-I-BUSCAR-OPUESTA
000826                 THRU 4570-F-BUSCAR-OPUESTA
000827                UNTIL WS-SW-ASIENTO NOT = 0
000828
000829              IF WS-ASI-HALLADO
000830                IF WS-ASI-IMPORTE (WS-ASI-IDX) IS GREATER
000831                   WS-ASI-IMPORTE (WS-ASI-IDX2)
000832                  SUBTRACT WS-ASI-IMPORTE (WS-ASI-IDX2)
000833                      FROM WS-ASI-IMPORTE (WS-ASI-IDX)
000834                  MOVE ZEROS       TO WS-ASI-IMPORTE (WS-ASI-IDX2)
000835                ELSE
000836                  SUBTRACT WS-ASI-IMPORTE (WS-ASI-IDX)
000837                      FROM WS-ASI-IMPORTE (WS-ASI-IDX2)
000838                  MOVE ZEROS        TO WS-ASI-IMPORTE (WS-ASI-IDX)
000839                END-IF
000840              END-IF
000841            END-IF
000842
000843            ADD 1                                 TO WS-ASI-IDX
000844            .
000845        4550-F-NETEAR-UNA.
000846            EXIT.
000847
000848        4570-I-BUSCAR-OPUESTA.
000849            IF WS-ASI-IDX2 IS GREATER THAN WS-ASI-CANT-TAB
000850              SET WS-ASI-NO-HALLADO               TO TRUE
000851            ELSE
000852              IF WS-ASI-CLAVE (WS-ASI-IDX2) = WS-ASIENTO-CLAVE
000853                SET WS-ASI-HALLADO                TO TRUE
000854              ELSE
000855                ADD 1                             TO WS-ASI-IDX2
000856              END-IF
000857            END-IF
000858            .
000859        4570-F-BUSCAR-OPUESTA.
000860            EXIT.
000861
000862/-----IMPRIMO-UN-MOVIMIENTO-CON-ERROR/
000863* UN MOVIMIENTO QUE NO SE PUEDE CONTABILIZAR IMPIDE LIBERAR EL
000864* ARCHIVO: EL DIA NO QUEDARIA COMPLETO EN CONTABILIDAD.
000865        5200-I-IMPRIMIR-ERROR.
000866            ADD 1                               TO WS-MOV-ERRORES
000867            SET WS-LIBERA-NO                      TO TRUE
000868
000869            MOVE MOV-TIPO-CUENTA                  TO CT-ERR-TIPCTA
000870            MOVE MOV-NRO-CUENTA                   TO CT-ERR-NROCTA
000871            MOVE MOV-SECUENCIA                    TO CT-ERR-SECUEN
000872            MOVE MOV-ORIGEN                       TO CT-ERR-ORIGEN
000873            MOVE MOV-CODIGO-OPER                    TO CT-ERR-OPER
000874            MOVE WS-MOTIVO-DESC                   TO CT-ERR-MOTIVO
000875
000876            WRITE REG-SALIDA FROM CT-LINEA-ERROR
000877
000878            IF FS-SALIDA IS NOT EQUAL '00'
000879              DISPLAY '* ERROR EN GRABAR ERROR: ' FS-SALIDA
000880              MOVE 9999                           TO RETURN-CODE
000881              SET WS-FIN                          TO TRUE
000882            END-IF
000883            .
000884        5200-F-IMPRIMIR-ERROR.
000885            EXIT.
000886
000887/-----IMPRIMO-LOS-ASIENTOS-POR-MONEDA/
000888        5300-I-IMPRIMIR-ASIENTOS.
000889            MOVE 1                                TO WS-MON-IDX
000890
000891            PERFORM 5350-I-IMPRIMIR-MONEDA
000892               THRU 5350-F-IMPRIMIR-MONEDA
000893              UNTIL WS-MON-IDX IS GREATER THAN WS-MON-CANT
000894            .
000895        5300-F-IMPRIMIR-ASIENTOS.
000896            EXIT.
000897
000898/-----ASIENTOS-Y-BALANCE-DE-UNA-MONEDA/
000899* CADA MONEDA DEBE BALANCEAR EN SU PROPIA MONEDA; LOS PESOS SON
000900* INFORMATIVOS (EQUIVALENTE A LA COTIZACION DEL DIA).
000901        5350-I-IMPRIMIR-MONEDA.
000902            MOVE 1                                TO WS-ASI-IDX
000903
000904            PERFORM 5400-I-IMPRIMIR-ASIENTO
000905               THRU 5400-F-IMPRIMIR-ASIENTO
000906              UNTIL WS-ASI-IDX IS GREATER THAN WS-ASI-CANT-TAB
000907
000908            MOVE WS-MON-CODIGO (WS-MON-IDX)       TO CT-TOT-MONEDA
000909            MOVE WS-MON-DEBE (WS-MON-IDX)           TO CT-TOT-DEBE
000910            MOVE WS-MON-HABER (WS-MON-IDX)         TO CT-TOT-HABER
000911
000912            IF WS-MON-DEBE (WS-MON-IDX) =
000913               WS-MON-HABER (WS-MON-IDX)
000914              MOVE 'BALANCEADA'                   TO CT-TOT-ESTADO
000915            ELSE
000916              MOVE 'DESBALANCEADA'                TO CT-TOT-ESTADO
000917              ADD 1                          TO WS-MON-DESBALANCE
000918              SET WS-LIBERA-NO                    TO TRUE
000919            END-IF
000920
000921            WRITE REG-SALIDA FROM CT-LINEA-MONEDA
000922
000923            IF FS-SALIDA IS NOT EQUAL '00'
000924              DISPLAY '* ERROR EN GRABAR MONEDA: ' FS-SALIDA
000925              MOVE 9999                           TO RETURN-CODE
000926              SET WS-FIN                          TO TRUE
000927            END-IF
000928
000929            PERFORM 5500-I-IMPRIMIR-SEPARADOR-B
000930               THRU 5500-F-IMPRIMIR-SEPARADOR-B
000931
000932            ADD 1                                 TO WS-MON-IDX
000933            .
000934        5350-F-IMPRIMIR-MONEDA.
000935            EXIT.
000936
000937        5400-I-IMPRIMIR-ASIENTO.
000938            MOVE WS-ASI-CLAVE (WS-ASI-IDX)     TO WS-ASI-CLAVE-AUX
000939
000940            IF WS-AA-MONEDA = WS-MON-CODIGO (WS-MON-IDX)
000941               AND WS-ASI-IMPORTE (WS-ASI-IDX) IS GREATER ZEROS
000942              COMPUTE WS-ASI-PESOS (WS-ASI-IDX) ROUNDED =
000943                      WS-ASI-IMPORTE (WS-ASI-IDX) *
000944                      WS-MON-COTIZ (WS-MON-IDX)
000945
000946              IF WS-AA-CODIGO-OPER = 'DB'
000947                ADD WS-ASI-IMPORTE (WS-ASI-IDX)
000948                    TO WS-MON-DEBE (WS-MON-IDX)
000949                ADD WS-ASI-PESOS (WS-ASI-IDX)
000950                    TO WS-MON-DEBE-PES (WS-MON-IDX)
000951              ELSE
000952                ADD WS-ASI-IMPORTE (WS-ASI-IDX)
000953                    TO WS-MON-HABER (WS-MON-IDX)
000954                ADD WS-ASI-PESOS (WS-ASI-IDX)
000955                    TO WS-MON-HABER-PES (WS-MON-IDX)
000956              END-IF
000957
000958              MOVE WS-AA-ORIGEN                   TO CT-DET-ORIGEN
000959              MOVE WS-AA-TIPO-CUENTA              TO CT-DET-TIPCTA
000960              MOVE WS-AA-MONEDA                   TO CT-DET-MONEDA
000961              MOVE WS-AA-CONCEPTO               TO CT-DET-CONCEPTO
000962              MOVE WS-AA-CODIGO-OPER                TO CT-DET-OPER
000963              MOVE WS-ASI-IMPORTE (WS-ASI-IDX)   TO CT-DET-IMPORTE
000964              MOVE WS-MON-COTIZ (WS-MON-IDX)       TO CT-DET-COTIZ
000965              MOVE WS-ASI-PESOS (WS-ASI-IDX)       TO CT-DET-PESOS
000966              MOVE WS-ASI-CANT (WS-ASI-IDX)         TO CT-DET-CANT
000967
000968              WRITE REG-SALIDA FROM CT-LINEA-ASIENTO
000969
000970              IF FS-SALIDA IS NOT EQUAL '00'
000971                DISPLAY '* ERROR EN GRABAR ASIENTO: ' FS-SALIDA
000972                MOVE 9999                         TO RETURN-CODE
000973                SET WS-FIN                        TO TRUE
000974              END-IF
000975            END-IF
000976
000977            ADD 1                                 TO WS-ASI-IDX
000978            .
000979        5400-F-IMPRIMIR-ASIENTO.
000980            EXIT.
000981
000982/--IMPRIMIR-SEPARADOR-(=)--------/
000983        5450-I-IMPRIMIR-SEPARADOR-A.
000984         MOVE ALL '='                          TO CT-SEPARADOR-TIT
000985
000986            WRITE REG-SALIDA FROM CT-SEPARADOR-TITULO
000987
000988            IF FS-SALIDA IS NOT EQUAL '00'
000989              DISPLAY '* ERROR EN GRABAR SEPARADOR A: ' FS-SALIDA
000990              MOVE 9999                           TO RETURN-CODE
000991              SET WS-FIN                          TO TRUE
000992            END-IF
000993            .
000994        5450-F-IMPRIMIR-SEPARADOR-A.
000995            EXIT.
000996
000997/--IMPRIMIR-SEPARADOR-(-)--------/
000998        5500-I-IMPRIMIR-SEPARADOR-B.
000999         MOVE ALL '-'                          TO CT-SEPARADOR-SUB
001000
001001            WRITE REG-SALIDA FROM CT-SEPARADOR-SUBTITULO
001002
001003            IF FS-SALIDA IS NOT EQUAL '00'
001004              DISPLAY '* ERROR EN GRABAR SEPARADOR B: ' FS-SALIDA
001005              MOVE 9999                           TO RETURN-CODE
001006              SET WS-FIN                          TO TRUE
001007            END-IF
001008            .
001009        5500-F-IMPRIMIR-SEPARADOR-B.
001010            EXIT.
001011
001012/-----CONTROLES-CONTRA-RUNCTL----/
001013* PGMNOV01: CREDITOS Y DEBITOS APLICADOS (CONTADORES 3 Y 4).
001014* PGMORD01: ORDENES EJECUTADAS (CONTADOR 3), DOS PATAS CADA UNA.
001015* PGMCIE01: MOVIMIENTOS DE INTERES GRABADOS (CONTADOR 6).
001015* PGMCOM01: COMISIONES COBRADAS (CONTADOR 3).
001016* RUNCTL NO GUARDA IMPORTES: LOS IMPORTES SE CONTROLAN POR EL
001017* BALANCE DE CADA MONEDA.
001018        5600-I-CONTROLAR-RUNCTL.
001019            WRITE REG-SALIDA FROM CT-SUB-CONTROLES
001020
001021            IF FS-SALIDA IS NOT EQUAL '00'
001022              DISPLAY '* ERROR EN GRABAR SUBTITULO: ' FS-SALIDA
001023              MOVE 9999                           TO RETURN-CODE
001024              SET WS-FIN                          TO TRUE
001025            END-IF
001026
001027            PERFORM 5500-I-IMPRIMIR-SEPARADOR-B
001028               THRU 5500-F-IMPRIMIR-SEPARADOR-B
001029
001030            MOVE 'NOVEDADES CREDITO (PGMNOV01)'   TO WS-CTL-DESC
001031            MOVE WS-CNT-NV-CR                     TO WS-CTL-MOVIM
001032            MOVE WS-RC-NV-CR                     TO WS-CTL-RUNCTL
001033            PERFORM 5650-I-IMPRIMIR-CONTROL
001034               THRU 5650-F-IMPRIMIR-CONTROL
001035
001036            MOVE 'NOVEDADES DEBITO (PGMNOV01)'    TO WS-CTL-DESC
001037            MOVE WS-CNT-NV-DB                     TO WS-CTL-MOVIM
001038            MOVE WS-RC-NV-DB                     TO WS-CTL-RUNCTL
001039            PERFORM 5650-I-IMPRIMIR-CONTROL
001040               THRU 5650-F-IMPRIMIR-CONTROL
001041
001042            MOVE 'PATAS DE ORDENES (PGMORD01)'    TO WS-CTL-DESC
001043            MOVE WS-CNT-OP                        TO WS-CTL-MOVIM
001044            COMPUTE WS-CTL-RUNCTL = WS-RC-OP * 2
001045            PERFORM 5650-I-IMPRIMIR-CONTROL
001046               THRU 5650-F-IMPRIMIR-CONTROL
001047
001048            MOVE 'INTERESES (PGMCIE01)'           TO WS-CTL-DESC
001049            MOVE WS-CNT-CI                        TO WS-CTL-MOVIM
001050            MOVE WS-RC-CI                        TO WS-CTL-RUNCTL
001051            PERFORM 5650-I-IMPRIMIR-CONTROL
001052               THRU 5650-F-IMPRIMIR-CONTROL
001052
001052            MOVE 'COMISIONES (PGMCOM01)'          TO WS-CTL-DESC
001052            MOVE WS-CNT-CM                        TO WS-CTL-MOVIM
001052            MOVE WS-RC-CM                        TO WS-CTL-RUNCTL
001052            PERFORM 5650-I-IMPRIMIR-CONTROL
001052               THRU 5650-F-IMPRIMIR-CONTROL
001053
001054            PERFORM 5500-I-IMPRIMIR-SEPARADOR-B
001055               THRU 5500-F-IMPRIMIR-SEPARADOR-B
001056            .
001057        5600-F-CONTROLAR-RUNCTL.
001058            EXIT.
001059
001060        5650-I-IMPRIMIR-CONTROL.
001061            MOVE WS-CTL-DESC                        TO CT-CTL-DESC
001062            MOVE WS-CTL-MOVIM                      TO CT-CTL-MOVIM
001063            MOVE WS-CTL-RUNCTL                    TO CT-CTL-RUNCTL
001064
001065            IF WS-CTL-MOVIM = WS-CTL-RUNCTL
001066              MOVE 'OK'                           TO CT-CTL-ESTADO
001067            ELSE
001068              MOVE 'DIFERENCIA'                   TO CT-CTL-ESTADO
001069              ADD 1                         TO WS-CTL-DIFERENCIAS
001070              SET WS-LIBERA-NO                    TO TRUE
001071            END-IF
001072
001073            WRITE REG-SALIDA FROM CT-LINEA-CONTROL
001074
001075            IF FS-SALIDA IS NOT EQUAL '00'
001076              DISPLAY '* ERROR EN GRABAR CONTROL: ' FS-SALIDA
001077              MOVE 9999                           TO RETURN-CODE
001078              SET WS-FIN                          TO TRUE
001079            END-IF
001080            .
001081        5650-F-IMPRIMIR-CONTROL.
001082            EXIT.
001083
001084/--IMPRIMO-TITULO-DEL-LISTADO----/
001085        5900-I-IMPRIMIR-INICIO.
001086            PERFORM 5450-I-IMPRIMIR-SEPARADOR-A
001087               THRU 5450-F-IMPRIMIR-SEPARADOR-A
001088
001089            WRITE REG-SALIDA FROM CT-TITULO
001090
001091            IF FS-SALIDA IS NOT EQUAL '00'
001092              DISPLAY '* ERROR EN GRABAR TITULO: ' FS-SALIDA
001093              MOVE 9999                           TO RETURN-CODE
001094              SET WS-FIN                          TO TRUE
001095            END-IF
001096
001097            PERFORM 5450-I-IMPRIMIR-SEPARADOR-A
001098               THRU 5450-F-IMPRIMIR-SEPARADOR-A
001099
001100            WRITE REG-SALIDA FROM CT-SUBTITULO
001101
001102            IF FS-SALIDA IS NOT EQUAL '00'
001103              DISPLAY '* ERROR EN GRABAR SUBTITULO: ' FS-SALIDA
001104              MOVE 9999                           TO RETURN-CODE
001105              SET WS-FIN                          TO TRUE
001106            END-IF
001107
001108            PERFORM 5500-I-IMPRIMIR-SEPARADOR-B
001109               THRU 5500-F-IMPRIMIR-SEPARADOR-B
001110            .
001111        5900-F-IMPRIMIR-INICIO.
001112            EXIT.
001113
001114/--IMPRIMO-CONTROLES-Y-RESULTADO-/
001115* CON ERRORES DE ARCHIVO NO SE LIBERA NADA; EL RESULTADO QUEDA
001116* ESCRITO AL PIE DEL LISTADO PARA CONTABILIDAD Y OPERACIONES.
001117        5950-I-IMPRIMIR-TOTALES.
001118            PERFORM 5600-I-CONTROLAR-RUNCTL
001119               THRU 5600-F-CONTROLAR-RUNCTL
001120
001121            IF WS-FIN
001122              SET WS-LIBERA-NO                    TO TRUE
001123            END-IF
001124
001125            IF WS-LIBERA-SI
001126              PERFORM 7000-I-GRABAR-INTERFAZ
001127                 THRU 7000-F-GRABAR-INTERFAZ
001128            END-IF
001129
001130            EVALUATE TRUE
001131            WHEN WS-LIBERA-SI
001132              MOVE 'ARCHIVO DE ASIENTOS LIBERADO'  TO CT-RES-TEXTO
001133            WHEN WS-MOV-ERRORES IS GREATER ZEROS
001134              MOVE 'NO LIBERADO: MOVIMIENTOS CON ERROR'
001135                                                  TO CT-RES-TEXTO
001136            WHEN WS-MON-DESBALANCE IS GREATER ZEROS
001137              MOVE 'NO LIBERADO: MONEDAS DESBALANCEADAS'
001138                                                  TO CT-RES-TEXTO
001139            WHEN WS-CTL-DIFERENCIAS IS GREATER ZEROS
001140              MOVE 'NO LIBERADO: DIFERENCIAS CONTRA RUNCTL'
001141                                                  TO CT-RES-TEXTO
001142            WHEN OTHER
001143              MOVE 'NO LIBERADO: ERROR DE ARCHIVO' TO CT-RES-TEXTO
001144            END-EVALUATE
001145
001146            IF WS-LIBERA-NO
001147              MOVE 9999                           TO RETURN-CODE
001148            END-IF
001149
001150            MOVE WS-MOV-DEL-DIA                  TO CT-PIE-DEL-DIA
001151            MOVE WS-MOV-ERRORES                  TO CT-PIE-ERRORES
001152            MOVE WS-ASI-GRABADOS                TO CT-PIE-ASIENTOS
001153            MOVE WS-MON-DESBALANCE                TO CT-PIE-DESBAL
001154            MOVE WS-CTL-DIFERENCIAS               TO CT-PIE-DIFER
001155
001156            WRITE REG-SALIDA FROM CT-PIE
001157
001158            IF FS-SALIDA IS NOT EQUAL '00'
001159              DISPLAY '* ERROR EN GRABAR PIE: ' FS-SALIDA
001160              MOVE 9999                           TO RETURN-CODE
001161            END-IF
001162
001163            WRITE REG-SALIDA FROM CT-LINEA-RESULTADO
001164
001165            IF FS-SALIDA IS NOT EQUAL '00'
001166              DISPLAY '* ERROR EN GRABAR RESULTADO: ' FS-SALIDA
001167              MOVE 9999                           TO RETURN-CODE
001168            END-IF
001169
001170            PERFORM 5450-I-IMPRIMIR-SEPARADOR-A
001171               THRU 5450-F-IMPRIMIR-SEPARADOR-A
001172            .
001173        5950-F-IMPRIMIR-TOTALES.
001174            EXIT.
001175
001176/-----BUSCO-COTIZACION-VIGENTE---/
001177* RECORRO LAS FECHAS DE LA MONEDA (CLAVES CRONOLOGICAS) Y ME
001178* QUEDO CON LA ULTIMA CUYA VIGENCIA NO SUPERA LA FECHA DE PROCESO.
001179        6500-I-LEER-MONEDA.
001180            SET WS-MONB-SIGUE             TO TRUE
001181            SET WS-MONB-NO-HALLADA        TO TRUE
001182            MOVE ZEROS                    TO WS-MONB-COTIZ
001183
001184            MOVE WS-MONB-CODIGO           TO MON-CODIGO
001185            MOVE LOW-VALUES               TO MON-FECHA-VIGENCIA
001186
001187            START MONEDAS KEY IS NOT LESS THAN MON-CLAVE
001188
001189            EVALUATE FS-MONEDAS
001190            WHEN '00'
001191              CONTINUE
001192            WHEN '23'
001193              SET WS-MONB-FIN             TO TRUE
001194            WHEN OTHER
001195              DISPLAY '* ERROR EN START MONEDAS= ' FS-MONEDAS
001196              MOVE 9999                     TO RETURN-CODE
001197              SET WS-FIN                    TO TRUE
001198              SET WS-MONB-FIN             TO TRUE
001199            END-EVALUATE
001200
001201            PERFORM 6550-I-LEER-COTIZACION
001202               THRU 6550-F-LEER-COTIZACION
001203              UNTIL WS-MONB-FIN
001204            .
001205        6500-F-LEER-MONEDA.
001206            EXIT.
001207
001208/-----LEO-UNA-COTIZACION---------/
001209        6550-I-LEER-COTIZACION.
001210            READ MONEDAS NEXT
001211
001212            EVALUATE FS-MONEDAS
001213            WHEN '00'
001214              IF MON-CODIGO NOT = WS-MONB-CODIGO
001215                SET WS-MONB-FIN           TO TRUE
001216              ELSE
001217                IF MON-FECHA-VIGENCIA IS NOT GREATER
001218                   WS-FECHA-PROC-ISO
001219                  MOVE MON-COTIZACION     TO WS-MONB-COTIZ
001220                  SET WS-MONB-HALLADA     TO TRUE
001221                ELSE
001222                  SET WS-MONB-FIN         TO TRUE
001223                END-IF
001224              END-IF
001225
001226            WHEN '10'
001227              SET WS-MONB-FIN             TO TRUE
001228
001229            WHEN OTHER
001230              DISPLAY '* ERROR EN READ MONEDAS= ' FS-MONEDAS
001231              MOVE 9999                     TO RETURN-CODE
001232              SET WS-FIN                    TO TRUE
001233              SET WS-MONB-FIN             TO TRUE
001234            END-EVALUATE
001235            .
001236        6550-F-LEER-COTIZACION.
001237            EXIT.
001238
001239/-----GRABO-EL-ARCHIVO-DE-ASIENTOS/
001240* SOLO SE ABRE SI SE LIBERA: UN DIA NO LIBERADO DEJA EL ARCHIVO
001241* VACIO Y CONTABILIDAD NO CARGA NADA.
001242        7000-I-GRABAR-INTERFAZ.
001243            OPEN OUTPUT ASIENTO
001244            IF FS-ASIENTO IS NOT EQUAL '00'
001245              DISPLAY '* ERROR EN OPEN ASIENTO= ' FS-ASIENTO
001246              MOVE 9999                           TO RETURN-CODE
001247              SET WS-FIN                          TO TRUE
001248              SET WS-LIBERA-NO                    TO TRUE
001249            ELSE
001250              ACCEPT WS-HORA-SYS FROM TIME
001251              MOVE WS-HORA-HH                     TO WS-HORA-E-HH
001252              MOVE WS-HORA-MM                     TO WS-HORA-E-MM
001253              MOVE WS-HORA-SS                     TO WS-HORA-E-SS
001254
001255              MOVE SPACES                         TO REG-ASIENTO
001256              SET ASI-ES-CABECERA                 TO TRUE
001257              MOVE WS-FECHA-PROC-ISO         TO ASI-FECHA-PROCESO
001258              MOVE 'PGMCON01'                   TO ASI-C-PROGRAMA
001259              MOVE WS-HORA-EDIT                   TO ASI-C-HORA
001260
001261              PERFORM 7200-I-ESCRIBIR-ASIENTO
001262                 THRU 7200-F-ESCRIBIR-ASIENTO
001263
001264              MOVE ZEROS                        TO WS-HASH-DEBITOS
001265              MOVE ZEROS                       TO WS-HASH-CREDITOS
001266              MOVE 1                              TO WS-MON-IDX
001267
001268              PERFORM 7050-I-GRABAR-MONEDA
001269                 THRU 7050-F-GRABAR-MONEDA
001270                UNTIL WS-MON-IDX IS GREATER THAN WS-MON-CANT
001271
001272              MOVE SPACES                         TO REG-ASIENTO
001273              SET ASI-ES-COLA                     TO TRUE
001274              MOVE WS-FECHA-PROC-ISO         TO ASI-FECHA-PROCESO
001275              MOVE WS-ASI-GRABADOS          TO ASI-T-CANT-ASIENTOS
001276              MOVE WS-MOV-DEL-DIA              TO ASI-T-CANT-MOVIM
001277              MOVE WS-HASH-DEBITOS          TO ASI-T-HASH-DEBITOS
001278              MOVE WS-HASH-CREDITOS        TO ASI-T-HASH-CREDITOS
001279
001280              PERFORM 7200-I-ESCRIBIR-ASIENTO
001281                 THRU 7200-F-ESCRIBIR-ASIENTO
001282
001283              CLOSE ASIENTO
001284              IF FS-ASIENTO IS NOT EQUAL '00'
001285                DISPLAY '* ERROR EN CLOSE ASIENTO= ' FS-ASIENTO
001286                MOVE 9999                         TO RETURN-CODE
001287                SET WS-LIBERA-NO                  TO TRUE
001288              END-IF
001289            END-IF
001290            .
001291        7000-F-GRABAR-INTERFAZ.
001292            EXIT.
001293
001294        7050-I-GRABAR-MONEDA.
001295            MOVE 1                                TO WS-ASI-IDX
001296
001297            PERFORM 7100-I-GRABAR-ASIENTO
001298               THRU 7100-F-GRABAR-ASIENTO
001299              UNTIL WS-ASI-IDX IS GREATER THAN WS-ASI-CANT-TAB
001300
001301            ADD 1                                 TO WS-MON-IDX
001302            .
001303        7050-F-GRABAR-MONEDA.
001304            EXIT.
001305
001306        7100-I-GRABAR-ASIENTO.
001307            MOVE WS-ASI-CLAVE (WS-ASI-IDX)     TO WS-ASI-CLAVE-AUX
001308
001309            IF WS-AA-MONEDA = WS-MON-CODIGO (WS-MON-IDX)
001310               AND WS-ASI-IMPORTE (WS-ASI-IDX) IS GREATER ZEROS
001311              MOVE SPACES                         TO REG-ASIENTO
001312              SET ASI-ES-DETALLE                  TO TRUE
001313              MOVE WS-FECHA-PROC-ISO         TO ASI-FECHA-PROCESO
001314              MOVE WS-AA-ORIGEN                     TO ASI-ORIGEN
001315              MOVE WS-AA-TIPO-CUENTA           TO ASI-TIPO-CUENTA
001316              MOVE WS-AA-MONEDA                     TO ASI-MONEDA
001317              MOVE WS-AA-CONCEPTO                 TO ASI-CONCEPTO
001318              MOVE WS-AA-CODIGO-OPER           TO ASI-CODIGO-OPER
001319              MOVE WS-ASI-IMPORTE (WS-ASI-IDX)     TO ASI-IMPORTE
001320              MOVE WS-MON-COTIZ (WS-MON-IDX)    TO ASI-COTIZACION
001321              MOVE WS-ASI-PESOS (WS-ASI-IDX) TO ASI-IMPORTE-PESOS
001322              MOVE WS-ASI-CANT (WS-ASI-IDX)     TO ASI-CANT-MOVIM
001323
001324              IF ASI-OPER-DEBITO
001325                ADD ASI-IMPORTE                 TO WS-HASH-DEBITOS
001326              ELSE
001327                ADD ASI-IMPORTE                TO WS-HASH-CREDITOS
001328              END-IF
001329
001330              PERFORM 7200-I-ESCRIBIR-ASIENTO
001331                 THRU 7200-F-ESCRIBIR-ASIENTO
001332
001333              ADD 1                             TO WS-ASI-GRABADOS
001334            END-IF
001335
001336            ADD 1                                 TO WS-ASI-IDX
001337            .
001338        7100-F-GRABAR-ASIENTO.
001339            EXIT.
001340
001341        7200-I-ESCRIBIR-ASIENTO.
001342            WRITE REG-ASIENTO
001343
001344            IF FS-ASIENTO IS NOT EQUAL '00'
001345              DISPLAY '* ERROR EN GRABAR ASIENTO= ' FS-ASIENTO
001346              MOVE 9999                           TO RETURN-CODE
001347              SET WS-FIN                          TO TRUE
001348              SET WS-LIBERA-NO                    TO TRUE
001349            END-IF
001350            .
001351        7200-F-ESCRIBIR-ASIENTO.
001352            EXIT.
001353
001354/-----REGISTRO-INICIO-DE-CORRIDA-/
001355* LA FECHA DE PROCESO ES LA DEL PARAMETRO (AAAA-MM-DD).
001356        8000-I-RUNCTL-INICIO.
001357            OPEN I-O RUNCTL
001358            IF FS-RUNCTL IS NOT EQUAL '00'
001359              DISPLAY '* ERROR EN OPEN RUNCTL= ' FS-RUNCTL
001360              SET WS-RUNCTL-NO                  TO TRUE
001361              IF RETURN-CODE = ZEROS
001362                MOVE 0004                       TO RETURN-CODE
001363              END-IF
001364              DISPLAY '* SIN RUNCTL NO HAY CONTROL DE CANTIDADES'
001365              SET WS-LIBERA-NO                  TO TRUE
001366            ELSE
001367              SET WS-RUNCTL-OK                  TO TRUE
001368
001369              PERFORM 8200-I-VERIFICAR-CORRIDAS
001370                 THRU 8200-F-VERIFICAR-CORRIDAS
001371
001372              ACCEPT WS-HORA-SYS FROM TIME
001373              MOVE WS-HORA-HH                   TO WS-HORA-E-HH
001374              MOVE WS-HORA-MM                   TO WS-HORA-E-MM
001375              MOVE WS-HORA-SS                   TO WS-HORA-E-SS
001376
001377              MOVE SPACES                       TO REG-RUNCTL
001378              MOVE 'PGMCON01'                   TO RC-PROGRAMA
001379              MOVE WS-FECHA-PROC-ISO        TO RC-FECHA-PROCESO
001380              MOVE WS-HORA-EDIT                 TO RC-HORA-INICIO
001381              MOVE WS-PARM-SYSIN                TO RC-PARAMETRO
001382              MOVE SPACE                        TO RC-REINICIO
001383              IF WS-BLOQUEADO
001384                MOVE 'B'                        TO RC-ESTADO
001385              ELSE
001386                MOVE 'E'                        TO RC-ESTADO
001387              END-IF
001388              MOVE SPACES                       TO RC-HORA-FIN
001389              MOVE ZEROS                        TO RC-CONTADOR-1
001390              MOVE ZEROS                        TO RC-CONTADOR-2
001391              MOVE ZEROS                        TO RC-CONTADOR-3
001392              MOVE ZEROS                        TO RC-CONTADOR-4
001393              MOVE ZEROS                        TO RC-CONTADOR-5
001394              MOVE ZEROS                        TO RC-CONTADOR-6
001395
001396              WRITE REG-RUNCTL
001397
001398              IF FS-RUNCTL IS NOT EQUAL '00'
001399                DISPLAY '* ERROR EN GRABAR RUNCTL= ' FS-RUNCTL
001400                SET WS-RUNCTL-NO                TO TRUE
001401                IF RETURN-CODE = ZEROS
001402                  MOVE 0004                     TO RETURN-CODE
001403                END-IF
001404              ELSE
001405                IF WS-BLOQUEADO
001406                  SET WS-RUNCTL-NO              TO TRUE
001407                  CLOSE RUNCTL
001408                ELSE
001409                  MOVE RC-CLAVE         TO WS-RUN-CLAVE-GUARDADA
001410                END-IF
001411              END-IF
001412            END-IF
001413            .
001414        8000-F-RUNCTL-INICIO.
001415            EXIT.
001416
001417/-----REGISTRO-FIN-DE-CORRIDA----/
001418* CONTADORES: 1 MOVIMIENTOS DE LA FECHA, 2 ASIENTOS GRABADOS,
001419* 3 MOVIMIENTOS CON ERROR, 4 MONEDAS DESBALANCEADAS, 5 DIFERENCIAS
001420* CONTRA RUNCTL, 6 ARCHIVO LIBERADO (1) O NO (0).
001421        8100-I-RUNCTL-FIN.
001422            IF WS-RUNCTL-OK
001423              MOVE WS-RUN-CLAVE-GUARDADA        TO RC-CLAVE
001424
001425              READ RUNCTL
001426
001427              IF FS-RUNCTL IS NOT EQUAL '00'
001428                DISPLAY '* ERROR EN READ RUNCTL= ' FS-RUNCTL
001429              ELSE
001430                ACCEPT WS-HORA-SYS FROM TIME
001431                MOVE WS-HORA-HH                 TO WS-HORA-E-HH
001432                MOVE WS-HORA-MM                 TO WS-HORA-E-MM
001433                MOVE WS-HORA-SS                 TO WS-HORA-E-SS
001434                MOVE WS-HORA-EDIT               TO RC-HORA-FIN
001435
001436                IF RETURN-CODE = 9999
001437                  MOVE 'A'                      TO RC-ESTADO
001438                ELSE
001439                  MOVE 'F'                      TO RC-ESTADO
001440                END-IF
001441
001442                MOVE WS-MOV-DEL-DIA             TO RC-CONTADOR-1
001443                MOVE WS-ASI-GRABADOS            TO RC-CONTADOR-2
001444                MOVE WS-MOV-ERRORES             TO RC-CONTADOR-3
001445                MOVE WS-MON-DESBALANCE          TO RC-CONTADOR-4
001446                MOVE WS-CTL-DIFERENCIAS         TO RC-CONTADOR-5
001447                IF WS-LIBERA-SI
001448                  MOVE 1                        TO RC-CONTADOR-6
001449                ELSE
001450                  MOVE ZEROS                    TO RC-CONTADOR-6
001451                END-IF
001452
001453                REWRITE REG-RUNCTL
001454
001455                IF FS-RUNCTL IS NOT EQUAL '00'
001456                  DISPLAY '* ERROR EN REWRITE RUNCTL= ' FS-RUNCTL
001457                END-IF
001458              END-IF
001459
001460              CLOSE RUNCTL
001461              IF FS-RUNCTL IS NOT EQUAL '00'
001462                DISPLAY '* ERROR EN CLOSE RUNCTL= ' FS-RUNCTL
001463              END-IF
001464            END-IF
001465            .
001466        8100-F-RUNCTL-FIN.
001467            EXIT.
001468
001469/-----VERIFICO-PREDECESORES-Y-CORRIDA-DUPLICADA------/
001470* PGMNOV01 Y PGMORD01 DEBEN HABER FINALIZADO 'F' PARA LA MISMA
001471* FECHA DE PROCESO Y NO DEBE EXISTIR OTRA INTERFAZ 'F' DE ESA
001472* FECHA, SALVO PARAMETRO DE REPROCESO 'R'. DE PASO SE SUMAN LOS
001473* CONTADORES DE LAS CORRIDAS 'F' DE LA FECHA PARA LOS CONTROLES.
001474* EL BLOQUEO QUEDA REGISTRADO CON ESTADO 'B' PARA LA T105.
001475        8200-I-VERIFICAR-CORRIDAS.
001476            SET WS-CHK-SIGUE                      TO TRUE
001477            SET WS-NOV-NO-FINALIZADO              TO TRUE
001478            SET WS-ORD-NO-FINALIZADO              TO TRUE
001479            SET WS-DUP-NO                         TO TRUE
001480
001481            MOVE SPACES                           TO RC-CLAVE
001482            MOVE WS-FECHA-PROC-ISO           TO RC-FECHA-PROCESO
001483
001484            START RUNCTL KEY IS NOT LESS THAN RC-CLAVE
001485
001486            IF FS-RUNCTL IS NOT EQUAL '00'
001487              SET WS-CHK-FIN                      TO TRUE
001488            END-IF
001489
001490            PERFORM 8250-I-LEER-RUNCTL
001491               THRU 8250-F-LEER-RUNCTL
001492              UNTIL WS-CHK-FIN
001493
001494            EVALUATE TRUE
001495            WHEN WS-NOV-NO-FINALIZADO
001496              DISPLAY '* PGMCON01 BLOQUEADO: PGMNOV01 SIN '
001497                      'ESTADO F PARA ' WS-FECHA-PROC-ISO
001498              SET WS-BLOQUEADO                    TO TRUE
001499
001500            WHEN WS-ORD-NO-FINALIZADO
001501              DISPLAY '* PGMCON01 BLOQUEADO: PGMORD01 SIN '
001502                      'ESTADO F PARA ' WS-FECHA-PROC-ISO
001503              SET WS-BLOQUEADO                    TO TRUE
001504
001505            WHEN WS-DUP-SI AND NOT WS-ES-REPROCESO
001506              DISPLAY '* PGMCON01 BLOQUEADO: YA FINALIZO PARA '
001507                      WS-FECHA-PROC-ISO
001508                      ', USE PARAMETRO R PARA REPROCESAR'
001509              SET WS-BLOQUEADO                    TO TRUE
001510            END-EVALUATE
001511
001512            IF WS-BLOQUEADO
001513              MOVE 9999                           TO RETURN-CODE
001514              SET WS-FIN                          TO TRUE
001515            END-IF
001516            .
001517        8200-F-VERIFICAR-CORRIDAS.
001518            EXIT.
001519
001520        8250-I-LEER-RUNCTL.
001521            READ RUNCTL NEXT
001522              AT END
001523                SET WS-CHK-FIN                    TO TRUE
001524              NOT AT END
001525                IF RC-FECHA-PROCESO NOT = WS-FECHA-PROC-ISO
001526                  SET WS-CHK-FIN                  TO TRUE
001527                ELSE
001528                  IF RC-FINALIZADO-OK
001529                    EVALUATE RC-PROGRAMA
001530                    WHEN 'PGMNOV01'
001531                      SET WS-NOV-FINALIZADO       TO TRUE
001532                      ADD RC-CONTADOR-3           TO WS-RC-NV-CR
001533                      ADD RC-CONTADOR-4           TO WS-RC-NV-DB
001534                    WHEN 'PGMORD01'
001535                      SET WS-ORD-FINALIZADO       TO TRUE
001536                      ADD RC-CONTADOR-3           TO WS-RC-OP
001537                    WHEN 'PGMCIE01'
001538                      ADD RC-CONTADOR-6           TO WS-RC-CI
001538                    WHEN 'PGMCOM01'
001538                      ADD RC-CONTADOR-3           TO WS-RC-CM
001539                    WHEN 'PGMCON01'
001540                      SET WS-DUP-SI               TO TRUE
001541                    WHEN OTHER
001542                      CONTINUE
001543                    END-EVALUATE
001544                  END-IF
001545                END-IF
001546            END-READ
001547            .
001548        8250-F-LEER-RUNCTL.
001549            EXIT.
001550
001551/------CIERRE-DE-ARCHIVOS--------/
001552        9999-I-FINAL.
001553            IF WS-NO-BLOQUEADO
001554            PERFORM 4500-I-NETEAR-POSICIONES
001555               THRU 4500-F-NETEAR-POSICIONES
001556
001557            PERFORM 5300-I-IMPRIMIR-ASIENTOS
001558               THRU 5300-F-IMPRIMIR-ASIENTOS
001559
001560            PERFORM 5950-I-IMPRIMIR-TOTALES
001561               THRU 5950-F-IMPRIMIR-TOTALES
001562
001563            CLOSE MOVIM
001564            IF FS-MOVIM IS NOT EQUAL '00'
001565              DISPLAY '* ERROR EN CLOSE MOVIM= ' FS-MOVIM
001566              MOVE 9999                           TO RETURN-CODE
001567            END-IF
001568
001569            CLOSE CUENTAS
001570            IF FS-CUENTAS IS NOT EQUAL '00'
001571              DISPLAY '* ERROR EN CLOSE CUENTAS= ' FS-CUENTAS
001572              MOVE 9999                           TO RETURN-CODE
001573            END-IF
001574
001575            CLOSE MONEDAS
001576            IF FS-MONEDAS IS NOT EQUAL '00'
001577              DISPLAY '* ERROR EN CLOSE MONEDAS= ' FS-MONEDAS
001578              MOVE 9999                           TO RETURN-CODE
001579            END-IF
001580
001581            CLOSE SALIDA
001582            IF FS-SALIDA IS NOT EQUAL '00'
001583              DISPLAY '* ERROR EN CLOSE SALIDA= ' FS-SALIDA
001584              MOVE 9999                           TO RETURN-CODE
001585            END-IF
001586            END-IF
001587
001588            PERFORM 8100-I-RUNCTL-FIN
001589               THRU 8100-F-RUNCTL-FIN
001590
001591/-----MUESTRO-TOTALES-DE-CONTROL----/
001592            DISPLAY '/----------TOTALES DE CONTROL------------/'
001593            DISPLAY 'MOVIM LEIDOS        = ' WS-MOV-LEIDOS
001594            DISPLAY 'MOVIM DE LA FECHA   = ' WS-MOV-DEL-DIA
001595            DISPLAY 'MOVIM CON ERROR     = ' WS-MOV-ERRORES
001596            DISPLAY 'MOVIM TR (ONLINE)   = ' WS-CNT-TR
001596            DISPLAY 'MOVIM RV (ONLINE)   = ' WS-CNT-RV
001596            DISPLAY 'MOVIM CI (ONLINE)   = ' WS-CNT-CI-ONLINE
001596            DISPLAY 'MOVIM LQ (ONLINE)   = ' WS-CNT-LQ
001596            DISPLAY 'MOVIM CM (COMISION) = ' WS-CNT-CM
001597            DISPLAY 'MOVIM OTROS ORIGEN  = ' WS-CNT-OTROS
001598            DISPLAY 'ASIENTOS GRABADOS   = ' WS-ASI-GRABADOS
001599            DISPLAY 'MONEDAS DESBALANC.  = ' WS-MON-DESBALANCE
001600            DISPLAY 'DIFERENCIAS RUNCTL  = ' WS-CTL-DIFERENCIAS
001601            IF WS-LIBERA-SI
001602              DISPLAY 'ARCHIVO DE ASIENTOS LIBERADO'
001603            ELSE
001604              DISPLAY '* ARCHIVO DE ASIENTOS NO LIBERADO'
001605            END-IF
001606            .
001607        9999-F-FINAL.
001608            EXIT.
