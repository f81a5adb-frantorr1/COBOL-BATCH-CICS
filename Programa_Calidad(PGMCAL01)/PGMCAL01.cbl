000001        CBL TEST
000002/--------------------------------/
000003* PRE-REQUISITOS: EJECUTAR PERIODICAMENTE (SUGERIDO: SEMANAL),
000004*                 CON EL ONLINE YA CERRADO: EL ARCHIVO PERAVIS
000005*                 (CPPERAV) LO LEE LA T101 Y DEBE ESTAR CERRADO EN
000006*                 CICS.
000007*                 PARAMETRO SYSIN: FECHA DE PROCESO (DD-MM-AAAA) O
000008*                 BLANCOS PARA TOMAR LA FECHA DEL DIA Y 'R' EN LA
000009*                 POSICION 12 PARA REPROCESAR UNA FECHA YA
000010*                 FINALIZADA.
000011*                 RECORRE CUENTAS (VSAM) Y ANOTA LOS CLIENTES CON
000012*                 ALGUNA CUENTA NO CERRADA; LUEGO RECORRE PERSONA
000013*                 (VSAM) Y, PARA CADA PERSONA ACTIVA, CONTROLA
000014*                 EMAIL, TELEFONO Y DIRECCION (FALTANTES O
000015*                 INVALIDOS) Y SI EL CLIENTE NO TIENE NINGUNA
000016*                 CUENTA. DESPUES COMPARA TODAS LAS PERSONAS
000017*                 ACTIVAS ENTRE SI Y REPORTA COMO DUPLICADOS
000018*                 SOSPECHADOS LAS CLAVES CON EL MISMO PER-CLI-NRO,
000019*                 CON EL MISMO NOMBRE Y DIRECCION O CON EL MISMO
000020*                 EMAIL. LAS BAJAS NO SE EVALUAN.
000021*                 CADA CLAVE OBSERVADA SE GRABA EN PERAVIS
000022*                 (DEFINIDO REUSE, SE RECREA EN CADA CORRIDA) PARA
000023*                 QUE LA T101 MUESTRE EL AVISO AL CONSULTAR ESE
000024*                 CLIENTE. EL LISTADO CUENTA LAS EXCEPCIONES POR
000025*                 CATEGORIA.
000026*                 CON PERSONAS QUE NO ENTRARON EN LA TABLA DE
000027*                 COMPARACION (NO EVALUADAS) TERMINA CON RC 0004.
000028/--------------------------------/
000029        IDENTIFICATION DIVISION.
000030/--------------------------------/
000031         PROGRAM-ID. PGMCAL01.
000032/--------------------------------/
000033        ENVIRONMENT DIVISION.
000034/--------------------------------/
000035        CONFIGURATION SECTION.
000036/--------------------------------/
000037        SPECIAL-NAMES.
000038            DECIMAL-POINT IS COMMA.
000039/--------------------------------/
000040        INPUT-OUTPUT SECTION.
000041/--------------------------------/
000042        FILE-CONTROL.
000043/--------------------------------/
000044            SELECT CUENTAS ASSIGN DDCUENT
000045               ORGANIZATION IS INDEXED
000046               ACCESS MODE IS SEQUENTIAL
000047               RECORD KEY IS CU-CLAVE
000048               FILE STATUS IS FS-CUENTAS.
000049            SELECT PERSONA ASSIGN DDPERSO
000050               ORGANIZATION IS INDEXED
000051               ACCESS MODE IS SEQUENTIAL
000052               RECORD KEY IS PER-CLAVE
000053               FILE STATUS IS FS-PERSONA.
000054            SELECT PERAVIS ASSIGN DDPERAV
000055               ORGANIZATION IS INDEXED
000056               ACCESS MODE IS SEQUENTIAL
000057               RECORD KEY IS PAV-CLAVE
000058               FILE STATUS IS FS-PERAVIS.
000059            SELECT SALIDA ASSIGN DDSALI
000060               FILE STATUS IS FS-SALIDA.
000061            SELECT RUNCTL ASSIGN DDRUNCT
000062               ORGANIZATION IS INDEXED
000063               ACCESS MODE IS DYNAMIC
000064               RECORD KEY IS RC-CLAVE
000065               FILE STATUS IS FS-RUNCTL.
000066
000067/--------------------------------/
000068        DATA DIVISION.
000069/--------------------------------/
000070        FILE SECTION.
000071/--------------------------------/
000072        FD CUENTAS
000073             BLOCK CONTAINS 0 RECORDS
000074             RECORDING MODE IS F.
000075        COPY CPCUENTA.
000076
000077        FD PERSONA
000078             BLOCK CONTAINS 0 RECORDS
000079             RECORDING MODE IS F.
000080        COPY CPPERSO.
000081
000082        FD PERAVIS
000083             BLOCK CONTAINS 0 RECORDS
000084             RECORDING MODE IS F.
000085        COPY CPPERAV.
000086
000087        FD SALIDA
000088             BLOCK CONTAINS 0 RECORDS
000089             RECORDING MODE IS F.
000090        01 REG-SALIDA              PIC X(132).
000091
000092        FD RUNCTL
000093             BLOCK CONTAINS 0 RECORDS
000094             RECORDING MODE IS F.
000095        COPY CPRUNCTL.
000096
000097/--------------------------------/
000098        WORKING-STORAGE SECTION.
000099/--------------------------------/
000100        77  FILLER                 PIC X(26)      VALUE
000101                                   '* INICIO WORKING-STORAGE *'.
000102/-----CODIGOS-RETORNO-FILES------/
000103        01 WS-CODE.
000104          02  FS-CUENTAS           PIC XX         VALUE SPACES.
000105          02  FS-PERSONA           PIC XX         VALUE SPACES.
000106          02  FS-PERAVIS           PIC XX         VALUE SPACES.
000107          02  FS-SALIDA            PIC XX         VALUE SPACES.
000108          02  FS-RUNCTL            PIC XX         VALUE SPACES.
000109
000110/--------FLAGS-CONTROL-----------/
000111        01 WS-FLAG-FIN-CTA         PIC X.
000112          88 WS-FIN-CTA                          VALUE '1'.
000113          88 WS-NO-FIN-CTA                       VALUE '0'.
000114
000115        01 WS-FLAG-FIN-PER         PIC X.
000116          88 WS-FIN-PER                          VALUE '1'.
000117          88 WS-NO-FIN-PER                       VALUE '0'.
000118
000119/------PARAMETRO-SYSIN-----------/
000120        01 WS-PARM-SYSIN.
000121          03 WS-PARM-FECHA         PIC X(10)      VALUE SPACES.
000122          03 FILLER                PIC X(01)      VALUE SPACE.
000123          03 WS-PARM-REPROCESO     PIC X(01)      VALUE SPACE.
000124            88 WS-ES-REPROCESO                    VALUE 'R'.
000125
000126/------CONTROL-DE-CORRIDA--------/
000127        01 WS-FLAG-RUNCTL          PIC X          VALUE '0'.
000128          88 WS-RUNCTL-OK                         VALUE '1'.
000129          88 WS-RUNCTL-NO                         VALUE '0'.
000130
000131        01 WS-RUN-CLAVE-GUARDADA   PIC X(26)      VALUE SPACES.
000132
000133        01 WS-SW-CHK               PIC 9          VALUE 0.
000134          88 WS-CHK-SIGUE                         VALUE 0.
000135          88 WS-CHK-FIN                           VALUE 1.
000136
000137        01 WS-FLAG-DUP             PIC X          VALUE '0'.
000138          88 WS-DUP-NO                            VALUE '0'.
000139          88 WS-DUP-SI                            VALUE '1'.
000140
000141        01 WS-FLAG-BLOQUEO         PIC X          VALUE '0'.
000142          88 WS-BLOQUEADO                         VALUE '1'.
000143          88 WS-NO-BLOQUEADO                      VALUE '0'.
000144
000145/--------FECHAS------------------/
000146        01 WS-FECHA.
000147          03 WS-FECHA-AAAA         PIC 9999       VALUE ZEROS.
000148          03 WS-FECHA-MM           PIC 99         VALUE ZEROS.
000149          03 WS-FECHA-DD           PIC 99         VALUE ZEROS.
000150
000151        01 WS-FECHA-PROCESO.
000152          03 WS-FEC-P-DD           PIC X(02)      VALUE SPACES.
000153          03 FILLER                PIC X(01)      VALUE '-'.
000154          03 WS-FEC-P-MM           PIC X(02)      VALUE SPACES.
000155          03 FILLER                PIC X(01)      VALUE '-'.
000156          03 WS-FEC-P-AAAA         PIC X(04)      VALUE SPACES.
000157
000158        01 WS-FECHA-PROC-ISO.
000159          03 WS-PRO-ISO-AAAA       PIC X(04)      VALUE SPACES.
000160          03 FILLER                PIC X(01)      VALUE '-'.
000161          03 WS-PRO-ISO-MM         PIC X(02)      VALUE SPACES.
000162          03 FILLER                PIC X(01)      VALUE '-'.
000163          03 WS-PRO-ISO-DD         PIC X(02)      VALUE SPACES.
000164
000165        01 WS-HORA-SYS.
000166          03 WS-HORA-HH            PIC 99         VALUE ZEROS.
000167          03 WS-HORA-MM            PIC 99         VALUE ZEROS.
000168          03 WS-HORA-SS            PIC 99         VALUE ZEROS.
000169          03 FILLER                PIC 99         VALUE ZEROS.
000170
000171        01 WS-HORA-EDIT.
000172          03 WS-HORA-E-HH          PIC 99         VALUE ZEROS.
000173          03 FILLER                PIC X          VALUE ':'.
000174          03 WS-HORA-E-MM          PIC 99         VALUE ZEROS.
000175          03 FILLER                PIC X          VALUE ':'.
000176          03 WS-HORA-E-SS          PIC 99         VALUE ZEROS.
000177
000178/-----CLIENTES-CON-CUENTA--------/
000179* UNA POSICION POR NUMERO DE CLIENTE: 'S' SI TIENE ALGUNA CUENTA
000180* NO CERRADA (ACTIVA O INACTIVA), EL MISMO CRITERIO CON EL QUE LA
000181* T101 IMPIDE LA BAJA DEL CLIENTE.
000182        01 WS-TAB-CLI-CUENTA.
000183          03 WS-CLI-CON-CUENTA     PIC X(01)      OCCURS 99999.
000184
000185/-----PERSONAS-A-COMPARAR--------/
000186* LAS PERSONAS ACTIVAS SE GUARDAN EN ORDEN DE CLAVE PARA
000187* COMPARARLAS TODAS CONTRA TODAS (NO HAY ACCESO POR NUMERO DE
000188* CLIENTE, NOMBRE NI EMAIL) Y PARA GRABAR PERAVIS EN ORDEN DE
000189* CLAVE AL FINAL. LAS MARCAS TIENEN LOS MISMOS VALORES QUE
000190* PAV-MARCAS (CPPERAV).
000191        01 WS-TAB-PERSONAS.
000192          03 WS-PER-ENT OCCURS 10000.
000193            05 WS-PER-TIPDOC       PIC X(02).
000194            05 WS-PER-NRODOC       PIC 9(11).
000195            05 WS-PER-CLIENTE      PIC 9(05).
000196            05 WS-PER-NOMAPE       PIC X(40).
000197            05 WS-PER-DIREC        PIC X(40).
000198            05 WS-PER-EMAIL        PIC X(40).
000199            05 WS-PER-MARCAS.
000200              07 WS-PER-M-DUPCLI   PIC X(01).
000201              07 WS-PER-M-DUPNOM   PIC X(01).
000202              07 WS-PER-M-DUPMAIL  PIC X(01).
000203              07 WS-PER-M-EMAIL    PIC X(01).
000204              07 WS-PER-M-TEL      PIC X(01).
000205              07 WS-PER-M-DIREC    PIC X(01).
000206              07 WS-PER-M-SINCTA   PIC X(01).
000207
000208        77  WS-PER-CANT            PIC S9(08) COMP VALUE +0.
000209        77  WS-PER-I               PIC S9(08) COMP VALUE +0.
000210        77  WS-PER-J               PIC S9(08) COMP VALUE +0.
000211        77  WS-PER-MAX             PIC S9(08) COMP VALUE +10000.
000212
000213/-----VALIDACION-DE-CONTACTO-----/
000214* LOS CAMPOS SE VALIDAN SOBRE UNA COPIA CON LOW-VALUES PASADOS A
000215* BLANCOS (CAMPOS DEL MAPA QUE EL OPERADOR NO COMPLETO).
000216        01 WS-CONTACTO.
000217          03 WS-CON-NOMAPE         PIC X(40)      VALUE SPACES.
000218          03 WS-CON-DIREC          PIC X(40)      VALUE SPACES.
000219          03 WS-CON-TEL            PIC X(15)      VALUE SPACES.
000220          03 WS-CON-EMAIL          PIC X(40)      VALUE SPACES.
000221
000222        01 WS-MARCAS-PERSONA.
000223          03 WS-MAR-DUPCLI         PIC X(01)      VALUE SPACE.
000224          03 WS-MAR-DUPNOM         PIC X(01)      VALUE SPACE.
000225          03 WS-MAR-DUPMAIL        PIC X(01)      VALUE SPACE.
000226          03 WS-MAR-EMAIL          PIC X(01)      VALUE SPACE.
000227          03 WS-MAR-TEL            PIC X(01)      VALUE SPACE.
000228          03 WS-MAR-DIREC          PIC X(01)      VALUE SPACE.
000229          03 WS-MAR-SINCTA         PIC X(01)      VALUE SPACE.
000230
000231        77  WS-CANT-ARROBA         PIC S9(04) COMP VALUE +0.
000232        77  WS-POS-ARROBA          PIC S9(04) COMP VALUE +0.
000233        77  WS-LARGO               PIC S9(04) COMP VALUE +0.
000234        77  WS-LARGO-DOMINIO       PIC S9(04) COMP VALUE +0.
000235        77  WS-CANT-BLANCOS        PIC S9(04) COMP VALUE +0.
000236        77  WS-CANT-PUNTOS         PIC S9(04) COMP VALUE +0.
000237        77  WS-CANT-DIGITOS        PIC S9(04) COMP VALUE +0.
000238        77  WS-CANT-SEPARADORES    PIC S9(04) COMP VALUE +0.
000239        77  WS-MIN-DIGITOS         PIC S9(04) COMP VALUE +6.
000240
000241/-----CONTADORES-----------------/
000242        01 WS-CONTADORES.
000243          03 WS-LEIDAS-CTA         PIC 9(05)      VALUE ZEROS.
000244          03 WS-LEIDAS-PER         PIC 9(05)      VALUE ZEROS.
000245          03 WS-BAJAS              PIC 9(05)      VALUE ZEROS.
000246          03 WS-EVALUADAS          PIC 9(05)      VALUE ZEROS.
000247          03 WS-NO-EVALUADAS       PIC 9(05)      VALUE ZEROS.
000248          03 WS-MARCADAS           PIC 9(05)      VALUE ZEROS.
000249          03 WS-PARES-DUP          PIC 9(07)      VALUE ZEROS.
000250          03 WS-CNT-DUPCLI         PIC 9(05)      VALUE ZEROS.
000251          03 WS-CNT-DUPNOM         PIC 9(05)      VALUE ZEROS.
000252          03 WS-CNT-DUPMAIL        PIC 9(05)      VALUE ZEROS.
000253          03 WS-CNT-EMAIL-FALTA    PIC 9(05)      VALUE ZEROS.
000254          03 WS-CNT-EMAIL-INV      PIC 9(05)      VALUE ZEROS.
000255          03 WS-CNT-TEL-FALTA      PIC 9(05)      VALUE ZEROS.
000256          03 WS-CNT-TEL-INV        PIC 9(05)      VALUE ZEROS.
000257          03 WS-CNT-DIR-FALTA      PIC 9(05)      VALUE ZEROS.
000258          03 WS-CNT-CONTACTO       PIC 9(05)      VALUE ZEROS.
000259          03 WS-CNT-SINCTA         PIC 9(05)      VALUE ZEROS.
000260
000261/------LAYOUT-TITULO-------------/
000262        01 CT-TITULO.
000263          03  FILLER              PIC X(01)      VALUE '|'.
000264          03  FILLER              PIC X(46)      VALUE
000265              'CALIDAD DE DATOS DE PERSONA - FECHA PROCESO: '.
000266          03  CT-TIT-FECHA        PIC X(10)      VALUE SPACES.
000267
000268        01 CT-SUBT-DUP.
000269          03  FILLER              PIC X(01)      VALUE '|'.
000270          03  FILLER              PIC X(22)      VALUE
000271              'DUPLICADOS SOSPECHADOS'.
000272
000273        01 CT-SUBT-OBS.
000274          03  FILLER              PIC X(01)      VALUE '|'.
000275          03  FILLER              PIC X(39)      VALUE
000276              'CLAVES OBSERVADAS (GRABADAS EN PERAVIS)'.
000277
000278        01 CT-SUBT-TOT.
000279          03  FILLER              PIC X(01)      VALUE '|'.
000280          03  FILLER              PIC X(26)      VALUE
000281              'EXCEPCIONES POR CATEGORIA'.
000282
000283/----LAYOUT-PAR-DUPLICADO--------/
000284        01 CT-DUPLICADO.
000285          03  FILLER              PIC X(01)      VALUE '|'.
000286          03  CT-DUP-MOTIVO       PIC X(18)      VALUE SPACES.
000287          03  FILLER              PIC X(01)      VALUE ' '.
000288          03  CT-DUP-TIPDOC-1     PIC X(02)      VALUE SPACES.
000289          03  FILLER              PIC X(01)      VALUE ' '.
000290          03  CT-DUP-NRODOC-1     PIC 9(11)      VALUE ZEROS.
000291          03  FILLER              PIC X(05)      VALUE ' CLI '.
000292          03  CT-DUP-CLI-1        PIC 9(05)      VALUE ZEROS.
000293          03  FILLER              PIC X(03)      VALUE ' = '.
000294          03  CT-DUP-TIPDOC-2     PIC X(02)      VALUE SPACES.
000295          03  FILLER              PIC X(01)      VALUE ' '.
000296          03  CT-DUP-NRODOC-2     PIC 9(11)      VALUE ZEROS.
000297          03  FILLER              PIC X(05)      VALUE ' CLI '.
000298          03  CT-DUP-CLI-2        PIC 9(05)      VALUE ZEROS.
000299          03  FILLER              PIC X(01)      VALUE ' '.
000300          03  CT-DUP-NOMAPE       PIC X(40)      VALUE SPACES.
000301
000302/----LAYOUT-CLAVE-OBSERVADA------/
000303        01 CT-OBSERVADA.
000304          03  FILLER              PIC X(01)      VALUE '|'.
000305          03  CT-OBS-TIPDOC       PIC X(02)      VALUE SPACES.
000306          03  FILLER              PIC X(01)      VALUE ' '.
000307          03  CT-OBS-NRODOC       PIC 9(11)      VALUE ZEROS.
000308          03  FILLER              PIC X(05)      VALUE ' CLI '.
000309          03  CT-OBS-CLI          PIC 9(05)      VALUE ZEROS.
000310          03  FILLER              PIC X(01)      VALUE ' '.
000311          03  CT-OBS-NOMAPE       PIC X(30)      VALUE SPACES.
000312          03  FILLER              PIC X(01)      VALUE ' '.
000313          03  CT-OBS-DUPCLI       PIC X(08)      VALUE SPACES.
000314          03  CT-OBS-DUPNOM       PIC X(08)      VALUE SPACES.
000315          03  CT-OBS-DUPMAIL      PIC X(09)      VALUE SPACES.
000316          03  CT-OBS-EMAIL        PIC X(15)      VALUE SPACES.
000317          03  CT-OBS-TEL          PIC X(13)      VALUE SPACES.
000318          03  CT-OBS-DIREC        PIC X(10)      VALUE SPACES.
000319          03  CT-OBS-SINCTA       PIC X(10)      VALUE SPACES.
000320
000321/----LAYOUT-TOTAL-POR-CATEGORIA--/
000322        01 CT-TOTAL.
000323          03  FILLER              PIC X(03)      VALUE '|  '.
000324          03  CT-TOT-DESC         PIC X(32)      VALUE SPACES.
000325          03  FILLER              PIC X(02)      VALUE ': '.
000326          03  CT-TOT-CANT         PIC Z.ZZZ.ZZ9  VALUE ZEROS.
000327
000328/------LAYOUT-PIE-DE-CONTROL-----/
000329        01 CT-PIE.
000330          03  FILLER              PIC X(1)       VALUE '|'.
000331          03  FILLER      PIC X(10) VALUE 'PERSONAS: '.
000332          03  CT-PIE-LEIDAS-PER    PIC 9(05)      VALUE ZEROS.
000333          03  FILLER              PIC X(01)      VALUE '|'.
000334          03  FILLER      PIC X(07) VALUE 'BAJAS: '.
000335          03  CT-PIE-BAJAS         PIC 9(05)      VALUE ZEROS.
000336          03  FILLER              PIC X(01)      VALUE '|'.
000337          03  FILLER      PIC X(11) VALUE 'EVALUADAS: '.
000338          03  CT-PIE-EVALUADAS     PIC 9(05)      VALUE ZEROS.
000339          03  FILLER              PIC X(01)      VALUE '|'.
000340          03  FILLER      PIC X(14) VALUE 'NO EVALUADAS: '.
000341          03  CT-PIE-NO-EVALUADAS  PIC 9(05)      VALUE ZEROS.
000342          03  FILLER              PIC X(01)      VALUE '|'.
000343          03  FILLER      PIC X(10) VALUE 'MARCADAS: '.
000344          03  CT-PIE-MARCADAS      PIC 9(05)      VALUE ZEROS.
000345          03  FILLER              PIC X(01)      VALUE '|'.
000346          03  FILLER      PIC X(09) VALUE 'CUENTAS: '.
000347          03  CT-PIE-LEIDAS-CTA    PIC 9(05)      VALUE ZEROS.
000348
000349        77  FILLER                 PIC X(26)      VALUE
000350                                   '* FINAL  WORKING-STORAGE *'.
000351/--------------------------------/
000352        PROCEDURE DIVISION.
000353/--------------------------------/
000354/--CUERPO-PRINCIPAL-DEL-PROGRAMA-/
000355        MAIN-PROGRAM.
000356
000357            PERFORM 1000-I-INICIO
000358               THRU 1000-F-INICIO
000359
000360            PERFORM 2000-I-PROCESO-CUENTA
000361               THRU 2000-F-PROCESO-CUENTA
000362              UNTIL WS-FIN-CTA
000363
000364            PERFORM 3000-I-PROCESO-PERSONA
000365               THRU 3000-F-PROCESO-PERSONA
000366              UNTIL WS-FIN-PER
000367
000368            PERFORM 4000-I-BUSCAR-DUPLICADOS
000369               THRU 4000-F-BUSCAR-DUPLICADOS
000370
000371            PERFORM 5000-I-GRABAR-OBSERVADAS
000372               THRU 5000-F-GRABAR-OBSERVADAS
000373
000374            PERFORM 9999-I-FINAL
000375               THRU 9999-F-FINAL
000376        .
000377        F-MAIN-PROGRAM.
000378            GOBACK.
000379
000380/----INICIO-APERTURA-FILES-------/
000381        1000-I-INICIO.
000382            ACCEPT WS-PARM-SYSIN FROM SYSIN
000383            MOVE WS-PARM-FECHA                 TO WS-FECHA-PROCESO
000384
000385            ACCEPT WS-FECHA FROM DATE YYYYMMDD
000386
000387            IF WS-FEC-P-DD   IS NOT NUMERIC OR
000388               WS-FEC-P-MM   IS NOT NUMERIC OR
000389               WS-FEC-P-AAAA IS NOT NUMERIC
000390              MOVE WS-FECHA-DD                      TO WS-FEC-P-DD
000391              MOVE WS-FECHA-MM                      TO WS-FEC-P-MM
000392              MOVE WS-FECHA-AAAA                  TO WS-FEC-P-AAAA
000393            END-IF
000394
000395            MOVE WS-FEC-P-AAAA                  TO WS-PRO-ISO-AAAA
000396            MOVE WS-FEC-P-MM                      TO WS-PRO-ISO-MM
000397            MOVE WS-FEC-P-DD                      TO WS-PRO-ISO-DD
000398
000399            MOVE WS-FECHA-PROCESO                  TO CT-TIT-FECHA
000400            MOVE ALL 'N'                      TO WS-TAB-CLI-CUENTA
000401
000402            PERFORM 8000-I-RUNCTL-INICIO
000403               THRU 8000-F-RUNCTL-INICIO
000404
000405            SET WS-NO-FIN-CTA                              TO TRUE
000406            SET WS-NO-FIN-PER                              TO TRUE
000407
000408            IF WS-BLOQUEADO
000409              SET WS-FIN-CTA                               TO TRUE
000410              SET WS-FIN-PER                               TO TRUE
000411            ELSE
000412              OPEN INPUT CUENTAS
000413              IF FS-CUENTAS IS NOT EQUAL '00'
000414                DISPLAY '* ERROR EN OPEN CUENTAS= ' FS-CUENTAS
000415                MOVE 9999                           TO RETURN-CODE
000416                SET  WS-FIN-CTA                            TO TRUE
000417                SET  WS-FIN-PER                            TO TRUE
000418              END-IF
000419
000420              OPEN INPUT PERSONA
000421              IF FS-PERSONA IS NOT EQUAL '00'
000422                DISPLAY '* ERROR EN OPEN PERSONA= ' FS-PERSONA
000423                MOVE 9999                           TO RETURN-CODE
000424                SET  WS-FIN-CTA                            TO TRUE
000425                SET  WS-FIN-PER                            TO TRUE
000426              END-IF
000427
000428              OPEN OUTPUT SALIDA
000429              IF FS-SALIDA IS NOT EQUAL '00'
000430                DISPLAY '* ERROR EN OPEN SALIDA= ' FS-SALIDA
000431                MOVE 9999                           TO RETURN-CODE
000432                SET  WS-FIN-CTA                            TO TRUE
000433                SET  WS-FIN-PER                            TO TRUE
000434              END-IF
000435
000436              IF WS-NO-FIN-CTA
000437                PERFORM 2100-I-LEER-CUENTA
000438                   THRU 2100-F-LEER-CUENTA
000439
000440                PERFORM 3100-I-LEER-PERSONA
000441                   THRU 3100-F-LEER-PERSONA
000442
000443                PERFORM 5900-I-IMPRIMIR-INICIO
000444                   THRU 5900-F-IMPRIMIR-INICIO
000445              END-IF
000446            END-IF
000447        .
000448        1000-F-INICIO.
000449            EXIT.
000450
000451/-----CLIENTES-CON-CUENTA--------/
000452* LAS CERRADAS (TAMBIEN LAS ANTERIORES A CU-ESTADO, EN BLANCO CON
000453* FECHA DE CIERRE) NO CUENTAN COMO CUENTA DEL CLIENTE.
000454        2000-I-PROCESO-CUENTA.
000455            EVALUATE TRUE
000456            WHEN CU-CTA-CERRADA
000457              CONTINUE
000458
000459            WHEN CU-ESTADO = SPACE AND
000460                 CU-FECHA-ULTIMO-CIERRE NOT = SPACES
000461              CONTINUE
000462
000463            WHEN CU-NRO-CLIENTE IS NOT NUMERIC
000464              CONTINUE
000465
000466            WHEN CU-NRO-CLIENTE = ZEROS
000467              CONTINUE
000468
000469            WHEN OTHER
000470              MOVE 'S'       TO WS-CLI-CON-CUENTA (CU-NRO-CLIENTE)
000471            END-EVALUATE
000472
000473            PERFORM 2100-I-LEER-CUENTA
000474               THRU 2100-F-LEER-CUENTA
000475        .
000476        2000-F-PROCESO-CUENTA.
000477            EXIT.
000478
000479/-----LEO-CUENTAS-(VSAM)---------/
000480        2100-I-LEER-CUENTA.
000481            READ CUENTAS
000482              AT END
000483                SET WS-FIN-CTA                             TO TRUE
000484              NOT AT END
000485                ADD 1                             TO WS-LEIDAS-CTA
000486            END-READ
000487
000488            IF FS-CUENTAS IS NOT EQUAL '00' AND
000489               FS-CUENTAS IS NOT EQUAL '10'
000490              DISPLAY '* ERROR EN READ CUENTAS= ' FS-CUENTAS
000491              MOVE 9999                             TO RETURN-CODE
000492              SET WS-FIN-CTA                               TO TRUE
000493              SET WS-FIN-PER                               TO TRUE
000494            END-IF
000495        .
000496        2100-F-LEER-CUENTA.
000497            EXIT.
000498
000499/-----PROCESO-UNA-PERSONA--------/
000500* LAS BAJAS SOLO SE CUENTAN. UNA PERSONA ACTIVA QUE NO ENTRA EN LA
000501* TABLA DE COMPARACION QUEDA SIN EVALUAR.
000502        3000-I-PROCESO-PERSONA.
000503            IF PER-DADO-DE-BAJA
000504              ADD 1                                    TO WS-BAJAS
000505            ELSE
000506              IF WS-PER-CANT IS NOT LESS THAN WS-PER-MAX
000507                DISPLAY '* TABLA DE PERSONAS LLENA, NO SE EVALUA '
000508                     PER-TIP-DOC ' ' PER-NRO-DOC
000509                ADD 1                           TO WS-NO-EVALUADAS
000510              ELSE
000511                PERFORM 3200-I-EVALUAR-PERSONA
000512                   THRU 3200-F-EVALUAR-PERSONA
000513              END-IF
000514            END-IF
000515
000516            PERFORM 3100-I-LEER-PERSONA
000517               THRU 3100-F-LEER-PERSONA
000518        .
000519        3000-F-PROCESO-PERSONA.
000520            EXIT.
000521
000522/-----LEO-PERSONA-(VSAM)---------/
000523        3100-I-LEER-PERSONA.
000524            READ PERSONA
000525              AT END
000526                SET WS-FIN-PER                             TO TRUE
000527              NOT AT END
000528                ADD 1                             TO WS-LEIDAS-PER
000529            END-READ
000530
000531            IF FS-PERSONA IS NOT EQUAL '00' AND
000532               FS-PERSONA IS NOT EQUAL '10'
000533              DISPLAY '* ERROR EN READ PERSONA= ' FS-PERSONA
000534              MOVE 9999                             TO RETURN-CODE
000535              SET WS-FIN-PER                               TO TRUE
000536            END-IF
000537        .
000538        3100-F-LEER-PERSONA.
000539            EXIT.
000540
000541/-----EVALUO-UNA-PERSONA-ACTIVA--/
000542* CONTROLES PROPIOS DEL REGISTRO (CONTACTO Y CUENTAS). LOS DE
000543* DUPLICADOS SE HACEN AL FINAL SOBRE LA TABLA COMPLETA.
000544        3200-I-EVALUAR-PERSONA.
000545            ADD 1                                  TO WS-EVALUADAS
000546
000547            MOVE PER-NOMAPE                       TO WS-CON-NOMAPE
000548            MOVE PER-DIRECCION                     TO WS-CON-DIREC
000549            MOVE PER-TELEFONO                        TO WS-CON-TEL
000550            MOVE PER-EMAIL                         TO WS-CON-EMAIL
000551            INSPECT WS-CONTACTO REPLACING ALL LOW-VALUE BY SPACE
000552
000553            MOVE SPACES                       TO WS-MARCAS-PERSONA
000554
000555            PERFORM 3300-I-VALIDAR-EMAIL
000556               THRU 3300-F-VALIDAR-EMAIL
000557
000558            PERFORM 3400-I-VALIDAR-TELEFONO
000559               THRU 3400-F-VALIDAR-TELEFONO
000560
000561            IF WS-CON-DIREC = SPACES
000562              MOVE 'F'                             TO WS-MAR-DIREC
000563            END-IF
000564
000565            EVALUATE TRUE
000566            WHEN PER-CLI-NRO IS NOT NUMERIC
000567              MOVE 'S'                            TO WS-MAR-SINCTA
000568            WHEN PER-CLI-NRO = ZEROS
000569              MOVE 'S'                            TO WS-MAR-SINCTA
000570            WHEN WS-CLI-CON-CUENTA (PER-CLI-NRO) NOT = 'S'
000571              MOVE 'S'                            TO WS-MAR-SINCTA
000572            END-EVALUATE
000573
000574            ADD 1                                   TO WS-PER-CANT
000575            MOVE WS-PER-CANT                           TO WS-PER-I
000576            MOVE PER-TIP-DOC           TO WS-PER-TIPDOC (WS-PER-I)
000577            MOVE PER-NRO-DOC           TO WS-PER-NRODOC (WS-PER-I)
000578            IF PER-CLI-NRO IS NUMERIC
000579              MOVE PER-CLI-NRO        TO WS-PER-CLIENTE (WS-PER-I)
000580            ELSE
000581              MOVE ZEROS              TO WS-PER-CLIENTE (WS-PER-I)
000582            END-IF
000583            MOVE WS-CON-NOMAPE         TO WS-PER-NOMAPE (WS-PER-I)
000584            MOVE WS-CON-DIREC           TO WS-PER-DIREC (WS-PER-I)
000585            MOVE WS-CON-EMAIL           TO WS-PER-EMAIL (WS-PER-I)
000586            MOVE WS-MARCAS-PERSONA     TO WS-PER-MARCAS (WS-PER-I)
000587        .
000588        3200-F-EVALUAR-PERSONA.
000589            EXIT.
000590
000591/-----VALIDO-EL-EMAIL------------/
000592* VALIDO: UNA SOLA ARROBA QUE NO ES EL PRIMER CARACTER, SIN
000593* BLANCOS INTERMEDIOS, Y UN DOMINIO DE AL MENOS 3 CARACTERES CON
000594* UN PUNTO QUE NO ESTA NI AL PRINCIPIO NI AL FINAL.
000595        3300-I-VALIDAR-EMAIL.
000596            IF WS-CON-EMAIL = SPACES
000597              MOVE 'F'                             TO WS-MAR-EMAIL
000598            ELSE
000599              MOVE ZEROS                         TO WS-CANT-ARROBA
000600              MOVE ZEROS                          TO WS-POS-ARROBA
000601              MOVE ZEROS                        TO WS-CANT-BLANCOS
000602              MOVE ZEROS                         TO WS-CANT-PUNTOS
000603
000604              INSPECT WS-CON-EMAIL TALLYING WS-CANT-ARROBA
000605                      FOR ALL '@'
000606              INSPECT WS-CON-EMAIL TALLYING WS-POS-ARROBA
000607                      FOR CHARACTERS BEFORE INITIAL '@'
000608
000609              MOVE 40                                  TO WS-LARGO
000610              PERFORM 3350-I-BUSCAR-FIN-EMAIL
000611                 THRU 3350-F-BUSCAR-FIN-EMAIL
000612                UNTIL WS-CON-EMAIL (WS-LARGO:1) NOT = SPACE
000613
000614              INSPECT WS-CON-EMAIL (1:WS-LARGO) TALLYING
000615                      WS-CANT-BLANCOS FOR ALL SPACE
000616
000617              COMPUTE WS-LARGO-DOMINIO =
000618                      WS-LARGO - WS-POS-ARROBA - 1
000619
000620              EVALUATE TRUE
000621              WHEN WS-CANT-ARROBA NOT = 1
000622              WHEN WS-CANT-BLANCOS > ZEROS
000623              WHEN WS-POS-ARROBA = ZEROS
000624              WHEN WS-LARGO-DOMINIO < 3
000625                MOVE 'I'                           TO WS-MAR-EMAIL
000626
000627              WHEN OTHER
000628                INSPECT WS-CON-EMAIL (WS-POS-ARROBA + 2:
000629                        WS-LARGO-DOMINIO) TALLYING WS-CANT-PUNTOS
000630                        FOR ALL '.'
000631
000632                IF WS-CANT-PUNTOS = ZEROS OR
000633                   WS-CON-EMAIL (WS-POS-ARROBA + 2:1) = '.' OR
000634                   WS-CON-EMAIL (WS-LARGO:1) = '.'
000635                  MOVE 'I'                         TO WS-MAR-EMAIL
000636                END-IF
000637              END-EVALUATE
000638            END-IF
000639        .
000640        3300-F-VALIDAR-EMAIL.
000641            EXIT.
000642
000643        3350-I-BUSCAR-FIN-EMAIL.
000644            SUBTRACT 1 FROM WS-LARGO
000645        .
000646        3350-F-BUSCAR-FIN-EMAIL.
000647            EXIT.
000648
000649/-----VALIDO-EL-TELEFONO---------/
000650* VALIDO: SOLO DIGITOS, BLANCOS, '-', '(', ')' Y '+', CON AL MENOS
000651* WS-MIN-DIGITOS DIGITOS.
000652        3400-I-VALIDAR-TELEFONO.
000653            IF WS-CON-TEL = SPACES
000654              MOVE 'F'                               TO WS-MAR-TEL
000655            ELSE
000656              MOVE ZEROS                        TO WS-CANT-DIGITOS
000657              MOVE ZEROS                    TO WS-CANT-SEPARADORES
000658
000659              INSPECT WS-CON-TEL TALLYING WS-CANT-DIGITOS
000660                      FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
000661                          ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
000662              INSPECT WS-CON-TEL TALLYING WS-CANT-SEPARADORES
000663                      FOR ALL SPACE ALL '-' ALL '(' ALL ')'
000664                          ALL '+'
000665
000666              IF WS-CANT-DIGITOS < WS-MIN-DIGITOS OR
000667                 WS-CANT-DIGITOS + WS-CANT-SEPARADORES <
000668                 LENGTH OF WS-CON-TEL
000669                MOVE 'I'                             TO WS-MAR-TEL
000670              END-IF
000671            END-IF
000672        .
000673        3400-F-VALIDAR-TELEFONO.
000674            EXIT.
000675
000676/-----COMPARO-TODAS-LAS-PERSONAS-/
000677* CADA PAR SE COMPARA UNA SOLA VEZ (J MAYOR QUE I). UN PAR PUEDE
000678* SALIR EN MAS DE UNA CATEGORIA.
000679        4000-I-BUSCAR-DUPLICADOS.
000680            IF WS-NO-BLOQUEADO AND RETURN-CODE NOT = 9999
000681               AND WS-PER-CANT > 1
000682              WRITE REG-SALIDA FROM CT-SUBT-DUP
000683
000684              IF FS-SALIDA IS NOT EQUAL '00'
000685                DISPLAY '* ERROR EN GRABAR SUBTITULO: ' FS-SALIDA
000686                MOVE 9999                           TO RETURN-CODE
000687              END-IF
000688
000689              MOVE 1                                   TO WS-PER-I
000690
000691              PERFORM 4100-I-COMPARAR-PERSONA
000692                 THRU 4100-F-COMPARAR-PERSONA
000693                UNTIL WS-PER-I IS NOT LESS THAN WS-PER-CANT
000694            END-IF
000695        .
000696        4000-F-BUSCAR-DUPLICADOS.
000697            EXIT.
000698
000699        4100-I-COMPARAR-PERSONA.
000700            ADD 1 WS-PER-I GIVING WS-PER-J
000701
000702            PERFORM 4200-I-COMPARAR-PAR
000703               THRU 4200-F-COMPARAR-PAR
000704              UNTIL WS-PER-J IS GREATER THAN WS-PER-CANT
000705
000706            ADD 1                                      TO WS-PER-I
000707        .
000708        4100-F-COMPARAR-PERSONA.
000709            EXIT.
000710
000711        4200-I-COMPARAR-PAR.
000712            IF WS-PER-CLIENTE (WS-PER-I) > ZEROS AND
000713               WS-PER-CLIENTE (WS-PER-I) =
000714               WS-PER-CLIENTE (WS-PER-J)
000715              MOVE 'S'               TO WS-PER-M-DUPCLI (WS-PER-I)
000716              MOVE 'S'               TO WS-PER-M-DUPCLI (WS-PER-J)
000717              MOVE 'MISMO NRO CLIENTE'            TO CT-DUP-MOTIVO
000718
000719              PERFORM 4300-I-IMPRIMIR-PAR
000720                 THRU 4300-F-IMPRIMIR-PAR
000721            END-IF
000722
000723            IF WS-PER-NOMAPE (WS-PER-I) NOT = SPACES AND
000724               WS-PER-DIREC (WS-PER-I) NOT = SPACES AND
000725               WS-PER-NOMAPE (WS-PER-I) =
000726               WS-PER-NOMAPE (WS-PER-J) AND
000727               WS-PER-DIREC (WS-PER-I) = WS-PER-DIREC (WS-PER-J)
000728              MOVE 'S'               TO WS-PER-M-DUPNOM (WS-PER-I)
000729              MOVE 'S'               TO WS-PER-M-DUPNOM (WS-PER-J)
000730              MOVE 'MISMO NOMBRE Y DIR'           TO CT-DUP-MOTIVO
000731
000732              PERFORM 4300-I-IMPRIMIR-PAR
000733                 THRU 4300-F-IMPRIMIR-PAR
000734            END-IF
000735
000736            IF WS-PER-EMAIL (WS-PER-I) NOT = SPACES AND
000737               WS-PER-EMAIL (WS-PER-I) = WS-PER-EMAIL (WS-PER-J)
000738              MOVE 'S'              TO WS-PER-M-DUPMAIL (WS-PER-I)
000739              MOVE 'S'              TO WS-PER-M-DUPMAIL (WS-PER-J)
000740              MOVE 'MISMO EMAIL'                  TO CT-DUP-MOTIVO
000741
000742              PERFORM 4300-I-IMPRIMIR-PAR
000743                 THRU 4300-F-IMPRIMIR-PAR
000744            END-IF
000745
000746            ADD 1                                      TO WS-PER-J
000747        .
000748        4200-F-COMPARAR-PAR.
000749            EXIT.
000750
000751/-----IMPRIMO-UN-PAR-DUPLICADO---/
000752        4300-I-IMPRIMIR-PAR.
000753            ADD 1                                  TO WS-PARES-DUP
000754
000755            MOVE WS-PER-TIPDOC (WS-PER-I)       TO CT-DUP-TIPDOC-1
000756            MOVE WS-PER-NRODOC (WS-PER-I)       TO CT-DUP-NRODOC-1
000757            MOVE WS-PER-CLIENTE (WS-PER-I)         TO CT-DUP-CLI-1
000758            MOVE WS-PER-TIPDOC (WS-PER-J)       TO CT-DUP-TIPDOC-2
000759            MOVE WS-PER-NRODOC (WS-PER-J)       TO CT-DUP-NRODOC-2
000760            MOVE WS-PER-CLIENTE (WS-PER-J)         TO CT-DUP-CLI-2
000761            MOVE WS-PER-NOMAPE (WS-PER-I)         TO CT-DUP-NOMAPE
000762
000763            WRITE REG-SALIDA FROM CT-DUPLICADO
000764
000765            IF FS-SALIDA IS NOT EQUAL '00'
000766              DISPLAY '* ERROR EN GRABAR DUPLICADO: ' FS-SALIDA
000767              MOVE 9999                             TO RETURN-CODE
000768            END-IF
000769        .
000770        4300-F-IMPRIMIR-PAR.
000771            EXIT.
000772
000773/-----GRABO-LAS-CLAVES-OBSERVADAS/
000774* PERAVIS SE RECREA EN CADA CORRIDA: UNA CLAVE QUE YA NO TIENE
000775* EXCEPCIONES DEJA DE MOSTRAR EL AVISO EN LA T101. LA TABLA ESTA
000776* EN ORDEN DE CLAVE, ASI QUE SE GRABA EN SECUENCIA.
000777        5000-I-GRABAR-OBSERVADAS.
000778            IF WS-NO-BLOQUEADO AND RETURN-CODE NOT = 9999
000779              OPEN OUTPUT PERAVIS
000780              IF FS-PERAVIS IS NOT EQUAL '00'
000781                DISPLAY '* ERROR EN OPEN PERAVIS= ' FS-PERAVIS
000782                MOVE 9999                           TO RETURN-CODE
000783              ELSE
000784                WRITE REG-SALIDA FROM CT-SUBT-OBS
000785
000786                IF FS-SALIDA IS NOT EQUAL '00'
000787                  DISPLAY '* ERROR EN GRABAR SUBTITULO: '
000788                          FS-SALIDA
000789                  MOVE 9999                         TO RETURN-CODE
000790                END-IF
000791
000792                MOVE 1                                 TO WS-PER-I
000793
000794                PERFORM 5100-I-VER-PERSONA
000795                   THRU 5100-F-VER-PERSONA
000796                  UNTIL WS-PER-I IS GREATER THAN WS-PER-CANT
000797                     OR RETURN-CODE = 9999
000798
000799                CLOSE PERAVIS
000800                IF FS-PERAVIS IS NOT EQUAL '00'
000801                  DISPLAY '* ERROR EN CLOSE PERAVIS= ' FS-PERAVIS
000802                  MOVE 9999                         TO RETURN-CODE
000803                END-IF
000804              END-IF
000805            END-IF
000806        .
000807        5000-F-GRABAR-OBSERVADAS.
000808            EXIT.
000809
000810        5100-I-VER-PERSONA.
000811            IF WS-PER-MARCAS (WS-PER-I) NOT = SPACES
000812              PERFORM 5200-I-CONTAR-MARCAS
000813                 THRU 5200-F-CONTAR-MARCAS
000814
000815              PERFORM 5300-I-GRABAR-AVISO
000816                 THRU 5300-F-GRABAR-AVISO
000817
000818              PERFORM 5400-I-IMPRIMIR-OBSERVADA
000819                 THRU 5400-F-IMPRIMIR-OBSERVADA
000820            END-IF
000821
000822            ADD 1                                      TO WS-PER-I
000823        .
000824        5100-F-VER-PERSONA.
000825            EXIT.
000826
000827/-----CUENTO-POR-CATEGORIA-------/
000828* CADA CONTADOR CUENTA CLAVES, NO PARES. WS-CNT-CONTACTO CUENTA
000829* LAS CLAVES CON ALGUNA EXCEPCION DE EMAIL, TELEFONO O DIRECCION.
000830        5200-I-CONTAR-MARCAS.
000831            ADD 1                                   TO WS-MARCADAS
000832
000833            IF WS-PER-M-DUPCLI (WS-PER-I) = 'S'
000834              ADD 1                               TO WS-CNT-DUPCLI
000835            END-IF
000836
000837            IF WS-PER-M-DUPNOM (WS-PER-I) = 'S'
000838              ADD 1                               TO WS-CNT-DUPNOM
000839            END-IF
000840
000841            IF WS-PER-M-DUPMAIL (WS-PER-I) = 'S'
000842              ADD 1                              TO WS-CNT-DUPMAIL
000843            END-IF
000844
000845            EVALUATE WS-PER-M-EMAIL (WS-PER-I)
000846            WHEN 'F'
000847              ADD 1                          TO WS-CNT-EMAIL-FALTA
000848            WHEN 'I'
000849              ADD 1                            TO WS-CNT-EMAIL-INV
000850            END-EVALUATE
000851
000852            EVALUATE WS-PER-M-TEL (WS-PER-I)
000853            WHEN 'F'
000854              ADD 1                            TO WS-CNT-TEL-FALTA
000855            WHEN 'I'
000856              ADD 1                              TO WS-CNT-TEL-INV
000857            END-EVALUATE
000858
000859            IF WS-PER-M-DIREC (WS-PER-I) = 'F'
000860              ADD 1                            TO WS-CNT-DIR-FALTA
000861            END-IF
000862
000863            IF WS-PER-M-EMAIL (WS-PER-I) NOT = SPACE OR
000864               WS-PER-M-TEL (WS-PER-I) NOT = SPACE OR
000865               WS-PER-M-DIREC (WS-PER-I) NOT = SPACE
000866              ADD 1                             TO WS-CNT-CONTACTO
000867            END-IF
000868
000869            IF WS-PER-M-SINCTA (WS-PER-I) = 'S'
000870              ADD 1                               TO WS-CNT-SINCTA
000871            END-IF
000872        .
000873        5200-F-CONTAR-MARCAS.
000874            EXIT.
000875
000876/-----GRABO-EL-AVISO-DE-LA-CLAVE-/
000877        5300-I-GRABAR-AVISO.
000878            MOVE SPACES                            TO REG-PERAVISO
000879            MOVE WS-PER-TIPDOC (WS-PER-I)           TO PAV-TIP-DOC
000880            MOVE WS-PER-NRODOC (WS-PER-I)           TO PAV-NRO-DOC
000881            MOVE WS-PER-CLIENTE (WS-PER-I)          TO PAV-CLI-NRO
000882            MOVE WS-FECHA-PROC-ISO            TO PAV-FECHA-PROCESO
000883            MOVE WS-PER-MARCAS (WS-PER-I)            TO PAV-MARCAS
000884
000885            WRITE REG-PERAVISO
000886
000887            IF FS-PERAVIS IS NOT EQUAL '00'
000888              DISPLAY '* ERROR EN GRABAR PERAVIS= ' FS-PERAVIS
000889                      ' ' PAV-TIP-DOC ' ' PAV-NRO-DOC
000890              MOVE 9999                             TO RETURN-CODE
000891            END-IF
000892        .
000893        5300-F-GRABAR-AVISO.
000894            EXIT.
000895
000896/--IMPRIMO-UNA-CLAVE-OBSERVADA---/
000897        5400-I-IMPRIMIR-OBSERVADA.
000898            MOVE WS-PER-TIPDOC (WS-PER-I)         TO CT-OBS-TIPDOC
000899            MOVE WS-PER-NRODOC (WS-PER-I)         TO CT-OBS-NRODOC
000900            MOVE WS-PER-CLIENTE (WS-PER-I)           TO CT-OBS-CLI
000901            MOVE WS-PER-NOMAPE (WS-PER-I)         TO CT-OBS-NOMAPE
000902
000903            IF WS-PER-M-DUPCLI (WS-PER-I) = 'S'
000904              MOVE 'DUP-NRO'                      TO CT-OBS-DUPCLI
000905            ELSE
000906              MOVE SPACES                         TO CT-OBS-DUPCLI
000907            END-IF
000908
000909            IF WS-PER-M-DUPNOM (WS-PER-I) = 'S'
000910              MOVE 'DUP-NOM'                      TO CT-OBS-DUPNOM
000911            ELSE
000912              MOVE SPACES                         TO CT-OBS-DUPNOM
000913            END-IF
000914
000915            IF WS-PER-M-DUPMAIL (WS-PER-I) = 'S'
000916              MOVE 'DUP-MAIL'                    TO CT-OBS-DUPMAIL
000917            ELSE
000918              MOVE SPACES                        TO CT-OBS-DUPMAIL
000919            END-IF
000920
000921            EVALUATE WS-PER-M-EMAIL (WS-PER-I)
000922            WHEN 'F'
000923              MOVE 'EMAIL FALTA'                   TO CT-OBS-EMAIL
000924            WHEN 'I'
000925              MOVE 'EMAIL INVALIDO'                TO CT-OBS-EMAIL
000926            WHEN OTHER
000927              MOVE SPACES                          TO CT-OBS-EMAIL
000928            END-EVALUATE
000929
000930            EVALUATE WS-PER-M-TEL (WS-PER-I)
000931            WHEN 'F'
000932              MOVE 'TEL FALTA'                       TO CT-OBS-TEL
000933            WHEN 'I'
000934              MOVE 'TEL INVALIDO'                    TO CT-OBS-TEL
000935            WHEN OTHER
000936              MOVE SPACES                            TO CT-OBS-TEL
000937            END-EVALUATE
000938
000939            IF WS-PER-M-DIREC (WS-PER-I) = 'F'
000940              MOVE 'DIR FALTA'                     TO CT-OBS-DIREC
000941            ELSE
000942              MOVE SPACES                          TO CT-OBS-DIREC
000943            END-IF
000944
000945            IF WS-PER-M-SINCTA (WS-PER-I) = 'S'
000946              MOVE 'SIN CUENTA'                   TO CT-OBS-SINCTA
000947            ELSE
000948              MOVE SPACES                         TO CT-OBS-SINCTA
000949            END-IF
000950
000951            WRITE REG-SALIDA FROM CT-OBSERVADA
000952
000953            IF FS-SALIDA IS NOT EQUAL '00'
000954              DISPLAY '* ERROR EN GRABAR OBSERVADA: ' FS-SALIDA
000955              MOVE 9999                             TO RETURN-CODE
000956            END-IF
000957        .
000958        5400-F-IMPRIMIR-OBSERVADA.
000959            EXIT.
000960
000961/--IMPRIMO-TITULO-DEL-LISTADO----/
000962        5900-I-IMPRIMIR-INICIO.
000963            WRITE REG-SALIDA FROM CT-TITULO
000964
000965            IF FS-SALIDA IS NOT EQUAL '00'
000966              DISPLAY '* ERROR EN GRABAR TITULO: ' FS-SALIDA
000967              MOVE 9999                             TO RETURN-CODE
000968              SET WS-FIN-CTA                               TO TRUE
000969              SET WS-FIN-PER                               TO TRUE
000970            END-IF
000971        .
000972        5900-F-IMPRIMIR-INICIO.
000973            EXIT.
000974
000975/-----REGISTRO-INICIO-DE-CORRIDA-/
000976        8000-I-RUNCTL-INICIO.
000977            OPEN I-O RUNCTL
000978            IF FS-RUNCTL IS NOT EQUAL '00'
000979              DISPLAY '* ERROR EN OPEN RUNCTL= ' FS-RUNCTL
000980              SET WS-RUNCTL-NO                             TO TRUE
000981              IF RETURN-CODE = ZEROS
000982                MOVE 0004                           TO RETURN-CODE
000983              END-IF
000984            ELSE
000985              SET WS-RUNCTL-OK                             TO TRUE
000986
000987              PERFORM 8200-I-VERIFICAR-CORRIDAS
000988                 THRU 8200-F-VERIFICAR-CORRIDAS
000989
000990              ACCEPT WS-HORA-SYS FROM TIME
000991              MOVE WS-HORA-HH                      TO WS-HORA-E-HH
000992              MOVE WS-HORA-MM                      TO WS-HORA-E-MM
000993              MOVE WS-HORA-SS                      TO WS-HORA-E-SS
000994
000995              MOVE SPACES                            TO REG-RUNCTL
000996              MOVE 'PGMCAL01'                       TO RC-PROGRAMA
000997              MOVE WS-FECHA-PROC-ISO           TO RC-FECHA-PROCESO
000998              MOVE WS-HORA-EDIT                  TO RC-HORA-INICIO
000999              MOVE WS-PARM-SYSIN                   TO RC-PARAMETRO
001000              MOVE SPACE                            TO RC-REINICIO
001001              IF WS-BLOQUEADO
001002                MOVE 'B'                              TO RC-ESTADO
001003              ELSE
001004                MOVE 'E'                              TO RC-ESTADO
001005              END-IF
001006              MOVE SPACES                           TO RC-HORA-FIN
001007              MOVE ZEROS                          TO RC-CONTADOR-1
001008              MOVE ZEROS                          TO RC-CONTADOR-2
001009              MOVE ZEROS                          TO RC-CONTADOR-3
001010              MOVE ZEROS                          TO RC-CONTADOR-4
001011              MOVE ZEROS                          TO RC-CONTADOR-5
001012              MOVE ZEROS                          TO RC-CONTADOR-6
001013
001014              WRITE REG-RUNCTL
001015
001016              IF FS-RUNCTL IS NOT EQUAL '00'
001017                DISPLAY '* ERROR EN GRABAR RUNCTL= ' FS-RUNCTL
001018                SET WS-RUNCTL-NO                           TO TRUE
001019                IF RETURN-CODE = ZEROS
001020                  MOVE 0004                         TO RETURN-CODE
001021                END-IF
001022              ELSE
001023                IF WS-BLOQUEADO
001024                  SET WS-RUNCTL-NO                         TO TRUE
001025                  CLOSE RUNCTL
001026                ELSE
001027                  MOVE RC-CLAVE           TO WS-RUN-CLAVE-GUARDADA
001028                END-IF
001029              END-IF
001030            END-IF
001031        .
001032        8000-F-RUNCTL-INICIO.
001033            EXIT.
001034
001035/-----VERIFICO-CORRIDA-DUPLICADA-/
001036* NO TIENE PREDECESOR: NO MODIFICA CUENTAS NI PERSONA. NO DEBE
001037* EXISTIR OTRA CORRIDA 'F' DE PGMCAL01 DE LA FECHA, SALVO 'R' EN
001038* EL PARAMETRO SYSIN. EL BLOQUEO QUEDA CON ESTADO 'B' PARA LA
001039* T105.
001040        8200-I-VERIFICAR-CORRIDAS.
001041            SET WS-CHK-SIGUE                               TO TRUE
001042            SET WS-DUP-NO                                  TO TRUE
001043
001044            MOVE SPACES                                TO RC-CLAVE
001045            MOVE WS-FECHA-PROC-ISO             TO RC-FECHA-PROCESO
001046
001047            START RUNCTL KEY IS NOT LESS THAN RC-CLAVE
001048
001049            IF FS-RUNCTL IS NOT EQUAL '00'
001050              SET WS-CHK-FIN                               TO TRUE
001051            END-IF
001052
001053            PERFORM 8250-I-LEER-RUNCTL
001054               THRU 8250-F-LEER-RUNCTL
001055              UNTIL WS-CHK-FIN
001056
001057            IF WS-DUP-SI AND NOT WS-ES-REPROCESO
001058              DISPLAY '* PGMCAL01 BLOQUEADO: YA FINALIZO PARA '
001059                      WS-FECHA-PROC-ISO
001060                      ', USE PARAMETRO R PARA REPROCESAR'
001061              SET WS-BLOQUEADO                             TO TRUE
001062              MOVE 9999                             TO RETURN-CODE
001063            END-IF
001064        .
001065        8200-F-VERIFICAR-CORRIDAS.
001066            EXIT.
001067
001068        8250-I-LEER-RUNCTL.
001069            READ RUNCTL NEXT
001070              AT END
001071                SET WS-CHK-FIN                             TO TRUE
001072              NOT AT END
001073                IF RC-FECHA-PROCESO NOT = WS-FECHA-PROC-ISO
001074                  SET WS-CHK-FIN                           TO TRUE
001075                ELSE
001076                  IF RC-PROGRAMA = 'PGMCAL01' AND RC-FINALIZADO-OK
001077                    SET WS-DUP-SI                          TO TRUE
001078                  END-IF
001079                END-IF
001080            END-READ
001081        .
001082        8250-F-LEER-RUNCTL.
001083            EXIT.
001084
001085/-----REGISTRO-FIN-DE-CORRIDA----/
001086        8100-I-RUNCTL-FIN.
001087            IF WS-RUNCTL-OK
001088              MOVE WS-RUN-CLAVE-GUARDADA               TO RC-CLAVE
001089
001090              READ RUNCTL
001091
001092              IF FS-RUNCTL IS NOT EQUAL '00'
001093                DISPLAY '* ERROR EN READ RUNCTL= ' FS-RUNCTL
001094              ELSE
001095                ACCEPT WS-HORA-SYS FROM TIME
001096                MOVE WS-HORA-HH                    TO WS-HORA-E-HH
001097                MOVE WS-HORA-MM                    TO WS-HORA-E-MM
001098                MOVE WS-HORA-SS                    TO WS-HORA-E-SS
001099                MOVE WS-HORA-EDIT                   TO RC-HORA-FIN
001100
001101                IF RETURN-CODE = 9999
001102                  MOVE 'A'                            TO RC-ESTADO
001103                ELSE
001104                  MOVE 'F'                            TO RC-ESTADO
001105                END-IF
001106
001107                MOVE WS-EVALUADAS                 TO RC-CONTADOR-1
001108                MOVE WS-CNT-DUPCLI                TO RC-CONTADOR-2
001109                MOVE WS-CNT-DUPNOM                TO RC-CONTADOR-3
001110                MOVE WS-CNT-DUPMAIL               TO RC-CONTADOR-4
001111                MOVE WS-CNT-CONTACTO              TO RC-CONTADOR-5
001112                MOVE WS-CNT-SINCTA                TO RC-CONTADOR-6
001113
001114                REWRITE REG-RUNCTL
001115
001116                IF FS-RUNCTL IS NOT EQUAL '00'
001117                  DISPLAY '* ERROR EN REWRITE RUNCTL= ' FS-RUNCTL
001118                END-IF
001119              END-IF
001120
001121              CLOSE RUNCTL
001122              IF FS-RUNCTL IS NOT EQUAL '00'
001123                DISPLAY '* ERROR EN CLOSE RUNCTL= ' FS-RUNCTL
001124              END-IF
001125            END-IF
001126        .
001127        8100-F-RUNCTL-FIN.
001128            EXIT.
001129
001130/-----IMPRIMO-TOTALES-POR-CATEGORIA/
001131        9100-I-IMPRIMIR-TOTALES.
001132            WRITE REG-SALIDA FROM CT-SUBT-TOT
001133
001134            IF FS-SALIDA IS NOT EQUAL '00'
001135              DISPLAY '* ERROR EN GRABAR SUBTITULO: ' FS-SALIDA
001136              MOVE 9999                             TO RETURN-CODE
001137            END-IF
001138
001139            MOVE 'PARES DUPLICADOS SOSPECHADOS'     TO CT-TOT-DESC
001140            MOVE WS-PARES-DUP                       TO CT-TOT-CANT
001141            PERFORM 9150-I-GRABAR-TOTAL
001142               THRU 9150-F-GRABAR-TOTAL
001143
001144            MOVE 'DUPLICADO NRO DE CLIENTE'         TO CT-TOT-DESC
001145            MOVE WS-CNT-DUPCLI                      TO CT-TOT-CANT
001146            PERFORM 9150-I-GRABAR-TOTAL
001147               THRU 9150-F-GRABAR-TOTAL
001148
001149            MOVE 'DUPLICADO NOMBRE Y DIRECCION'     TO CT-TOT-DESC
001150            MOVE WS-CNT-DUPNOM                      TO CT-TOT-CANT
001151            PERFORM 9150-I-GRABAR-TOTAL
001152               THRU 9150-F-GRABAR-TOTAL
001153
001154            MOVE 'DUPLICADO EMAIL'                  TO CT-TOT-DESC
001155            MOVE WS-CNT-DUPMAIL                     TO CT-TOT-CANT
001156            PERFORM 9150-I-GRABAR-TOTAL
001157               THRU 9150-F-GRABAR-TOTAL
001158
001159            MOVE 'EMAIL FALTANTE'                   TO CT-TOT-DESC
001160            MOVE WS-CNT-EMAIL-FALTA                 TO CT-TOT-CANT
001161            PERFORM 9150-I-GRABAR-TOTAL
001162               THRU 9150-F-GRABAR-TOTAL
001163
001164            MOVE 'EMAIL INVALIDO'                   TO CT-TOT-DESC
001165            MOVE WS-CNT-EMAIL-INV                   TO CT-TOT-CANT
001166            PERFORM 9150-I-GRABAR-TOTAL
001167               THRU 9150-F-GRABAR-TOTAL
001168
001169            MOVE 'TELEFONO FALTANTE'                TO CT-TOT-DESC
001170            MOVE WS-CNT-TEL-FALTA                   TO CT-TOT-CANT
001171            PERFORM 9150-I-GRABAR-TOTAL
001172               THRU 9150-F-GRABAR-TOTAL
001173
001174            MOVE 'TELEFONO INVALIDO'                TO CT-TOT-DESC
001175            MOVE WS-CNT-TEL-INV                     TO CT-TOT-CANT
001176            PERFORM 9150-I-GRABAR-TOTAL
001177               THRU 9150-F-GRABAR-TOTAL
001178
001179            MOVE 'DIRECCION FALTANTE'               TO CT-TOT-DESC
001180            MOVE WS-CNT-DIR-FALTA                   TO CT-TOT-CANT
001181            PERFORM 9150-I-GRABAR-TOTAL
001182               THRU 9150-F-GRABAR-TOTAL
001183
001184            MOVE 'CON EXCEPCION DE CONTACTO'        TO CT-TOT-DESC
001185            MOVE WS-CNT-CONTACTO                    TO CT-TOT-CANT
001186            PERFORM 9150-I-GRABAR-TOTAL
001187               THRU 9150-F-GRABAR-TOTAL
001188
001189            MOVE 'ACTIVOS SIN CUENTA'               TO CT-TOT-DESC
001190            MOVE WS-CNT-SINCTA                      TO CT-TOT-CANT
001191            PERFORM 9150-I-GRABAR-TOTAL
001192               THRU 9150-F-GRABAR-TOTAL
001193        .
001194        9100-F-IMPRIMIR-TOTALES.
001195            EXIT.
001196
001197        9150-I-GRABAR-TOTAL.
001198            WRITE REG-SALIDA FROM CT-TOTAL
001199
001200            IF FS-SALIDA IS NOT EQUAL '00'
001201              DISPLAY '* ERROR EN GRABAR TOTAL: ' FS-SALIDA
001202              MOVE 9999                             TO RETURN-CODE
001203            END-IF
001204        .
001205        9150-F-GRABAR-TOTAL.
001206            EXIT.
001207
001208/------CIERRE-DE-ARCHIVOS--------/
001209        9999-I-FINAL.
001210            IF WS-NO-BLOQUEADO
001211              PERFORM 9100-I-IMPRIMIR-TOTALES
001212                 THRU 9100-F-IMPRIMIR-TOTALES
001213
001214              MOVE WS-LEIDAS-PER              TO CT-PIE-LEIDAS-PER
001215              MOVE WS-BAJAS                        TO CT-PIE-BAJAS
001216              MOVE WS-EVALUADAS                TO CT-PIE-EVALUADAS
001217              MOVE WS-NO-EVALUADAS          TO CT-PIE-NO-EVALUADAS
001218              MOVE WS-MARCADAS                  TO CT-PIE-MARCADAS
001219              MOVE WS-LEIDAS-CTA              TO CT-PIE-LEIDAS-CTA
001220
001221              WRITE REG-SALIDA FROM CT-PIE
001222
001223              IF FS-SALIDA IS NOT EQUAL '00'
001224                DISPLAY '* ERROR EN GRABAR PIE: ' FS-SALIDA
001225                MOVE 9999                           TO RETURN-CODE
001226              END-IF
001227
001228              CLOSE CUENTAS
001229              IF FS-CUENTAS IS NOT EQUAL '00'
001230                DISPLAY '* ERROR EN CLOSE CUENTAS= ' FS-CUENTAS
001231                MOVE 9999                           TO RETURN-CODE
001232              END-IF
001233
001234              CLOSE PERSONA
001235              IF FS-PERSONA IS NOT EQUAL '00'
001236                DISPLAY '* ERROR EN CLOSE PERSONA= ' FS-PERSONA
001237                MOVE 9999                           TO RETURN-CODE
001238              END-IF
001239
001240              CLOSE SALIDA
001241              IF FS-SALIDA  IS NOT EQUAL '00'
001242                DISPLAY '* ERROR EN CLOSE SALIDA= ' FS-SALIDA
001243                MOVE 9999                           TO RETURN-CODE
001244              END-IF
001245
001246              IF RETURN-CODE = ZEROS AND
001247                 WS-NO-EVALUADAS > ZEROS
001248                MOVE 0004                           TO RETURN-CODE
001249              END-IF
001250            END-IF
001251
001252            PERFORM 8100-I-RUNCTL-FIN
001253               THRU 8100-F-RUNCTL-FIN
001254
001255/-----MUESTRO-TOTALES-DE-CONTROL----/
001256            DISPLAY '/----------TOTALES DE CONTROL------------/'
001257            DISPLAY 'CUENTAS LEIDAS      = ' WS-LEIDAS-CTA
001258            DISPLAY 'PERSONAS LEIDAS     = ' WS-LEIDAS-PER
001259            DISPLAY 'BAJAS (NO EVALUADAS)= ' WS-BAJAS
001260            DISPLAY 'ACTIVAS EVALUADAS   = ' WS-EVALUADAS
001261            DISPLAY 'NO EVALUADAS (TABLA)= ' WS-NO-EVALUADAS
001262            DISPLAY 'PARES DUPLICADOS    = ' WS-PARES-DUP
001263            DISPLAY 'DUP NRO CLIENTE     = ' WS-CNT-DUPCLI
001264            DISPLAY 'DUP NOMBRE Y DIREC  = ' WS-CNT-DUPNOM
001265            DISPLAY 'DUP EMAIL           = ' WS-CNT-DUPMAIL
001266            DISPLAY 'EMAIL FALTA/INVAL   = ' WS-CNT-EMAIL-FALTA
001267                    ' / ' WS-CNT-EMAIL-INV
001268            DISPLAY 'TELEF FALTA/INVAL   = ' WS-CNT-TEL-FALTA
001269                    ' / ' WS-CNT-TEL-INV
001270            DISPLAY 'DIRECCION FALTANTE  = ' WS-CNT-DIR-FALTA
001271            DISPLAY 'ACTIVOS SIN CUENTA  = ' WS-CNT-SINCTA
001272            DISPLAY 'CLAVES EN PERAVIS   = ' WS-MARCADAS
001273        .
001274        9999-F-FINAL.
001275            EXIT.
