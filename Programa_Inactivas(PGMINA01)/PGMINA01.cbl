000001        CBL TEST
000002/--------------------------------/
000003* PRE-REQUISITOS: EJECUTAR UNA VEZ POR MES, EL ULTIMO DIA HABIL,
000004*                LUEGO DE PGMCIE01 (DEBE HABER FINALIZADO 'F' PARA
000005*                 LA MISMA FECHA) Y CON EL ONLINE YA CERRADO.
000006*                 PARAMETRO SYSIN: FECHA DE PROCESO (DD-MM-AAAA) O
000007*                 BLANCOS PARA TOMAR LA FECHA DEL DIA; EN LAS
000008*                 POSICIONES 12-13 LA CANTIDAD DE MESES SIN
000009*                 ACTIVIDAD (BLANCOS = 12) Y 'R' EN LA POSICION 15
000010*                 PARA REPROCESAR UNA FECHA YA FINALIZADA.
000011*                 RECORRE CUENTAS (VSAM) CONTRA MOVIMIENTOS (VSAM
000012*                 MOVIM, CPMOVIM) EN ORDEN DE CLAVE. LA ULTIMA
000013*                 ACTIVIDAD DE LA CUENTA ES EL ULTIMO MOVIMIENTO
000014*                 ORIGINADO POR EL CLIENTE (NOVEDADES 'NV',
000015*                 TRANSFERENCIAS 'TR' Y ORDENES 'OP'; NO CUENTAN
000016*                LOS INTERESES 'CI' NI LAS REVERSAS 'RV') O, SI ES
000017*                 POSTERIOR, CU-FECHA-ACTUAL (ALTA DE LA CUENTA,
000018*                 REACTIVACION POR LA T102 O HISTORIA DEPURADA).
000019*                 UNA CUENTA ACTIVA CUYA ULTIMA ACTIVIDAD ES
000020*                 ANTERIOR A LA FECHA DE CORTE (FECHA DE PROCESO
000021*                 MENOS LOS MESES DEL PARAMETRO) PASA A ESTADO 'D'
000022*                 (INACTIVA). SOLO LA T102 (PF9) LA REACTIVA.
000023*                 EL LISTADO AGRUPA POR CLIENTE TODAS LAS CUENTAS
000024*                 INACTIVAS (LAS DE ESTA CORRIDA Y LAS ANTERIORES)
000025*                 CON LOS DATOS DE CONTACTO DE PERSONA.
000026*                 CON CUENTAS QUE NO PUDIERON LISTARSE (CLIENTE
000027*                 SIN PERSONA O TABLA LLENA) TERMINA CON RC 0004.
000028/--------------------------------/
000029        IDENTIFICATION DIVISION.
000030/--------------------------------/
000031         PROGRAM-ID. PGMINA01.
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
000049            SELECT MOVIM ASSIGN DDMOVIM
000050               ORGANIZATION IS INDEXED
000051               ACCESS MODE IS SEQUENTIAL
000052               RECORD KEY IS MOV-CLAVE
000053               FILE STATUS IS FS-MOVIM.
000054            SELECT PERSONA ASSIGN DDPERSO
000055               ORGANIZATION IS INDEXED
000056               ACCESS MODE IS SEQUENTIAL
000057               RECORD KEY IS PER-CLAVE
000058               FILE STATUS IS FS-PERSONA.
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
000077        FD MOVIM
000078             BLOCK CONTAINS 0 RECORDS
000079             RECORDING MODE IS F.
000080        COPY CPMOVIM.
000081
000082        FD PERSONA
000083             BLOCK CONTAINS 0 RECORDS
000084             RECORDING MODE IS F.
000085        COPY CPPERSO.
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
000105          02  FS-MOVIM             PIC XX         VALUE SPACES.
000106          02  FS-PERSONA           PIC XX         VALUE SPACES.
000107          02  FS-SALIDA            PIC XX         VALUE SPACES.
000108          02  FS-RUNCTL            PIC XX         VALUE SPACES.
000109
000110/--------FLAGS-CONTROL-----------/
000111        01 WS-FLAG-FIN-CTA         PIC X.
000112          88 WS-FIN-CTA                          VALUE '1'.
000113          88 WS-NO-FIN-CTA                       VALUE '0'.
000114
000115        01 WS-FLAG-FIN-MOV         PIC X.
000116          88 WS-FIN-MOV                          VALUE '1'.
000117          88 WS-NO-FIN-MOV                       VALUE '0'.
000118
000119        01 WS-FLAG-FIN-PER         PIC X.
000120          88 WS-FIN-PER                          VALUE '1'.
000121          88 WS-NO-FIN-PER                       VALUE '0'.
000122
000123        01 WS-FLAG-CLIENTE         PIC X          VALUE '0'.
000124          88 WS-CLI-IMPRESO                      VALUE '1'.
000125          88 WS-CLI-NO-IMPRESO                   VALUE '0'.
000126
000127/------PARAMETRO-SYSIN-----------/
000128        01 WS-PARM-SYSIN.
000129          03 WS-PARM-FECHA         PIC X(10)      VALUE SPACES.
000130          03 FILLER                PIC X(01)      VALUE SPACE.
000131          03 WS-PARM-MESES         PIC X(02)      VALUE SPACES.
000132          03 FILLER                PIC X(01)      VALUE SPACE.
000133          03 WS-PARM-REPROCESO     PIC X(01)      VALUE SPACE.
000134            88 WS-ES-REPROCESO                    VALUE 'R'.
000135
000136        77  WS-MESES               PIC 9(02)      VALUE 12.
000137
000138/------CONTROL-DE-CORRIDA--------/
000139        01 WS-FLAG-RUNCTL          PIC X          VALUE '0'.
000140          88 WS-RUNCTL-OK                         VALUE '1'.
000141          88 WS-RUNCTL-NO                         VALUE '0'.
000142
000143        01 WS-RUN-CLAVE-GUARDADA   PIC X(26)      VALUE SPACES.
000144
000145        01 WS-SW-CHK               PIC 9          VALUE 0.
000146          88 WS-CHK-SIGUE                         VALUE 0.
000147          88 WS-CHK-FIN                           VALUE 1.
000148
000149        01 WS-FLAG-PRED            PIC 9          VALUE 0.
000150          88 WS-PRED-NO-VISTO                     VALUE 0.
000151          88 WS-PRED-VISTO                        VALUE 1.
000152          88 WS-PRED-FINALIZADO                   VALUE 2.
000153
000154        01 WS-FLAG-DUP             PIC X          VALUE '0'.
000155          88 WS-DUP-NO                            VALUE '0'.
000156          88 WS-DUP-SI                            VALUE '1'.
000157
000158        01 WS-FLAG-BLOQUEO         PIC X          VALUE '0'.
000159          88 WS-BLOQUEADO                         VALUE '1'.
000160          88 WS-NO-BLOQUEADO                      VALUE '0'.
000161
000162/--------FECHAS------------------/
000163        01 WS-FECHA.
000164          03 WS-FECHA-AAAA         PIC 9999       VALUE ZEROS.
000165          03 WS-FECHA-MM           PIC 99         VALUE ZEROS.
000166          03 WS-FECHA-DD           PIC 99         VALUE ZEROS.
000167
000168        01 WS-FECHA-PROCESO.
000169          03 WS-FEC-P-DD           PIC X(02)      VALUE SPACES.
000170          03 FILLER                PIC X(01)      VALUE '-'.
000171          03 WS-FEC-P-MM           PIC X(02)      VALUE SPACES.
000172          03 FILLER                PIC X(01)      VALUE '-'.
000173          03 WS-FEC-P-AAAA         PIC X(04)      VALUE SPACES.
000174
000175        01 WS-FECHA-PROC-ISO.
000176          03 WS-PRO-ISO-AAAA       PIC X(04)      VALUE SPACES.
000177          03 FILLER                PIC X(01)      VALUE '-'.
000178          03 WS-PRO-ISO-MM         PIC X(02)      VALUE SPACES.
000179          03 FILLER                PIC X(01)      VALUE '-'.
000180          03 WS-PRO-ISO-DD         PIC X(02)      VALUE SPACES.
000181
000182        01 WS-FECHA-CORTE.
000183          03 WS-COR-AAAA           PIC 9(04)      VALUE ZEROS.
000184          03 FILLER                PIC X(01)      VALUE '-'.
000185          03 WS-COR-MM             PIC 9(02)      VALUE ZEROS.
000186          03 FILLER                PIC X(01)      VALUE '-'.
000187          03 WS-COR-DD             PIC X(02)      VALUE SPACES.
000188
000189        77  WS-PRO-AAAA-NUM        PIC 9(04)      VALUE ZEROS.
000190        77  WS-PRO-MM-NUM          PIC 9(02)      VALUE ZEROS.
000191        77  WS-MESES-TOTAL         PIC 9(06)      VALUE ZEROS.
000192        77  WS-MESES-RESTO         PIC 9(02)      VALUE ZEROS.
000193
000194        01 WS-HORA-SYS.
000195          03 WS-HORA-HH            PIC 99         VALUE ZEROS.
000196          03 WS-HORA-MM            PIC 99         VALUE ZEROS.
000197          03 WS-HORA-SS            PIC 99         VALUE ZEROS.
000198          03 FILLER                PIC 99         VALUE ZEROS.
000199
000200        01 WS-HORA-EDIT.
000201          03 WS-HORA-E-HH          PIC 99         VALUE ZEROS.
000202          03 FILLER                PIC X          VALUE ':'.
000203          03 WS-HORA-E-MM          PIC 99         VALUE ZEROS.
000204          03 FILLER                PIC X          VALUE ':'.
000205          03 WS-HORA-E-SS          PIC 99         VALUE ZEROS.
000206
000207/-----ULTIMA-ACTIVIDAD-DE-LA-CUENTA/
000208* CU-FECHA-ACTUAL LLEGA COMO DD-MM-AAAA (ONLINE Y ORDENES) O COMO
000209* AAAA-MM-DD; SE LLEVA A AAAA-MM-DD PARA COMPARAR CON MOV-FECHA.
000210        01 WS-ULT-ACTIVIDAD        PIC X(10)      VALUE SPACES.
000211        01 WS-ULT-MOV-CLIENTE      PIC X(10)      VALUE SPACES.
000212
000213        01 WS-FEC-CUENTA           PIC X(10)      VALUE SPACES.
000214        01 WS-FEC-CUENTA-DMA REDEFINES WS-FEC-CUENTA.
000215          03 WS-FCD-DD             PIC X(02).
000216          03 WS-FCD-SEP1           PIC X(01).
000217          03 WS-FCD-MM             PIC X(02).
000218          03 WS-FCD-SEP2           PIC X(01).
000219          03 WS-FCD-AAAA           PIC X(04).
000220        01 WS-FEC-CUENTA-AMD REDEFINES WS-FEC-CUENTA.
000221          03 WS-FCI-AAAA           PIC X(04).
000222          03 WS-FCI-SEP1           PIC X(01).
000223          03 WS-FCI-MM             PIC X(02).
000224          03 WS-FCI-SEP2           PIC X(01).
000225          03 WS-FCI-DD             PIC X(02).
000226
000227        01 WS-FEC-CUENTA-ISO.
000228          03 WS-FCO-AAAA           PIC X(04)      VALUE SPACES.
000229          03 WS-FCO-SEP1           PIC X(01)      VALUE SPACE.
000230          03 WS-FCO-MM             PIC X(02)      VALUE SPACES.
000231          03 WS-FCO-SEP2           PIC X(01)      VALUE SPACE.
000232          03 WS-FCO-DD             PIC X(02)      VALUE SPACES.
000233
000234/-----CLAVES-DE-COMPARACION------/
000235        01 WS-CLAVE-CTA.
000236          03 WS-CLAVE-CTA-TIP   PIC X(02) VALUE HIGH-VALUES.
000237          03 WS-CLAVE-CTA-NRO   PIC X(15) VALUE HIGH-VALUES.
000238
000239        01 WS-CLAVE-MOV.
000240          03 WS-CLAVE-MOV-TIP   PIC X(02) VALUE HIGH-VALUES.
000241          03 WS-CLAVE-MOV-NRO   PIC X(15) VALUE HIGH-VALUES.
000242
000243/-----CUENTAS-INACTIVAS-A-LISTAR--/
000244* SE GUARDAN PARA AGRUPARLAS POR CLIENTE EN UNA SOLA PASADA DE
000245* PERSONA (NO HAY ACCESO POR PER-CLI-NRO).
000246        01 WS-TAB-INACTIVAS.
000247          03 WS-INA-ENT OCCURS 2000.
000248            05 WS-INA-CLIENTE      PIC 9(05).
000249            05 WS-INA-TIPCTA       PIC X(02).
000250            05 WS-INA-NROCTA       PIC X(15).
000251            05 WS-INA-MONEDA       PIC X(02).
000252            05 WS-INA-SALDO        PIC S9(09)V99  COMP-3.
000253            05 WS-INA-ULT-ACT      PIC X(10).
000254            05 WS-INA-MARCA        PIC X(01).
000255              88 WS-INA-NUEVA                     VALUE 'N'.
000256              88 WS-INA-ANTERIOR                  VALUE 'A'.
000257            05 WS-INA-LISTADA      PIC X(01).
000258              88 WS-INA-YA-LISTADA                VALUE 'S'.
000259              88 WS-INA-NO-LISTADA                VALUE 'N'.
000260
000261        77  WS-INA-CANT            PIC S9(04) COMP VALUE +0.
000262        77  WS-INA-IDX             PIC S9(04) COMP VALUE +0.
000263        77  WS-INA-MAX             PIC S9(04) COMP VALUE +2000.
000264
000265        01 WS-MARCA-CUENTA         PIC X(01)      VALUE SPACE.
000266
000267/-----CONTADORES-----------------/
000268        01 WS-CONTADORES.
000269          03 WS-LEIDAS-CTA         PIC 9(05)      VALUE ZEROS.
000270          03 WS-LEIDOS-MOV         PIC 9(05)      VALUE ZEROS.
000271          03 WS-INACTIVADAS        PIC 9(05)      VALUE ZEROS.
000272          03 WS-YA-INACTIVAS       PIC 9(05)      VALUE ZEROS.
000273          03 WS-CLIENTES           PIC 9(05)      VALUE ZEROS.
000274          03 WS-NO-LISTADAS        PIC 9(05)      VALUE ZEROS.
000275
000276/------LAYOUT-TITULO-------------/
000277        01 CT-TITULO.
000278          03  FILLER              PIC X(01)      VALUE '|'.
000279          03  FILLER              PIC X(36)      VALUE
000280              'CUENTAS INACTIVAS - FECHA PROCESO: '.
000281          03  CT-TIT-FECHA        PIC X(10)      VALUE SPACES.
000282          03  FILLER              PIC X(28)      VALUE
000283              ' - SIN ACTIVIDAD DESDE EL: '.
000284          03  CT-TIT-CORTE        PIC X(10)      VALUE SPACES.
000285          03  FILLER              PIC X(02)      VALUE ' ('.
000286          03  CT-TIT-MESES        PIC Z9         VALUE ZEROS.
000287          03  FILLER              PIC X(07)      VALUE ' MESES)'.
000288
000289/----LAYOUT-CABECERA-CLIENTE-----/
000290        01 CT-CLIENTE.
000291          03  FILLER            PIC X(10)      VALUE '|CLIENTE: '.
000292          03  CT-CLI-NRO          PIC 9(05)      VALUE ZEROS.
000293          03  FILLER              PIC X(01)      VALUE ' '.
000294          03  CT-CLI-NOMAPE       PIC X(40)      VALUE SPACES.
000295          03  FILLER              PIC X(06)      VALUE ' DOC: '.
000296          03  CT-CLI-TIPDOC       PIC X(02)      VALUE SPACES.
000297          03  FILLER              PIC X(01)      VALUE ' '.
000298          03  CT-CLI-NRODOC       PIC 9(11)      VALUE ZEROS.
000299          03  FILLER              PIC X(01)      VALUE ' '.
000300          03  CT-CLI-BAJA         PIC X(14)      VALUE SPACES.
000301
000302        01 CT-CONTACTO.
000303          03  FILLER              PIC X(08)      VALUE '|  DIR: '.
000304          03  CT-CON-DIREC        PIC X(40)      VALUE SPACES.
000305          03  FILLER              PIC X(06)      VALUE ' TEL: '.
000306          03  CT-CON-TEL          PIC X(15)      VALUE SPACES.
000307          03  FILLER              PIC X(08)      VALUE ' EMAIL: '.
000308          03  CT-CON-EMAIL        PIC X(40)      VALUE SPACES.
000309
000310/----LAYOUT-CUENTA-INACTIVA------/
000311        01 CT-CUENTA.
000312          03  FILLER              PIC X(05)      VALUE '|    '.
000313          03  CT-CTA-TIPCTA       PIC X(02)      VALUE SPACES.
000314          03  FILLER              PIC X(01)      VALUE ' '.
000315          03  CT-CTA-NROCTA       PIC X(15)      VALUE SPACES.
000316          03  FILLER              PIC X(06)      VALUE ' MON: '.
000317          03  CT-CTA-MONEDA       PIC X(02)      VALUE SPACES.
000318          03  FILLER              PIC X(08)      VALUE ' SALDO: '.
000319          03  CT-CTA-SALDO     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000320          03  FILLER              PIC X(16)      VALUE
000321              ' ULT ACTIVIDAD: '.
000322          03  CT-CTA-ULT-ACT      PIC X(10)      VALUE SPACES.
000323          03  FILLER              PIC X(01)      VALUE ' '.
000324          03  CT-CTA-MARCA        PIC X(16)      VALUE SPACES.
000325
000326        01 CT-SIN-PERSONA.
000327          03  FILLER              PIC X(01)      VALUE '|'.
000328          03  FILLER              PIC X(40)      VALUE
000329              'CUENTAS DE CLIENTES SIN DATOS EN PERSONA'.
000330
000331        01 CT-SIN-PERSONA-CLI.
000332          03  FILLER            PIC X(10)      VALUE '|CLIENTE: '.
000333          03  CT-SPC-NRO          PIC 9(05)      VALUE ZEROS.
000334
000335/------LAYOUT-PIE-DE-CONTROL-----/
000336        01 CT-PIE.
000337          03  FILLER              PIC X(1)       VALUE '|'.
000338          03  FILLER      PIC X(09) VALUE 'CUENTAS: '.
000339          03  CT-PIE-LEIDAS-CTA    PIC 9(05)      VALUE ZEROS.
000340          03  FILLER              PIC X(01)      VALUE '|'.
000341          03  FILLER      PIC X(13) VALUE 'MOVIMIENTOS: '.
000342          03  CT-PIE-LEIDOS-MOV    PIC 9(05)      VALUE ZEROS.
000343          03  FILLER              PIC X(01)      VALUE '|'.
000344          03  FILLER      PIC X(13) VALUE 'INACTIVADAS: '.
000345          03  CT-PIE-INACTIVADAS   PIC 9(05)      VALUE ZEROS.
000346          03  FILLER              PIC X(01)      VALUE '|'.
000347          03  FILLER      PIC X(14) VALUE 'YA INACTIVAS: '.
000348          03  CT-PIE-YA-INACTIVAS  PIC 9(05)      VALUE ZEROS.
000349          03  FILLER              PIC X(01)      VALUE '|'.
000350          03  FILLER      PIC X(10) VALUE 'CLIENTES: '.
000351          03  CT-PIE-CLIENTES      PIC 9(05)      VALUE ZEROS.
000352          03  FILLER              PIC X(01)      VALUE '|'.
000353          03  FILLER      PIC X(13) VALUE 'NO LISTADAS: '.
000354          03  CT-PIE-NO-LISTADAS   PIC 9(05)      VALUE ZEROS.
000355
000356        77  FILLER                 PIC X(26)      VALUE
000357                                   '* FINAL  WORKING-STORAGE *'.
000358/--------------------------------/
000359        PROCEDURE DIVISION.
000360/--------------------------------/
000361/--CUERPO-PRINCIPAL-DEL-PROGRAMA-/
000362        MAIN-PROGRAM.
000363
000364            PERFORM 1000-I-INICIO
000365               THRU 1000-F-INICIO
000366
000367            PERFORM 2000-I-PROCESO
000368               THRU 2000-F-PROCESO
000369              UNTIL WS-FIN-CTA AND WS-FIN-MOV
000370
000371            PERFORM 6000-I-LISTAR-CLIENTES
000372               THRU 6000-F-LISTAR-CLIENTES
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
000390              MOVE WS-FECHA-DD                    TO WS-FEC-P-DD
000391              MOVE WS-FECHA-MM                    TO WS-FEC-P-MM
000392              MOVE WS-FECHA-AAAA                  TO WS-FEC-P-AAAA
000393            END-IF
000394
000395            MOVE WS-FEC-P-AAAA                  TO WS-PRO-ISO-AAAA
000396            MOVE WS-FEC-P-MM                      TO WS-PRO-ISO-MM
000397            MOVE WS-FEC-P-DD                      TO WS-PRO-ISO-DD
000398
000399            PERFORM 1100-I-FECHA-CORTE
000400               THRU 1100-F-FECHA-CORTE
000401
000402            MOVE WS-FECHA-PROCESO                 TO CT-TIT-FECHA
000403            MOVE WS-FECHA-CORTE                   TO CT-TIT-CORTE
000404            MOVE WS-MESES                         TO CT-TIT-MESES
000405
000406            PERFORM 8000-I-RUNCTL-INICIO
000407               THRU 8000-F-RUNCTL-INICIO
000408
000409            SET WS-NO-FIN-CTA                     TO TRUE
000410            SET WS-NO-FIN-MOV                     TO TRUE
000411
000412            IF WS-BLOQUEADO
000413              SET WS-FIN-CTA                      TO TRUE
000414              SET WS-FIN-MOV                      TO TRUE
000415            ELSE
000416              OPEN I-O CUENTAS
000417              IF FS-CUENTAS IS NOT EQUAL '00'
000418                DISPLAY '* ERROR EN OPEN CUENTAS= ' FS-CUENTAS
000419                MOVE 9999                         TO RETURN-CODE
000420                SET  WS-FIN-CTA                   TO TRUE
000421                SET  WS-FIN-MOV                   TO TRUE
000422              END-IF
000423
000424              OPEN INPUT MOVIM
000425              IF FS-MOVIM IS NOT EQUAL '00'
000426                DISPLAY '* ERROR EN OPEN MOVIM= ' FS-MOVIM
000427                MOVE 9999                         TO RETURN-CODE
000428                SET  WS-FIN-CTA                   TO TRUE
000429                SET  WS-FIN-MOV                   TO TRUE
000430              END-IF
000431
000432              OPEN OUTPUT SALIDA
000433              IF FS-SALIDA IS NOT EQUAL '00'
000434                DISPLAY '* ERROR EN OPEN SALIDA= ' FS-SALIDA
000435                MOVE 9999                         TO RETURN-CODE
000436                SET  WS-FIN-CTA                   TO TRUE
000437                SET  WS-FIN-MOV                   TO TRUE
000438              END-IF
000439
000440              IF WS-NO-FIN-CTA
000441                PERFORM 3000-I-LEER-CUENTA
000442                   THRU 3000-F-LEER-CUENTA
000443
000444                PERFORM 3500-I-LEER-MOVIM
000445                   THRU 3500-F-LEER-MOVIM
000446
000447                PERFORM 5900-I-IMPRIMIR-INICIO
000448                   THRU 5900-F-IMPRIMIR-INICIO
000449              END-IF
000450            END-IF
000451        .
000452        1000-F-INICIO.
000453            EXIT.
000454
000455/-----CALCULO-LA-FECHA-DE-CORTE--/
000456* FECHA DE PROCESO MENOS LOS MESES DEL PARAMETRO, MISMO DIA. UN
000457* DIA INEXISTENTE EN EL MES DE CORTE (P.EJ. 31-02) NO ES PROBLEMA:
000458* LA FECHA SOLO SE USA PARA COMPARAR CONTRA AAAA-MM-DD.
000459* UN PARAMETRO DE MESES INVALIDO BLOQUEA LA CORRIDA.
000460        1100-I-FECHA-CORTE.
000461            IF WS-PARM-MESES = SPACES
000462              MOVE 12                             TO WS-MESES
000463            ELSE
000464              IF WS-PARM-MESES IS NUMERIC AND
000465                 WS-PARM-MESES IS NOT EQUAL '00'
000466                MOVE WS-PARM-MESES                TO WS-MESES
000467              ELSE
000468                DISPLAY '* PARAMETRO DE MESES INVALIDO: '
000469                        WS-PARM-MESES
000470                MOVE 9999                         TO RETURN-CODE
000471                SET WS-BLOQUEADO                  TO TRUE
000472              END-IF
000473            END-IF
000474
000475            MOVE WS-PRO-ISO-AAAA                TO WS-PRO-AAAA-NUM
000476            MOVE WS-PRO-ISO-MM                    TO WS-PRO-MM-NUM
000477
000478            COMPUTE WS-MESES-TOTAL =
000479                    WS-PRO-AAAA-NUM * 12 + WS-PRO-MM-NUM - 1
000480                    - WS-MESES
000481
000482            DIVIDE WS-MESES-TOTAL BY 12
000483                   GIVING WS-COR-AAAA
000484                   REMAINDER WS-MESES-RESTO
000485
000486            ADD 1 WS-MESES-RESTO               GIVING WS-COR-MM
000487            MOVE WS-PRO-ISO-DD                    TO WS-COR-DD
000488        .
000489        1100-F-FECHA-CORTE.
000490            EXIT.
000491
000492/-----LEO-CUENTAS-(VSAM)---------/
000493        3000-I-LEER-CUENTA.
000494            READ CUENTAS
000495              AT END
000496                SET WS-FIN-CTA                    TO TRUE
000497                MOVE HIGH-VALUES                  TO WS-CLAVE-CTA
000498              NOT AT END
000499                ADD 1                             TO WS-LEIDAS-CTA
000500                MOVE CU-TIPO-CUENTA          TO WS-CLAVE-CTA-TIP
000501                MOVE CU-NRO-CUENTA           TO WS-CLAVE-CTA-NRO
000502            END-READ
000503
000504            IF FS-CUENTAS IS NOT EQUAL '00' AND
000505               FS-CUENTAS IS NOT EQUAL '10'
000506              DISPLAY '* ERROR EN READ CUENTAS= ' FS-CUENTAS
000507              MOVE 9999                           TO RETURN-CODE
000508              SET WS-FIN-CTA                      TO TRUE
000509              SET WS-FIN-MOV                      TO TRUE
000510              MOVE HIGH-VALUES                    TO WS-CLAVE-CTA
000511              MOVE HIGH-VALUES                    TO WS-CLAVE-MOV
000512            END-IF
000513        .
000514        3000-F-LEER-CUENTA.
000515            EXIT.
000516
000517/-----LEO-MOVIMIENTOS-(VSAM)-----/
000518        3500-I-LEER-MOVIM.
000519            READ MOVIM
000520              AT END
000521                SET WS-FIN-MOV                    TO TRUE
000522                MOVE HIGH-VALUES                  TO WS-CLAVE-MOV
000523              NOT AT END
000524                ADD 1                             TO WS-LEIDOS-MOV
000525                MOVE MOV-TIPO-CUENTA         TO WS-CLAVE-MOV-TIP
000526                MOVE MOV-NRO-CUENTA          TO WS-CLAVE-MOV-NRO
000527            END-READ
000528
000529            IF FS-MOVIM IS NOT EQUAL '00' AND
000530               FS-MOVIM IS NOT EQUAL '10'
000531              DISPLAY '* ERROR EN READ MOVIM= ' FS-MOVIM
000532              MOVE 9999                           TO RETURN-CODE
000533              SET WS-FIN-CTA                      TO TRUE
000534              SET WS-FIN-MOV                      TO TRUE
000535              MOVE HIGH-VALUES                    TO WS-CLAVE-CTA
000536              MOVE HIGH-VALUES                    TO WS-CLAVE-MOV
000537            END-IF
000538        .
000539        3500-F-LEER-MOVIM.
000540            EXIT.
000541
000542/----COMPARO-CLAVES--------------/
000543* MOVIMIENTOS DE CUENTAS INEXISTENTES SE SALTEAN: LOS INFORMA
000544* PGMREC03.
000545        2000-I-PROCESO.
000546            IF WS-CLAVE-CTA < WS-CLAVE-MOV
000547              MOVE SPACES                    TO WS-ULT-MOV-CLIENTE
000548
000549              PERFORM 4500-I-EVALUAR-CUENTA
000550                 THRU 4500-F-EVALUAR-CUENTA
000551
000552              PERFORM 3000-I-LEER-CUENTA
000553                 THRU 3000-F-LEER-CUENTA
000554            ELSE
000555              IF WS-CLAVE-MOV < WS-CLAVE-CTA
000556                PERFORM 3500-I-LEER-MOVIM
000557                   THRU 3500-F-LEER-MOVIM
000558              ELSE
000559                MOVE SPACES                  TO WS-ULT-MOV-CLIENTE
000560
000561                PERFORM 4200-I-VER-MOVIMIENTO
000562                   THRU 4200-F-VER-MOVIMIENTO
000563                  UNTIL WS-CLAVE-MOV NOT = WS-CLAVE-CTA
000564                     OR WS-FIN-MOV
000565
000566                PERFORM 4500-I-EVALUAR-CUENTA
000567                   THRU 4500-F-EVALUAR-CUENTA
000568
000569                PERFORM 3000-I-LEER-CUENTA
000570                   THRU 3000-F-LEER-CUENTA
000571              END-IF
000572            END-IF
000573        .
000574        2000-F-PROCESO.
000575            EXIT.
000576
000577/-----MOVIMIENTO-DEL-CLIENTE-----/
000578* SOLO CUENTAN LOS ORIGENES QUE RESPONDEN A UNA ORDEN DEL CLIENTE.
000579* LA CLAVE ES CRONOLOGICA: EL ULTIMO QUE CALIFICA ES EL MAS
000580* RECIENTE.
000581        4200-I-VER-MOVIMIENTO.
000582            IF MOV-ORI-NOVEDADES OR
000583               MOV-ORI-TRANSFER  OR
000584               MOV-ORI-ORDEN
000585              MOVE MOV-FECHA                 TO WS-ULT-MOV-CLIENTE
000586            END-IF
000587
000588            PERFORM 3500-I-LEER-MOVIM
000589               THRU 3500-F-LEER-MOVIM
000590        .
000591        4200-F-VER-MOVIMIENTO.
000592            EXIT.
000593
000594/-----EVALUO-LA-CUENTA-----------/
000595* LAS CERRADAS NO SE TOCAN. LAS YA INACTIVAS SOLO SE LISTAN. UNA
000596* ACTIVA SIN ACTIVIDAD DESDE LA FECHA DE CORTE PASA A 'D'.
000597        4500-I-EVALUAR-CUENTA.
000598            PERFORM 4600-I-ULTIMA-ACTIVIDAD
000599               THRU 4600-F-ULTIMA-ACTIVIDAD
000600
000601            EVALUATE TRUE
000602            WHEN CU-CTA-CERRADA
000603              CONTINUE
000604
000605            WHEN CU-ESTADO = SPACE AND
000606                 CU-FECHA-ULTIMO-CIERRE NOT = SPACES
000607              CONTINUE
000608
000609            WHEN CU-CTA-INACTIVA
000610              ADD 1                             TO WS-YA-INACTIVAS
000611              MOVE 'A'                         TO WS-MARCA-CUENTA
000612
000613              PERFORM 4700-I-GUARDAR-CUENTA
000614                 THRU 4700-F-GUARDAR-CUENTA
000615
000616            WHEN WS-ULT-ACTIVIDAD < WS-FECHA-CORTE
000617              MOVE 'D'                            TO CU-ESTADO
000618
000619              REWRITE REG-CUENTA
000620
000621              IF FS-CUENTAS IS NOT EQUAL '00'
000622                DISPLAY '* ERROR EN REWRITE CUENTAS= ' FS-CUENTAS
000623                MOVE 9999                         TO RETURN-CODE
000624                SET WS-FIN-CTA                    TO TRUE
000625                SET WS-FIN-MOV                    TO TRUE
000626                MOVE HIGH-VALUES                  TO WS-CLAVE-CTA
000627                MOVE HIGH-VALUES                  TO WS-CLAVE-MOV
000628              ELSE
000629                ADD 1                            TO WS-INACTIVADAS
000630                MOVE 'N'                       TO WS-MARCA-CUENTA
000631
000632                PERFORM 4700-I-GUARDAR-CUENTA
000633                   THRU 4700-F-GUARDAR-CUENTA
000634              END-IF
000635
000636            WHEN OTHER
000637              CONTINUE
000638            END-EVALUATE
000639        .
000640        4500-F-EVALUAR-CUENTA.
000641            EXIT.
000642
000643/-----ULTIMA-ACTIVIDAD-----------/
000644* LA MAYOR ENTRE EL ULTIMO MOVIMIENTO DEL CLIENTE Y
000645* CU-FECHA-ACTUAL LLEVADA A AAAA-MM-DD. UNA FECHA DE CUENTA
000646* ILEGIBLE NO SE USA.
000647        4600-I-ULTIMA-ACTIVIDAD.
000648            MOVE WS-ULT-MOV-CLIENTE          TO WS-ULT-ACTIVIDAD
000649            MOVE CU-FECHA-ACTUAL                  TO WS-FEC-CUENTA
000650            MOVE SPACES                      TO WS-FEC-CUENTA-ISO
000651
000652            IF WS-FCD-SEP1 = '-' AND WS-FCD-SEP2 = '-'
000653              MOVE WS-FCD-AAAA                    TO WS-FCO-AAAA
000654              MOVE '-'                            TO WS-FCO-SEP1
000655              MOVE WS-FCD-MM                      TO WS-FCO-MM
000656              MOVE '-'                            TO WS-FCO-SEP2
000657              MOVE WS-FCD-DD                      TO WS-FCO-DD
000658            ELSE
000659              IF WS-FCI-SEP1 = '-' AND WS-FCI-SEP2 = '-'
000660                MOVE WS-FEC-CUENTA           TO WS-FEC-CUENTA-ISO
000661              END-IF
000662            END-IF
000663
000664            IF WS-FEC-CUENTA-ISO > WS-ULT-ACTIVIDAD
000665              MOVE WS-FEC-CUENTA-ISO           TO WS-ULT-ACTIVIDAD
000666            END-IF
000667        .
000668        4600-F-ULTIMA-ACTIVIDAD.
000669            EXIT.
000670
000671/-----GUARDO-CUENTA-A-LISTAR-----/
000672        4700-I-GUARDAR-CUENTA.
000673            IF WS-INA-CANT IS NOT LESS THAN WS-INA-MAX
000674              DISPLAY '* TABLA DE INACTIVAS LLENA, NO SE LISTA: '
000675                      CU-TIPO-CUENTA ' ' CU-NRO-CUENTA
000676              ADD 1                              TO WS-NO-LISTADAS
000677            ELSE
000678              ADD 1                               TO WS-INA-CANT
000679              MOVE WS-INA-CANT                    TO WS-INA-IDX
000680              MOVE CU-NRO-CLIENTE  TO WS-INA-CLIENTE (WS-INA-IDX)
000681              MOVE CU-TIPO-CUENTA   TO WS-INA-TIPCTA (WS-INA-IDX)
000682              MOVE CU-NRO-CUENTA    TO WS-INA-NROCTA (WS-INA-IDX)
000683              MOVE CU-MONEDA        TO WS-INA-MONEDA (WS-INA-IDX)
000684              MOVE CU-SALDO-ACTUAL   TO WS-INA-SALDO (WS-INA-IDX)
000685              MOVE WS-ULT-ACTIVIDAD TO WS-INA-ULT-ACT (WS-INA-IDX)
000686              MOVE WS-MARCA-CUENTA   TO WS-INA-MARCA (WS-INA-IDX)
000687              SET WS-INA-NO-LISTADA (WS-INA-IDX)  TO TRUE
000688            END-IF
000689        .
000690        4700-F-GUARDAR-CUENTA.
000691            EXIT.
000692
000693/--IMPRIMO-TITULO-DEL-LISTADO----/
000694        5900-I-IMPRIMIR-INICIO.
000695            WRITE REG-SALIDA FROM CT-TITULO
000696
000697            IF FS-SALIDA IS NOT EQUAL '00'
000698              DISPLAY '* ERROR EN GRABAR TITULO: ' FS-SALIDA
000699              MOVE 9999                           TO RETURN-CODE
000700              SET WS-FIN-CTA                      TO TRUE
000701              SET WS-FIN-MOV                      TO TRUE
000702            END-IF
000703        .
000704        5900-F-IMPRIMIR-INICIO.
000705            EXIT.
000706
000707/-----LISTADO-POR-CLIENTE--------/
000708* UNA PASADA DE PERSONA EN ORDEN DE DOCUMENTO: CADA PERSONA LISTA
000709* LAS CUENTAS INACTIVAS DE SU PER-CLI-NRO QUE NADIE LISTO ANTES
000710* (UN CLIENTE CON VARIAS PERSONAS SALE UNA SOLA VEZ). AL FINAL SE
000711* LISTAN LAS CUENTAS CUYO CLIENTE NO ESTA EN PERSONA.
000712        6000-I-LISTAR-CLIENTES.
000713            IF WS-NO-BLOQUEADO AND RETURN-CODE NOT = 9999
000714               AND WS-INA-CANT > ZEROS
000715              OPEN INPUT PERSONA
000716              IF FS-PERSONA IS NOT EQUAL '00'
000717                DISPLAY '* ERROR EN OPEN PERSONA= ' FS-PERSONA
000718                MOVE 9999                         TO RETURN-CODE
000719              ELSE
000720                SET WS-NO-FIN-PER                 TO TRUE
000721
000722                PERFORM 6100-I-LEER-PERSONA
000723                   THRU 6100-F-LEER-PERSONA
000724
000725                PERFORM 6200-I-LISTAR-PERSONA
000726                   THRU 6200-F-LISTAR-PERSONA
000727                  UNTIL WS-FIN-PER
000728
000729                CLOSE PERSONA
000730                IF FS-PERSONA IS NOT EQUAL '00'
000731                  DISPLAY '* ERROR EN CLOSE PERSONA= ' FS-PERSONA
000732                  MOVE 9999                       TO RETURN-CODE
000733                END-IF
000734
000735                IF RETURN-CODE NOT = 9999
000736                  PERFORM 6400-I-LISTAR-SIN-PERSONA
000737                     THRU 6400-F-LISTAR-SIN-PERSONA
000738                END-IF
000739              END-IF
000740            END-IF
000741        .
000742        6000-F-LISTAR-CLIENTES.
000743            EXIT.
000744
000745/-----LEO-PERSONA-(VSAM)---------/
000746        6100-I-LEER-PERSONA.
000747            READ PERSONA
000748              AT END
000749                SET WS-FIN-PER                    TO TRUE
000750            END-READ
000751
000752            IF FS-PERSONA IS NOT EQUAL '00' AND
000753               FS-PERSONA IS NOT EQUAL '10'
000754              DISPLAY '* ERROR EN READ PERSONA= ' FS-PERSONA
000755              MOVE 9999                           TO RETURN-CODE
000756              SET WS-FIN-PER                      TO TRUE
000757            END-IF
000758        .
000759        6100-F-LEER-PERSONA.
000760            EXIT.
000761
000762/-----LISTO-LAS-CUENTAS-DE-UNA-PERSONA/
000763        6200-I-LISTAR-PERSONA.
000764            SET WS-CLI-NO-IMPRESO                 TO TRUE
000765            MOVE 1                                TO WS-INA-IDX
000766
000767            PERFORM 6300-I-VER-CUENTA-PERSONA
000768               THRU 6300-F-VER-CUENTA-PERSONA
000769              UNTIL WS-INA-IDX IS GREATER THAN WS-INA-CANT
000770
000771            PERFORM 6100-I-LEER-PERSONA
000772               THRU 6100-F-LEER-PERSONA
000773        .
000774        6200-F-LISTAR-PERSONA.
000775            EXIT.
000776
000777        6300-I-VER-CUENTA-PERSONA.
000778            IF WS-INA-CLIENTE (WS-INA-IDX) = PER-CLI-NRO AND
000779               WS-INA-NO-LISTADA (WS-INA-IDX)
000780              IF WS-CLI-NO-IMPRESO
000781                PERFORM 6500-I-IMPRIMIR-CLIENTE
000782                   THRU 6500-F-IMPRIMIR-CLIENTE
000783              END-IF
000784
000785              PERFORM 6600-I-IMPRIMIR-CUENTA
000786                 THRU 6600-F-IMPRIMIR-CUENTA
000787            END-IF
000788
000789            ADD 1                                 TO WS-INA-IDX
000790        .
000791        6300-F-VER-CUENTA-PERSONA.
000792            EXIT.
000793
000794/-----CUENTAS-SIN-PERSONA--------/
000795        6400-I-LISTAR-SIN-PERSONA.
000796            SET WS-CLI-NO-IMPRESO                 TO TRUE
000797            MOVE 1                                TO WS-INA-IDX
000798
000799            PERFORM 6450-I-VER-SIN-PERSONA
000800               THRU 6450-F-VER-SIN-PERSONA
000801              UNTIL WS-INA-IDX IS GREATER THAN WS-INA-CANT
000802        .
000803        6400-F-LISTAR-SIN-PERSONA.
000804            EXIT.
000805
000806        6450-I-VER-SIN-PERSONA.
000807            IF WS-INA-NO-LISTADA (WS-INA-IDX)
000808              IF WS-CLI-NO-IMPRESO
000809                SET WS-CLI-IMPRESO                TO TRUE
000810                WRITE REG-SALIDA FROM CT-SIN-PERSONA
000811                IF FS-SALIDA IS NOT EQUAL '00'
000812                  DISPLAY '* ERROR EN GRABAR SIN PERSONA: '
000813                          FS-SALIDA
000814                  MOVE 9999                       TO RETURN-CODE
000815                END-IF
000816              END-IF
000817
000818              MOVE WS-INA-CLIENTE (WS-INA-IDX)    TO CT-SPC-NRO
000819              WRITE REG-SALIDA FROM CT-SIN-PERSONA-CLI
000820              IF FS-SALIDA IS NOT EQUAL '00'
000821                DISPLAY '* ERROR EN GRABAR SIN PERSONA: '
000822                        FS-SALIDA
000823                MOVE 9999                         TO RETURN-CODE
000824              END-IF
000825
000826              PERFORM 6600-I-IMPRIMIR-CUENTA
000827                 THRU 6600-F-IMPRIMIR-CUENTA
000828
000829              ADD 1                              TO WS-NO-LISTADAS
000830            END-IF
000831
000832            ADD 1                                 TO WS-INA-IDX
000833        .
000834        6450-F-VER-SIN-PERSONA.
000835            EXIT.
000836
000837/--IMPRIMO-CABECERA-DEL-CLIENTE--/
000838        6500-I-IMPRIMIR-CLIENTE.
000839            SET WS-CLI-IMPRESO                    TO TRUE
000840            ADD 1                                 TO WS-CLIENTES
000841
000842            MOVE PER-CLI-NRO                      TO CT-CLI-NRO
000843            MOVE PER-NOMAPE                       TO CT-CLI-NOMAPE
000844            MOVE PER-TIP-DOC                      TO CT-CLI-TIPDOC
000845            MOVE PER-NRO-DOC                      TO CT-CLI-NRODOC
000846            IF PER-DADO-DE-BAJA
000847              MOVE 'DADO DE BAJA'                 TO CT-CLI-BAJA
000848            ELSE
000849              MOVE SPACES                         TO CT-CLI-BAJA
000850            END-IF
000851
000852            MOVE PER-DIRECCION                    TO CT-CON-DIREC
000853            MOVE PER-TELEFONO                     TO CT-CON-TEL
000854            MOVE PER-EMAIL                        TO CT-CON-EMAIL
000855
000856            WRITE REG-SALIDA FROM CT-CLIENTE
000857
000858            IF FS-SALIDA IS NOT EQUAL '00'
000859              DISPLAY '* ERROR EN GRABAR CLIENTE: ' FS-SALIDA
000860              MOVE 9999                           TO RETURN-CODE
000861            END-IF
000862
000863            WRITE REG-SALIDA FROM CT-CONTACTO
000864
000865            IF FS-SALIDA IS NOT EQUAL '00'
000866              DISPLAY '* ERROR EN GRABAR CONTACTO: ' FS-SALIDA
000867              MOVE 9999                           TO RETURN-CODE
000868            END-IF
000869        .
000870        6500-F-IMPRIMIR-CLIENTE.
000871            EXIT.
000872
000873/--IMPRIMO-UNA-CUENTA-INACTIVA---/
000874        6600-I-IMPRIMIR-CUENTA.
000875            MOVE WS-INA-TIPCTA (WS-INA-IDX)       TO CT-CTA-TIPCTA
000876            MOVE WS-INA-NROCTA (WS-INA-IDX)       TO CT-CTA-NROCTA
000877            MOVE WS-INA-MONEDA (WS-INA-IDX)       TO CT-CTA-MONEDA
000878            MOVE WS-INA-SALDO (WS-INA-IDX)        TO CT-CTA-SALDO
000879            MOVE WS-INA-ULT-ACT (WS-INA-IDX)     TO CT-CTA-ULT-ACT
000880            IF WS-INA-NUEVA (WS-INA-IDX)
000881              MOVE 'INACTIVADA HOY'               TO CT-CTA-MARCA
000882            ELSE
000883              MOVE 'YA INACTIVA'                  TO CT-CTA-MARCA
000884            END-IF
000885
000886            WRITE REG-SALIDA FROM CT-CUENTA
000887
000888            IF FS-SALIDA IS NOT EQUAL '00'
000889              DISPLAY '* ERROR EN GRABAR CUENTA: ' FS-SALIDA
000890              MOVE 9999                           TO RETURN-CODE
000891            END-IF
000892
000893            SET WS-INA-YA-LISTADA (WS-INA-IDX)    TO TRUE
000894        .
000895        6600-F-IMPRIMIR-CUENTA.
000896            EXIT.
000897
000898/-----REGISTRO-INICIO-DE-CORRIDA-/
000899        8000-I-RUNCTL-INICIO.
000900            OPEN I-O RUNCTL
000901            IF FS-RUNCTL IS NOT EQUAL '00'
000902              DISPLAY '* ERROR EN OPEN RUNCTL= ' FS-RUNCTL
000903              SET WS-RUNCTL-NO                  TO TRUE
000904              IF RETURN-CODE = ZEROS
000905                MOVE 0004                       TO RETURN-CODE
000906              END-IF
000907            ELSE
000908              SET WS-RUNCTL-OK                  TO TRUE
000909
000910              PERFORM 8200-I-VERIFICAR-CORRIDAS
000911                 THRU 8200-F-VERIFICAR-CORRIDAS
000912
000913              ACCEPT WS-HORA-SYS FROM TIME
000914              MOVE WS-HORA-HH                   TO WS-HORA-E-HH
000915              MOVE WS-HORA-MM                   TO WS-HORA-E-MM
000916              MOVE WS-HORA-SS                   TO WS-HORA-E-SS
000917
000918              MOVE SPACES                       TO REG-RUNCTL
000919              MOVE 'PGMINA01'                   TO RC-PROGRAMA
000920              MOVE WS-FECHA-PROC-ISO        TO RC-FECHA-PROCESO
000921              MOVE WS-HORA-EDIT                 TO RC-HORA-INICIO
000922              MOVE WS-PARM-SYSIN                TO RC-PARAMETRO
000923              MOVE SPACE                        TO RC-REINICIO
000924              IF WS-BLOQUEADO
000925                MOVE 'B'                        TO RC-ESTADO
000926              ELSE
000927                MOVE 'E'                        TO RC-ESTADO
000928              END-IF
000929              MOVE SPACES                       TO RC-HORA-FIN
000930              MOVE ZEROS                        TO RC-CONTADOR-1
000931              MOVE ZEROS                        TO RC-CONTADOR-2
000932              MOVE ZEROS                        TO RC-CONTADOR-3
000933              MOVE ZEROS                        TO RC-CONTADOR-4
000934              MOVE ZEROS                        TO RC-CONTADOR-5
000935              MOVE ZEROS                        TO RC-CONTADOR-6
000936
000937              WRITE REG-RUNCTL
000938
000939              IF FS-RUNCTL IS NOT EQUAL '00'
000940                DISPLAY '* ERROR EN GRABAR RUNCTL= ' FS-RUNCTL
000941                SET WS-RUNCTL-NO                TO TRUE
000942                IF RETURN-CODE = ZEROS
000943                  MOVE 0004                     TO RETURN-CODE
000944                END-IF
000945              ELSE
000946                IF WS-BLOQUEADO
000947                  SET WS-RUNCTL-NO              TO TRUE
000948                  CLOSE RUNCTL
000949                ELSE
000950                  MOVE RC-CLAVE         TO WS-RUN-CLAVE-GUARDADA
000951                END-IF
000952              END-IF
000953            END-IF
000954        .
000955        8000-F-RUNCTL-INICIO.
000956            EXIT.
000957
000958/-----VERIFICO-PREDECESOR-Y-CORRIDA-DUPLICADA--------/
000959* PGMCIE01 DEBE HABER FINALIZADO 'F' EN LA MISMA FECHA DE PROCESO
000960* (CIERRE DE MES) Y NO DEBE EXISTIR OTRA CORRIDA 'F' DE PGMINA01
000961* DE LA FECHA, SALVO 'R' EN EL PARAMETRO SYSIN. EL BLOQUEO QUEDA
000962* CON ESTADO 'B' PARA LA T105.
000963        8200-I-VERIFICAR-CORRIDAS.
000964            SET WS-CHK-SIGUE                      TO TRUE
000965            SET WS-PRED-NO-VISTO                  TO TRUE
000966            SET WS-DUP-NO                         TO TRUE
000967
000968            MOVE SPACES                           TO RC-CLAVE
000969            MOVE WS-FECHA-PROC-ISO           TO RC-FECHA-PROCESO
000970
000971            START RUNCTL KEY IS NOT LESS THAN RC-CLAVE
000972
000973            IF FS-RUNCTL IS NOT EQUAL '00'
000974              SET WS-CHK-FIN                      TO TRUE
000975            END-IF
000976
000977            PERFORM 8250-I-LEER-RUNCTL
000978               THRU 8250-F-LEER-RUNCTL
000979              UNTIL WS-CHK-FIN
000980
000981            EVALUATE TRUE
000982            WHEN NOT WS-PRED-FINALIZADO
000983              DISPLAY '* PGMINA01 BLOQUEADO: PGMCIE01 SIN '
000984                      'ESTADO F PARA ' WS-FECHA-PROC-ISO
000985              SET WS-BLOQUEADO                    TO TRUE
000986
000987            WHEN WS-DUP-SI AND NOT WS-ES-REPROCESO
000988              DISPLAY '* PGMINA01 BLOQUEADO: YA FINALIZO PARA '
000989                      WS-FECHA-PROC-ISO
000990                      ', USE PARAMETRO R PARA REPROCESAR'
000991              SET WS-BLOQUEADO                    TO TRUE
000992            END-EVALUATE
000993
000994            IF WS-BLOQUEADO
000995              MOVE 9999                           TO RETURN-CODE
000996            END-IF
000997        .
000998        8200-F-VERIFICAR-CORRIDAS.
000999            EXIT.
001000
001001        8250-I-LEER-RUNCTL.
001002            READ RUNCTL NEXT
001003              AT END
001004                SET WS-CHK-FIN                    TO TRUE
001005              NOT AT END
001006                IF RC-FECHA-PROCESO NOT = WS-FECHA-PROC-ISO
001007                  SET WS-CHK-FIN                  TO TRUE
001008                ELSE
001009                  IF RC-PROGRAMA = 'PGMCIE01'
001010                    IF RC-FINALIZADO-OK
001011                      SET WS-PRED-FINALIZADO      TO TRUE
001012                    ELSE
001013                      IF NOT WS-PRED-FINALIZADO
001014                        SET WS-PRED-VISTO         TO TRUE
001015                      END-IF
001016                    END-IF
001017                  END-IF
001018                  IF RC-PROGRAMA = 'PGMINA01' AND RC-FINALIZADO-OK
001019                    SET WS-DUP-SI                 TO TRUE
001020                  END-IF
001021                END-IF
001022            END-READ
001023        .
001024        8250-F-LEER-RUNCTL.
001025            EXIT.
001026
001027/-----REGISTRO-FIN-DE-CORRIDA----/
001028        8100-I-RUNCTL-FIN.
001029            IF WS-RUNCTL-OK
001030              MOVE WS-RUN-CLAVE-GUARDADA        TO RC-CLAVE
001031
001032              READ RUNCTL
001033
001034              IF FS-RUNCTL IS NOT EQUAL '00'
001035                DISPLAY '* ERROR EN READ RUNCTL= ' FS-RUNCTL
001036              ELSE
001037                ACCEPT WS-HORA-SYS FROM TIME
001038                MOVE WS-HORA-HH                 TO WS-HORA-E-HH
001039                MOVE WS-HORA-MM                 TO WS-HORA-E-MM
001040                MOVE WS-HORA-SS                 TO WS-HORA-E-SS
001041                MOVE WS-HORA-EDIT               TO RC-HORA-FIN
001042
001043                IF RETURN-CODE = 9999
001044                  MOVE 'A'                      TO RC-ESTADO
001045                ELSE
001046                  MOVE 'F'                      TO RC-ESTADO
001047                END-IF
001048
001049                MOVE WS-LEIDAS-CTA              TO RC-CONTADOR-1
001050                MOVE WS-LEIDOS-MOV              TO RC-CONTADOR-2
001051                MOVE WS-INACTIVADAS             TO RC-CONTADOR-3
001052                MOVE WS-YA-INACTIVAS            TO RC-CONTADOR-4
001053                MOVE WS-CLIENTES                TO RC-CONTADOR-5
001054                MOVE WS-NO-LISTADAS             TO RC-CONTADOR-6
001055
001056                REWRITE REG-RUNCTL
001057
001058                IF FS-RUNCTL IS NOT EQUAL '00'
001059                  DISPLAY '* ERROR EN REWRITE RUNCTL= ' FS-RUNCTL
001060                END-IF
001061              END-IF
001062
001063              CLOSE RUNCTL
001064              IF FS-RUNCTL IS NOT EQUAL '00'
001065                DISPLAY '* ERROR EN CLOSE RUNCTL= ' FS-RUNCTL
001066              END-IF
001067            END-IF
001068        .
001069        8100-F-RUNCTL-FIN.
001070            EXIT.
001071
001072/------CIERRE-DE-ARCHIVOS--------/
001073        9999-I-FINAL.
001074            IF WS-NO-BLOQUEADO
001075              MOVE WS-LEIDAS-CTA            TO CT-PIE-LEIDAS-CTA
001076              MOVE WS-LEIDOS-MOV            TO CT-PIE-LEIDOS-MOV
001077              MOVE WS-INACTIVADAS           TO CT-PIE-INACTIVADAS
001078              MOVE WS-YA-INACTIVAS          TO CT-PIE-YA-INACTIVAS
001079              MOVE WS-CLIENTES              TO CT-PIE-CLIENTES
001080              MOVE WS-NO-LISTADAS           TO CT-PIE-NO-LISTADAS
001081
001082              WRITE REG-SALIDA FROM CT-PIE
001083
001084              IF FS-SALIDA IS NOT EQUAL '00'
001085                DISPLAY '* ERROR EN GRABAR PIE: ' FS-SALIDA
001086                MOVE 9999                         TO RETURN-CODE
001087              END-IF
001088
001089              CLOSE CUENTAS
001090              IF FS-CUENTAS IS NOT EQUAL '00'
001091                DISPLAY '* ERROR EN CLOSE CUENTAS= ' FS-CUENTAS
001092                MOVE 9999                         TO RETURN-CODE
001093              END-IF
001094
001095              CLOSE MOVIM
001096              IF FS-MOVIM IS NOT EQUAL '00'
001097                DISPLAY '* ERROR EN CLOSE MOVIM= ' FS-MOVIM
001098                MOVE 9999                         TO RETURN-CODE
001099              END-IF
001100
001101              CLOSE SALIDA
001102              IF FS-SALIDA  IS NOT EQUAL '00'
001103                DISPLAY '* ERROR EN CLOSE SALIDA= ' FS-SALIDA
001104                MOVE 9999                         TO RETURN-CODE
001105              END-IF
001106
001107              IF RETURN-CODE = ZEROS AND
001108                 WS-NO-LISTADAS > ZEROS
001109                MOVE 0004                         TO RETURN-CODE
001110              END-IF
001111            END-IF
001112
001113            PERFORM 8100-I-RUNCTL-FIN
001114               THRU 8100-F-RUNCTL-FIN
001115
001116/-----MUESTRO-TOTALES-DE-CONTROL----/
001117            DISPLAY '/----------TOTALES DE CONTROL------------/'
001118            DISPLAY 'FECHA DE CORTE      = ' WS-FECHA-CORTE
001119            DISPLAY 'CUENTAS LEIDAS      = ' WS-LEIDAS-CTA
001120            DISPLAY 'MOVIMIENTOS LEIDOS  = ' WS-LEIDOS-MOV
001121            DISPLAY 'INACTIVADAS HOY     = ' WS-INACTIVADAS
001122            DISPLAY 'YA INACTIVAS        = ' WS-YA-INACTIVAS
001123            DISPLAY 'CLIENTES LISTADOS   = ' WS-CLIENTES
001124            DISPLAY 'SIN PERSONA/NO LIST = ' WS-NO-LISTADAS
001125        .
001126        9999-F-FINAL.
001127            EXIT.
