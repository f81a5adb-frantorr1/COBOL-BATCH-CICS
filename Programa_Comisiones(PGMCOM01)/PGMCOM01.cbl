000001        CBL TEST
000002/--------------------------------/
000003* PRE-REQUISITOS: EJECUTAR A FIN DE MES LUEGO DE PGMCIE01 (DEBE
000004*                 HABER FINALIZADO 'F' PARA LA MISMA FECHA DE
000005*                 CIERRE) Y ANTES DE PGMCON01, CON EL ONLINE YA
000006*                 CERRADO.
000007*                 PARAMETRO SYSIN: FECHA DE CIERRE (DD-MM-AAAA) O
000008*                 BLANCOS PARA TOMAR LA FECHA DEL DIA, 'R' EN LA
000009*                 POSICION 12 PARA REPROCESAR UNA FECHA YA
000010*                 FINALIZADA.
000011*                 COBRA LAS COMISIONES DEL MES SEGUN LA TARIFA DEL
000012*                 VSAM COMISION (CPCOMIS, TRX T113) POR TIPO DE
000013*                 CUENTA Y MONEDA: CARGO FIJO MENSUAL MAS UN CARGO
000014*                 POR CADA MOVIMIENTO DEL CLIENTE DEL MES ('NV',
000015*                 'TR' Y 'OP' NO REVERSADOS, DEL VSAM MOVIM) QUE
000016*                 EXCEDA LOS MOVIMIENTOS LIBRES. LA CUENTA CON
000017*                 SALDO MAYOR AL DE EXENCION NO PAGA. UN TIPO/
000018*                 MONEDA SIN TARIFA NO PAGA. SOLO SE COBRA A LAS
000019*                 CUENTAS ACTIVAS; INACTIVAS Y CERRADAS NO SE
000020*                 TOCAN.
000021*                 LA COMISION SE DEBITA EN CUENTAS Y TBCUENTAS Y
000022*                 QUEDA EN MOVIMIENTOS CON ORIGEN 'CM' SOLO SI NO
000023*                 SUPERA EL SALDO MAS EL LIMITE DE DESCUBIERTO; SI
000024*                 LO SUPERA SE INFORMA COMO NO COBRADA.
000025*                 UNA CUENTA QUE YA TIENE 'CM' EN EL MES NO SE
000026*                 VUELVE A COBRAR, ASI UN REPROCESO NO DUPLICA EL
000027*                 DEBITO.
000028/--------------------------------/
000029        IDENTIFICATION DIVISION.
000030/--------------------------------/
000031         PROGRAM-ID. PGMCOM01.
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
000049            SELECT COMISION ASSIGN DDCOMIS
000050               ORGANIZATION IS INDEXED
000051               ACCESS MODE IS RANDOM
000052               RECORD KEY IS COM-CLAVE
000053               FILE STATUS IS FS-COMISION.
000054            SELECT MOVIM ASSIGN DDMOVIM
000055               ORGANIZATION IS INDEXED
000056               ACCESS MODE IS DYNAMIC
000057               RECORD KEY IS MOV-CLAVE
000058               FILE STATUS IS FS-MOVIM.
000059            SELECT RUNCTL ASSIGN DDRUNCT
000060               ORGANIZATION IS INDEXED
000061               ACCESS MODE IS DYNAMIC
000062               RECORD KEY IS RC-CLAVE
000063               FILE STATUS IS FS-RUNCTL.
000064            SELECT SALIDA ASSIGN DDSALI
000065               FILE STATUS IS FS-SALIDA.
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
000077        FD COMISION
000078             BLOCK CONTAINS 0 RECORDS
000079             RECORDING MODE IS F.
000080        COPY CPCOMIS.
000081
000082        FD MOVIM
000083             BLOCK CONTAINS 0 RECORDS
000084             RECORDING MODE IS F.
000085        COPY CPMOVIM.
000086
000087        FD RUNCTL
000088             BLOCK CONTAINS 0 RECORDS
000089             RECORDING MODE IS F.
000090        COPY CPRUNCTL.
000091
000092        FD SALIDA
000093             BLOCK CONTAINS 0 RECORDS
000094             RECORDING MODE IS F.
000095        01 REG-SALIDA              PIC X(132).
000096
000097/--------------------------------/
000098        WORKING-STORAGE SECTION.
000099/--------------------------------/
000100        77  FILLER                 PIC X(26)      VALUE
000101                                   '* INICIO WORKING-STORAGE *'.
000102/-----CODIGOS-RETORNO-FILES------/
000103        01 WS-CODE.
000104          02  FS-CUENTAS           PIC XX         VALUE SPACES.
000105          02  FS-COMISION          PIC XX         VALUE SPACES.
000106          02  FS-MOVIM             PIC XX         VALUE SPACES.
000107          02  FS-RUNCTL            PIC XX         VALUE SPACES.
000108          02  FS-SALIDA            PIC XX         VALUE SPACES.
000109          02  FS-SQLCODE           PIC -999       VALUE ZEROS.
000110
000111/--------FLAGS-CONTROL-----------/
000112        01 WS-FLAG-FIN             PIC X.
000113          88 WS-FIN                               VALUE '1'.
000114          88 WS-NO-FIN                            VALUE '0'.
000115
000116        01 WS-FLAG-CUE             PIC X.
000117          88 WS-FIN-CUE                           VALUE '1'.
000118          88 WS-NO-FIN-CUE                        VALUE '0'.
000119
000120/------PARAMETRO-SYSIN-----------/
000121        01 WS-PARM-SYSIN.
000122          03 WS-PARM-FECHA         PIC X(10)      VALUE SPACES.
000123          03 FILLER                PIC X(01)      VALUE SPACE.
000124          03 WS-PARM-REPROCESO     PIC X(01)      VALUE SPACE.
000125            88 WS-ES-REPROCESO                    VALUE 'R'.
000126
000127/------CONTROL-DE-CORRIDA--------/
000128        01 WS-FLAG-RUNCTL          PIC X          VALUE '0'.
000129          88 WS-RUNCTL-OK                         VALUE '1'.
000130          88 WS-RUNCTL-NO                         VALUE '0'.
000131
000132        01 WS-RUN-CLAVE-GUARDADA   PIC X(26)      VALUE SPACES.
000133
000134        01 WS-SW-CHK               PIC 9          VALUE 0.
000135          88 WS-CHK-SIGUE                         VALUE 0.
000136          88 WS-CHK-FIN                           VALUE 1.
000137
000138        01 WS-FLAG-PRED            PIC 9          VALUE 0.
000139          88 WS-PRED-NO-VISTO                     VALUE 0.
000140          88 WS-PRED-VISTO                        VALUE 1.
000141          88 WS-PRED-FINALIZADO                   VALUE 2.
000142
000143        01 WS-FLAG-DUP             PIC X          VALUE '0'.
000144          88 WS-DUP-NO                            VALUE '0'.
000145          88 WS-DUP-SI                            VALUE '1'.
000146
000147        01 WS-FLAG-BLOQUEO         PIC X          VALUE '0'.
000148          88 WS-BLOQUEADO                         VALUE '1'.
000149          88 WS-NO-BLOQUEADO                      VALUE '0'.
000150
000151/--------FECHAS------------------/
000152        01 WS-FECHA.
000153          03 WS-FECHA-AAAA         PIC 9999       VALUE ZEROS.
000154          03 WS-FECHA-MM           PIC 99         VALUE ZEROS.
000155          03 WS-FECHA-DD           PIC 99         VALUE ZEROS.
000156
000157        01 WS-FECHA-CIERRE.
000158          03 WS-FEC-C-DD           PIC X(02)      VALUE SPACES.
000159          03 FILLER                PIC X(01)      VALUE '-'.
000160          03 WS-FEC-C-MM           PIC X(02)      VALUE SPACES.
000161          03 FILLER                PIC X(01)      VALUE '-'.
000162          03 WS-FEC-C-AAAA         PIC X(04)      VALUE SPACES.
000163
000164        01 WS-FECHA-CIERRE-ISO.
000165          03 WS-CIE-ISO-AAAA       PIC X(04)      VALUE SPACES.
000166          03 FILLER                PIC X(01)      VALUE '-'.
000167          03 WS-CIE-ISO-MM         PIC X(02)      VALUE SPACES.
000168          03 FILLER                PIC X(01)      VALUE '-'.
000169          03 WS-CIE-ISO-DD         PIC X(02)      VALUE SPACES.
000170
000171* PRIMER DIA DEL MES DEL CIERRE: DESDE AHI SE CUENTAN LOS
000172* MOVIMIENTOS DEL MES.
000173        01 WS-FECHA-DESDE-ISO.
000174          03 WS-DES-ISO-AAAA       PIC X(04)      VALUE SPACES.
000175          03 FILLER                PIC X(01)      VALUE '-'.
000176          03 WS-DES-ISO-MM         PIC X(02)      VALUE SPACES.
000177          03 FILLER                PIC X(03)      VALUE '-01'.
000178
000179        01 WS-HORA-SYS.
000180          03 WS-HORA-HH            PIC 99         VALUE ZEROS.
000181          03 WS-HORA-MM            PIC 99         VALUE ZEROS.
000182          03 WS-HORA-SS            PIC 99         VALUE ZEROS.
000183          03 FILLER                PIC 99         VALUE ZEROS.
000184
000185        01 WS-HORA-EDIT.
000186          03 WS-HORA-E-HH          PIC 99         VALUE ZEROS.
000187          03 FILLER                PIC X          VALUE ':'.
000188          03 WS-HORA-E-MM          PIC 99         VALUE ZEROS.
000189          03 FILLER                PIC X          VALUE ':'.
000190          03 WS-HORA-E-SS          PIC 99         VALUE ZEROS.
000191
000192/------TARIFA-DE-LA-CUENTA-------/
000193        01 WS-SW-TARIFA            PIC 9          VALUE 0.
000194          88 WS-TARIFA-BUSCANDO                   VALUE 0.
000195          88 WS-TARIFA-HALLADA                    VALUE 1.
000196          88 WS-TARIFA-NO-HALLADA                 VALUE 2.
000197
000198/------MOVIMIENTOS-DEL-MES-------/
000199        01 WS-SW-MOVS              PIC 9          VALUE 0.
000200          88 WS-MOVS-SIGUE                        VALUE 0.
000201          88 WS-MOVS-FIN                          VALUE 1.
000202
000203        01 WS-FLAG-COBRADA         PIC X          VALUE '0'.
000204          88 WS-YA-COBRADA                        VALUE '1'.
000205          88 WS-NO-COBRADA-AUN                    VALUE '0'.
000206
000207        77  WS-CANT-MOVIM          PIC 9(05)      VALUE ZEROS.
000208        77  WS-MOVIM-COBRAR        PIC 9(05)      VALUE ZEROS.
000209
000210/------GRABACION-DE-HISTORIA-----/
000211        01 WS-SW-MOV               PIC 9          VALUE 0.
000212          88 WS-MOV-INTENTANDO                    VALUE 0.
000213          88 WS-MOV-GRABADO                       VALUE 1.
000214          88 WS-MOV-ERROR                         VALUE 2.
000215
000216/------IMPORTES-DE-LA-CUENTA-----/
000217        77  WS-CARGO-FIJO          PIC S9(09)V99  VALUE ZEROS.
000218        77  WS-CARGO-MOVIM         PIC S9(09)V99  VALUE ZEROS.
000219        77  WS-COMISION            PIC S9(09)V99  VALUE ZEROS.
000220        77  WS-SALDO-ANTERIOR      PIC S9(09)V99  VALUE ZEROS.
000221        77  WS-SALDO-DB2           PIC S9(09)V99  COMP-3
000222                                                  VALUE ZEROS.
000223        77  WS-RESULTADO           PIC X(10)      VALUE SPACES.
000224
000225/-----CONTADORES-----------------/
000226        01 WS-CONTADORES.
000227          03 WS-CUE-LEIDAS         PIC 9(05)      VALUE ZEROS.
000228          03 WS-CUE-EVALUADAS      PIC 9(05)      VALUE ZEROS.
000229          03 WS-CUE-NO-ACTIVAS     PIC 9(05)      VALUE ZEROS.
000230          03 WS-CUE-SIN-TARIFA     PIC 9(05)      VALUE ZEROS.
000231          03 WS-CUE-EXENTAS        PIC 9(05)      VALUE ZEROS.
000232          03 WS-CUE-YA-COBRADAS    PIC 9(05)      VALUE ZEROS.
000233          03 WS-COM-COBRADAS       PIC 9(05)      VALUE ZEROS.
000234          03 WS-COM-NO-COBRADAS    PIC 9(05)      VALUE ZEROS.
000235          03 WS-SIN-FILA-DB2       PIC 9(05)      VALUE ZEROS.
000236          03 WS-MOV-LEIDOS         PIC 9(09)      VALUE ZEROS.
000237
000238/-----TABLA-TOTALES-POR-MONEDA---/
000239        01 WS-TAB-MONEDAS.
000240          03 WS-MON-ENT OCCURS 10.
000241            05 WS-MON-CODIGO       PIC X(02).
000242            05 WS-MON-COBRADO      PIC S9(11)V99  COMP-3.
000243            05 WS-MON-CANT-COB     PIC 9(05).
000244            05 WS-MON-NO-COBRADO   PIC S9(11)V99  COMP-3.
000245            05 WS-MON-CANT-NOC     PIC 9(05).
000246
000247        77  WS-MON-CANT            PIC S9(04) COMP VALUE +0.
000248        77  WS-MON-IDX             PIC S9(04) COMP VALUE +0.
000249
000250        01 WS-SW-MONEDA            PIC 9          VALUE 0.
000251          88 WS-MON-BUSCANDO                      VALUE 0.
000252          88 WS-MON-HALLADO                       VALUE 1.
000253          88 WS-MON-NO-HALLADO                    VALUE 2.
000254
000255/------LAYOUT-TITULO-------------/
000256        01 CT-TITULO.
000257          03  FILLER              PIC X(01)      VALUE '|'.
000258          03 FILLER               PIC X(33)      VALUE
000259                            'COMISIONES DEL MES - CIERRE AL: '.
000260          03 CT-TIT-FECHA         PIC X(10)      VALUE SPACES.
000261
000262/------LAYOUT-DETALLE------------/
000263        01 CT-LINEA-CUENTA.
000264          03 FILLER               PIC X(02)      VALUE '| '.
000265          03 CT-DET-TIPCTA        PIC X(02)      VALUE SPACES.
000266          03 FILLER               PIC X(03)      VALUE ' | '.
000267          03 CT-DET-NROCTA        PIC X(15)      VALUE SPACES.
000268          03 FILLER               PIC X(03)      VALUE ' | '.
000269          03 CT-DET-MONEDA        PIC X(02)      VALUE SPACES.
000270          03 FILLER               PIC X(03)      VALUE ' | '.
000271          03 CT-DET-SALDO     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000272          03 FILLER               PIC X(03)      VALUE ' | '.
000273          03 CT-DET-MOVIM         PIC ZZZZ9      VALUE ZEROS.
000274          03 FILLER               PIC X(03)      VALUE ' | '.
000275          03 CT-DET-FIJO      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000276          03 FILLER               PIC X(03)      VALUE ' | '.
000277          03 CT-DET-XMOV      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000278          03 FILLER               PIC X(03)      VALUE ' | '.
000279          03 CT-DET-COMISION  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000280          03 FILLER               PIC X(03)      VALUE ' | '.
000281          03 CT-DET-RESULTADO     PIC X(10)      VALUE SPACES.
000282          03 FILLER               PIC X(02)      VALUE ' |'.
000283
000284/------LAYOUT-TOTAL-MONEDA-------/
000285        01 CT-LINEA-MONEDA.
000286          03 FILLER               PIC X(10)      VALUE
000287                                                 '| MONEDA: '.
000288          03 CT-TOT-MONEDA        PIC X(02)      VALUE SPACES.
000289          03 FILLER               PIC X(12)      VALUE
000290                                                 ' | COBRADO: '.
000291          03 CT-TOT-COBRADO PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000292          03 FILLER               PIC X(01)      VALUE ' '.
000293          03 CT-TOT-CANT-COB      PIC ZZZZ9      VALUE ZEROS.
000294          03 FILLER               PIC X(15)      VALUE
000295                                              ' | NO COBRADO: '.
000296          03 CT-TOT-NOCOB PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000297          03 FILLER               PIC X(01)      VALUE ' '.
000298          03 CT-TOT-CANT-NOC      PIC ZZZZ9      VALUE ZEROS.
000299          03 FILLER               PIC X(02)      VALUE ' |'.
000300
000301/------SUB-TITULO-DETALLE--------/
000302        01 CT-SUBTITULO.
000303          03 FILLER               PIC X(02)      VALUE '| '.
000304          03 FILLER               PIC X(02)      VALUE 'TC'.
000305          03 FILLER               PIC X(03)      VALUE ' | '.
000306          03 FILLER               PIC X(15)      VALUE
000307                                               '   CUENTA NRO  '.
000308          03 FILLER               PIC X(03)      VALUE ' | '.
000309          03 FILLER               PIC X(02)      VALUE 'MO'.
000310          03 FILLER               PIC X(03)      VALUE ' | '.
000311          03 FILLER               PIC X(15)      VALUE
000312                                               '  SALDO CIERRE '.
000313          03 FILLER               PIC X(03)      VALUE ' | '.
000314          03 FILLER               PIC X(05)      VALUE 'MOVIM'.
000315          03 FILLER               PIC X(03)      VALUE ' | '.
000316          03 FILLER               PIC X(15)      VALUE
000317                                               '   CARGO FIJO  '.
000318          03 FILLER               PIC X(03)      VALUE ' | '.
000319          03 FILLER               PIC X(15)      VALUE
000320                                               ' CARGO X MOVIM '.
000321          03 FILLER               PIC X(03)      VALUE ' | '.
000322          03 FILLER               PIC X(15)      VALUE
000323                                               '    COMISION   '.
000324          03 FILLER               PIC X(03)      VALUE ' | '.
000325          03 FILLER               PIC X(10)      VALUE
000326                                               'RESULTADO '.
000327          03 FILLER               PIC X(02)      VALUE ' |'.
000328
000329/------SUB-TITULO-TOTALES--------/
000330        01 CT-SUB-TOTALES.
000331          03 FILLER               PIC X(02)      VALUE '| '.
000332          03 FILLER               PIC X(40)      VALUE
000333                    'TOTALES DE COMISIONES POR MONEDA'.
000334
000335/------LAYOUT-PIE-DE-CONTROL-----/
000336        01 CT-PIE.
000337          03  FILLER              PIC X(01)      VALUE '|'.
000338          03  FILLER      PIC X(17) VALUE 'CUENTAS LEIDAS: '.
000339          03  CT-PIE-LEIDAS        PIC 9(05)      VALUE ZEROS.
000340          03  FILLER              PIC X(01)      VALUE '|'.
000341          03  FILLER      PIC X(12) VALUE 'EVALUADAS: '.
000342          03  CT-PIE-EVALUADAS     PIC 9(05)      VALUE ZEROS.
000343          03  FILLER              PIC X(01)      VALUE '|'.
000344          03  FILLER      PIC X(13) VALUE 'SIN TARIFA: '.
000345          03  CT-PIE-SIN-TARIFA    PIC 9(05)      VALUE ZEROS.
000346          03  FILLER              PIC X(01)      VALUE '|'.
000347          03  FILLER      PIC X(10) VALUE 'EXENTAS: '.
000348          03  CT-PIE-EXENTAS       PIC 9(05)      VALUE ZEROS.
000349          03  FILLER              PIC X(01)      VALUE '|'.
000350          03  FILLER      PIC X(10) VALUE 'COBRADAS: '.
000351          03  CT-PIE-COBRADAS      PIC 9(05)      VALUE ZEROS.
000352          03  FILLER              PIC X(01)      VALUE '|'.
000353          03  FILLER      PIC X(13) VALUE 'NO COBRADAS: '.
000354          03  CT-PIE-NO-COBRADAS   PIC 9(05)      VALUE ZEROS.
000355          03  FILLER              PIC X(01)      VALUE '|'.
000356          03  FILLER      PIC X(13) VALUE 'YA COBRADAS: '.
000357          03  CT-PIE-YA-COBRADAS   PIC 9(05)      VALUE ZEROS.
000358
000359/----SEPARADORES-----------------/
000360        01 CT-SEPARADOR-TITULO.
000361          03 CT-SEPARADOR-TIT        PIC X(132).
000362
000363        01 CT-SEPARADOR-SUBTITULO.
000364          03 CT-SEPARADOR-SUB        PIC X(132).
000365
000366/------SQLCA-COMMUNICATION-------/
000367            EXEC SQL
000368             INCLUDE SQLCA
000369            END-EXEC.
000370
000371        77  FILLER                 PIC X(26)      VALUE
000372                                   '* FINAL  WORKING-STORAGE *'.
000373/--------------------------------/
000374        PROCEDURE DIVISION.
000375/--------------------------------/
000376/--CUERPO-PRINCIPAL-DEL-PROGRAMA-/
000377        MAIN-PROGRAM.
000378
000379            PERFORM 1000-I-INICIO
000380               THRU 1000-F-INICIO
000381
000382            PERFORM 2000-I-PROCESO
000383               THRU 2000-F-PROCESO
000384              UNTIL WS-FIN-CUE OR WS-FIN
000385
000386            PERFORM 9999-I-FINAL
000387               THRU 9999-F-FINAL
000388            .
000389        F-MAIN-PROGRAM.
000390            GOBACK.
000391
000392/----INICIO-APERTURA-FILES-------/
000393        1000-I-INICIO.
000394            ACCEPT WS-PARM-SYSIN FROM SYSIN
000395            MOVE WS-PARM-FECHA                  TO WS-FECHA-CIERRE
000396
000397            ACCEPT WS-FECHA FROM DATE YYYYMMDD
000398
000399            IF WS-FEC-C-DD   IS NOT NUMERIC OR
000400               WS-FEC-C-MM   IS NOT NUMERIC OR
000401               WS-FEC-C-AAAA IS NOT NUMERIC
000402              MOVE WS-FECHA-DD                      TO WS-FEC-C-DD
000403              MOVE WS-FECHA-MM                      TO WS-FEC-C-MM
000404              MOVE WS-FECHA-AAAA                  TO WS-FEC-C-AAAA
000405            END-IF
000406
000407            MOVE WS-FECHA-CIERRE                   TO CT-TIT-FECHA
000408
000409            MOVE WS-FEC-C-AAAA                  TO WS-CIE-ISO-AAAA
000410            MOVE WS-FEC-C-MM                      TO WS-CIE-ISO-MM
000411            MOVE WS-FEC-C-DD                      TO WS-CIE-ISO-DD
000412
000413            MOVE WS-FEC-C-AAAA                  TO WS-DES-ISO-AAAA
000414            MOVE WS-FEC-C-MM                      TO WS-DES-ISO-MM
000415
000416            SET WS-NO-FIN                                  TO TRUE
000417            SET WS-NO-FIN-CUE                              TO TRUE
000418
000419            PERFORM 8000-I-RUNCTL-INICIO
000420               THRU 8000-F-RUNCTL-INICIO
000421
000422            IF WS-FIN
000423              SET WS-FIN-CUE                               TO TRUE
000424            ELSE
000425              OPEN I-O CUENTAS
000426              IF FS-CUENTAS IS NOT EQUAL '00'
000427                DISPLAY '* ERROR EN OPEN CUENTAS= ' FS-CUENTAS
000428                MOVE 9999                           TO RETURN-CODE
000429                SET  WS-FIN                                TO TRUE
000430              END-IF
000431
000432              OPEN INPUT COMISION
000433              IF FS-COMISION IS NOT EQUAL '00'
000434                DISPLAY '* ERROR EN OPEN COMISION= ' FS-COMISION
000435                MOVE 9999                           TO RETURN-CODE
000436                SET  WS-FIN                                TO TRUE
000437              END-IF
000438
000439              OPEN I-O MOVIM
000440              IF FS-MOVIM IS NOT EQUAL '00'
000441                DISPLAY '* ERROR EN OPEN MOVIM= ' FS-MOVIM
000442                MOVE 9999                           TO RETURN-CODE
000443                SET  WS-FIN                                TO TRUE
000444              END-IF
000445
000446              OPEN OUTPUT SALIDA
000447              IF FS-SALIDA IS NOT EQUAL '00'
000448                DISPLAY '* ERROR EN OPEN SALIDA= ' FS-SALIDA
000449                MOVE 9999                           TO RETURN-CODE
000450                SET  WS-FIN                                TO TRUE
000451              END-IF
000452
000453              PERFORM 5900-I-IMPRIMIR-INICIO
000454                 THRU 5900-F-IMPRIMIR-INICIO
000455
000456              PERFORM 3000-I-LEER-CUENTA
000457                 THRU 3000-F-LEER-CUENTA
000458            END-IF
000459            .
000460        1000-F-INICIO.
000461            EXIT.
000462
000463/----PROCESO-UNA-CUENTA----------/
000464* SOLO SE COBRA A LAS ACTIVAS: LAS CERRADAS (INCLUIDAS LAS VIEJAS
000465* CON ESTADO BLANCO Y FECHA DE CIERRE) Y LAS INACTIVAS, QUE NO
000466* ADMITEN DEBITOS, SE CUENTAN Y SE SALTEAN.
000467        2000-I-PROCESO.
000468            IF CU-CTA-CERRADA OR CU-CTA-INACTIVA
000469               OR (CU-ESTADO = SPACE AND
000470                   CU-FECHA-ULTIMO-CIERRE NOT = SPACES)
000471              ADD 1                           TO WS-CUE-NO-ACTIVAS
000472            ELSE
000473              PERFORM 4000-I-COBRAR-CUENTA
000474                 THRU 4000-F-COBRAR-CUENTA
000475            END-IF
000476
000477            PERFORM 3000-I-LEER-CUENTA
000478               THRU 3000-F-LEER-CUENTA
000479            .
000480        2000-F-PROCESO.
000481            EXIT.
000482
000483/-----LEO-CUENTA-----------------/
000484        3000-I-LEER-CUENTA.
000485            READ CUENTAS
000486              AT END
000487                SET WS-FIN-CUE                             TO TRUE
000488              NOT AT END
000489                ADD 1                             TO WS-CUE-LEIDAS
000490            END-READ
000491
000492            IF FS-CUENTAS NOT = '00' AND FS-CUENTAS NOT = '10'
000493              DISPLAY '* ERROR EN READ CUENTAS= ' FS-CUENTAS
000494              MOVE 9999                             TO RETURN-CODE
000495              SET WS-FIN                                   TO TRUE
000496            END-IF
000497            .
000498        3000-F-LEER-CUENTA.
000499            EXIT.
000500
000501/-----COBRO-UNA-CUENTA-----------/
000502* SIN TARIFA NO HAY COBRO. CON TARIFA SE CUENTAN LOS MOVIMIENTOS
000503* DEL MES; SI YA HAY UNA COMISION 'CM' EN EL MES O EL SALDO SUPERA
000504* EL DE EXENCION NO SE COBRA. UNA COMISION EN CERO NO SE INFORMA.
000505        4000-I-COBRAR-CUENTA.
000506            ADD 1                              TO WS-CUE-EVALUADAS
000507            MOVE ZEROS                            TO WS-CANT-MOVIM
000508            MOVE ZEROS                            TO WS-CARGO-FIJO
000509            MOVE ZEROS                           TO WS-CARGO-MOVIM
000510            MOVE ZEROS                              TO WS-COMISION
000511            MOVE SPACES                            TO WS-RESULTADO
000512            SET WS-NO-COBRADA-AUN                          TO TRUE
000513
000514            PERFORM 4100-I-BUSCAR-TARIFA
000515               THRU 4100-F-BUSCAR-TARIFA
000516
000517            IF WS-TARIFA-HALLADA
000518              PERFORM 4200-I-CONTAR-MOVIM
000519                 THRU 4200-F-CONTAR-MOVIM
000520            END-IF
000521
000522            IF WS-TARIFA-HALLADA AND WS-NO-FIN
000523              EVALUATE TRUE
000524              WHEN WS-YA-COBRADA
000525                ADD 1                        TO WS-CUE-YA-COBRADAS
000526                MOVE 'YA COBRADA'                  TO WS-RESULTADO
000527
000528              WHEN COM-SALDO-EXENCION IS GREATER ZEROS AND
000529                   CU-SALDO-ACTUAL IS GREATER COM-SALDO-EXENCION
000530                ADD 1                            TO WS-CUE-EXENTAS
000531                MOVE 'EXENTA'                      TO WS-RESULTADO
000532
000533              WHEN OTHER
000534                PERFORM 4300-I-CALCULAR-COMISION
000535                   THRU 4300-F-CALCULAR-COMISION
000536
000537                IF WS-COMISION IS GREATER ZEROS
000538                  PERFORM 4400-I-APLICAR-COMISION
000539                     THRU 4400-F-APLICAR-COMISION
000540                END-IF
000541              END-EVALUATE
000542
000543              IF WS-RESULTADO NOT = SPACES AND WS-NO-FIN
000544                PERFORM 5300-I-IMPRIMIR-CUENTA
000545                   THRU 5300-F-IMPRIMIR-CUENTA
000546              END-IF
000547            END-IF
000548            .
000549        4000-F-COBRAR-CUENTA.
000550            EXIT.
000551
000552/-----BUSCO-LA-TARIFA------------/
000553        4100-I-BUSCAR-TARIFA.
000554            SET WS-TARIFA-BUSCANDO                         TO TRUE
000555
000556            MOVE CU-TIPO-CUENTA                 TO COM-TIPO-CUENTA
000557            MOVE CU-MONEDA                           TO COM-MONEDA
000558
000559            READ COMISION
000560
000561            EVALUATE FS-COMISION
000562            WHEN '00'
000563              SET WS-TARIFA-HALLADA                        TO TRUE
000564            WHEN '23'
000565              SET WS-TARIFA-NO-HALLADA                     TO TRUE
000566              ADD 1                           TO WS-CUE-SIN-TARIFA
000567            WHEN OTHER
000568              DISPLAY '* ERROR EN READ COMISION= ' FS-COMISION
000569              MOVE 9999                             TO RETURN-CODE
000570              SET WS-FIN                                   TO TRUE
000571              SET WS-TARIFA-NO-HALLADA                     TO TRUE
000572            END-EVALUATE
000573            .
000574        4100-F-BUSCAR-TARIFA.
000575            EXIT.
000576
000577/-----CUENTO-MOVIMIENTOS-DEL-MES-/
000578* RECORRO MOVIM DESDE EL PRIMER DIA DEL MES HASTA LA FECHA DE
000579* CIERRE. CUENTAN LOS MOVIMIENTOS DEL CLIENTE ('NV', 'TR', 'OP')
000580* QUE NO FUERON REVERSADOS; UN 'CM' INDICA QUE EL MES YA SE COBRO.
000581        4200-I-CONTAR-MOVIM.
000582            SET WS-MOVS-SIGUE                              TO TRUE
000583
000584            MOVE CU-TIPO-CUENTA                 TO MOV-TIPO-CUENTA
000585            MOVE CU-NRO-CUENTA                   TO MOV-NRO-CUENTA
000586            MOVE WS-FECHA-DESDE-ISO                   TO MOV-FECHA
000587            MOVE ZEROS                            TO MOV-SECUENCIA
000588
000589            START MOVIM KEY IS NOT LESS THAN MOV-CLAVE
000590
000591            EVALUATE FS-MOVIM
000592            WHEN '00'
000593              CONTINUE
000594            WHEN '23'
000595              SET WS-MOVS-FIN                              TO TRUE
000596            WHEN OTHER
000597              DISPLAY '* ERROR EN START MOVIM= ' FS-MOVIM
000598              MOVE 9999                             TO RETURN-CODE
000599              SET WS-FIN                                   TO TRUE
000600              SET WS-MOVS-FIN                              TO TRUE
000601            END-EVALUATE
000602
000603            PERFORM 4250-I-LEER-MOVIM
000604               THRU 4250-F-LEER-MOVIM
000605              UNTIL WS-MOVS-FIN
000606            .
000607        4200-F-CONTAR-MOVIM.
000608            EXIT.
000609
000610/-----LEO-UN-MOVIMIENTO----------/
000611        4250-I-LEER-MOVIM.
000612            READ MOVIM NEXT
000613
000614            EVALUATE FS-MOVIM
000615            WHEN '00'
000616              ADD 1                               TO WS-MOV-LEIDOS
000617              IF MOV-TIPO-CUENTA NOT = CU-TIPO-CUENTA OR
000618                 MOV-NRO-CUENTA NOT = CU-NRO-CUENTA OR
000619                 MOV-FECHA IS GREATER WS-FECHA-CIERRE-ISO
000620                SET WS-MOVS-FIN                            TO TRUE
000621              ELSE
000622                IF MOV-ORI-COMISION
000623                  SET WS-YA-COBRADA                        TO TRUE
000624                END-IF
000625                IF (MOV-ORI-NOVEDADES OR
000626                    MOV-ORI-TRANSFER  OR
000627                    MOV-ORI-ORDEN)    AND NOT MOV-REF-REVERSADO
000628                  ADD 1                           TO WS-CANT-MOVIM
000629                END-IF
000630              END-IF
000631
000632            WHEN '10'
000633              SET WS-MOVS-FIN                              TO TRUE
000634
000635            WHEN OTHER
000636              DISPLAY '* ERROR EN READ MOVIM= ' FS-MOVIM
000637              MOVE 9999                             TO RETURN-CODE
000638              SET WS-FIN                                   TO TRUE
000639              SET WS-MOVS-FIN                              TO TRUE
000640            END-EVALUATE
000641            .
000642        4250-F-LEER-MOVIM.
000643            EXIT.
000644
000645/-----CALCULO-LA-COMISION--------/
000646        4300-I-CALCULAR-COMISION.
000647            MOVE COM-CARGO-MENSUAL                TO WS-CARGO-FIJO
000648
000649            IF WS-CANT-MOVIM IS GREATER COM-MOVIM-LIBRES
000650              COMPUTE WS-MOVIM-COBRAR =
000651                      WS-CANT-MOVIM - COM-MOVIM-LIBRES
000652            ELSE
000653              MOVE ZEROS                        TO WS-MOVIM-COBRAR
000654            END-IF
000655
000656            COMPUTE WS-CARGO-MOVIM =
000657                    WS-MOVIM-COBRAR * COM-CARGO-MOVIM
000658
000659            COMPUTE WS-COMISION = WS-CARGO-FIJO + WS-CARGO-MOVIM
000660            .
000661        4300-F-CALCULAR-COMISION.
000662            EXIT.
000663
000664/-----APLICO-LA-COMISION---------/
000665* COMO EN PGMNOV01 EL DEBITO NO PUEDE SUPERAR EL SALDO MAS EL
000666* LIMITE DE DESCUBIERTO (T102); UN LIMITE EN BLANCOS VALE CERO Y
000667* SE NORMALIZA AL REESCRIBIR. SI LO SUPERA NO SE TOCA LA CUENTA.
000668* CU-FECHA-ACTUAL NO SE ACTUALIZA: LA COMISION NO ES ACTIVIDAD DEL
000669* CLIENTE PARA PGMINA01.
000670        4400-I-APLICAR-COMISION.
000671            IF CU-LIMITE-DESCUBIERTO IS NOT NUMERIC
000672              MOVE ZEROS                  TO CU-LIMITE-DESCUBIERTO
000673            END-IF
000674
000675            IF WS-COMISION IS GREATER THAN
000676               CU-SALDO-ACTUAL + CU-LIMITE-DESCUBIERTO
000677              ADD 1                          TO WS-COM-NO-COBRADAS
000678              MOVE 'NO COBRADA'                    TO WS-RESULTADO
000679
000680              PERFORM 4600-I-ACUMULAR-MONEDA
000681                 THRU 4600-F-ACUMULAR-MONEDA
000682            ELSE
000683              MOVE CU-SALDO-ACTUAL            TO WS-SALDO-ANTERIOR
000684              SUBTRACT WS-COMISION FROM CU-SALDO-ACTUAL
000685              IF CU-ESTADO = SPACE
000686                MOVE 'A'                              TO CU-ESTADO
000687              END-IF
000688
000689              REWRITE REG-CUENTA
000690
000691              IF FS-CUENTAS IS NOT EQUAL '00'
000692                DISPLAY '* ERROR EN REWRITE CUENTAS= ' FS-CUENTAS
000693                MOVE 9999                           TO RETURN-CODE
000694                SET WS-FIN                                 TO TRUE
000695              ELSE
000696                PERFORM 4500-I-ACTUALIZAR-DB2
000697                   THRU 4500-F-ACTUALIZAR-DB2
000698
000699                PERFORM 4700-I-GRABAR-MOVIM
000700                   THRU 4700-F-GRABAR-MOVIM
000701
000702                IF WS-MOV-GRABADO
000703                  ADD 1                         TO WS-COM-COBRADAS
000704                  MOVE 'COBRADA'                   TO WS-RESULTADO
000705
000706                  PERFORM 4600-I-ACUMULAR-MONEDA
000707                     THRU 4600-F-ACUMULAR-MONEDA
000708                END-IF
000709              END-IF
000710            END-IF
000711            .
000712        4400-F-APLICAR-COMISION.
000713            EXIT.
000714
000715/-----ACTUALIZO-TBCUENTAS--------/
000716        4500-I-ACTUALIZAR-DB2.
000717            MOVE CU-SALDO-ACTUAL                   TO WS-SALDO-DB2
000718
000719            EXEC SQL
000720                 UPDATE ITPFBIO.TBCUENTAS
000721                 SET SALDO_ACTUAL = :WS-SALDO-DB2
000722                 WHERE TIPO_CUENTA = :CU-TIPO-CUENTA
000723                   AND NRO_CUENTA  = :CU-NRO-CUENTA
000724            END-EXEC
000725
000726            MOVE SQLCODE                             TO FS-SQLCODE
000727
000728            EVALUATE SQLCODE
000729            WHEN ZEROS
000730              CONTINUE
000731
000732            WHEN 100
000733              DISPLAY '* CUENTA SIN FILA EN TBCUENTAS: '
000734                      CU-TIPO-CUENTA ' ' CU-NRO-CUENTA
000735              ADD 1                             TO WS-SIN-FILA-DB2
000736              IF RETURN-CODE = ZEROS
000737                MOVE 0004                           TO RETURN-CODE
000738              END-IF
000739
000740            WHEN OTHER
000741              DISPLAY 'ERROR EN UPDATE TBCUENTAS= ' FS-SQLCODE
000742              MOVE 9999                             TO RETURN-CODE
000743              SET WS-FIN                                   TO TRUE
000744            END-EVALUATE
000745            .
000746        4500-F-ACTUALIZAR-DB2.
000747            EXIT.
000748
000749/-----ACUMULO-POR-MONEDA---------/
000750        4600-I-ACUMULAR-MONEDA.
000751            SET WS-MON-BUSCANDO                            TO TRUE
000752            MOVE 1                                   TO WS-MON-IDX
000753
000754            PERFORM 4650-I-BUSCAR-MONEDA
000755               THRU 4650-F-BUSCAR-MONEDA
000756              UNTIL WS-SW-MONEDA NOT = 0
000757
000758            IF WS-MON-NO-HALLADO
000759              IF WS-MON-CANT IS LESS THAN 10
000760                ADD 1                               TO WS-MON-CANT
000761                MOVE WS-MON-CANT                     TO WS-MON-IDX
000762                MOVE CU-MONEDA       TO WS-MON-CODIGO (WS-MON-IDX)
000763                MOVE ZEROS          TO WS-MON-COBRADO (WS-MON-IDX)
000764                MOVE ZEROS         TO WS-MON-CANT-COB (WS-MON-IDX)
000765                MOVE ZEROS       TO WS-MON-NO-COBRADO (WS-MON-IDX)
000766                MOVE ZEROS         TO WS-MON-CANT-NOC (WS-MON-IDX)
000767                SET WS-MON-HALLADO                         TO TRUE
000768              ELSE
000769                DISPLAY '* TABLA DE MONEDAS LLENA: ' CU-MONEDA
000770                MOVE 9999                           TO RETURN-CODE
000771                SET WS-FIN                                 TO TRUE
000772              END-IF
000773            END-IF
000774
000775            IF WS-MON-HALLADO
000776              IF WS-RESULTADO = 'COBRADA'
000777                ADD WS-COMISION     TO WS-MON-COBRADO (WS-MON-IDX)
000778                ADD 1              TO WS-MON-CANT-COB (WS-MON-IDX)
000779              ELSE
000780                ADD WS-COMISION  TO WS-MON-NO-COBRADO (WS-MON-IDX)
000781                ADD 1              TO WS-MON-CANT-NOC (WS-MON-IDX)
000782              END-IF
000783            END-IF
000784            .
000785        4600-F-ACUMULAR-MONEDA.
000786            EXIT.
000787
000788/-----BUSCO-MONEDA-EN-TABLA------/
000789        4650-I-BUSCAR-MONEDA.
000790            IF WS-MON-IDX IS GREATER THAN WS-MON-CANT
000791              SET WS-MON-NO-HALLADO                        TO TRUE
000792            ELSE
000793              IF WS-MON-CODIGO (WS-MON-IDX) = CU-MONEDA
000794                SET WS-MON-HALLADO                         TO TRUE
000795              ELSE
000796                ADD 1                                TO WS-MON-IDX
000797              END-IF
000798            END-IF
000799            .
000800        4650-F-BUSCAR-MONEDA.
000801            EXIT.
000802
000803/-----GRABO-COMISION-EN-HISTORIA-/
000804* CADA COMISION COBRADA QUEDA EN MOVIMIENTOS CON ORIGEN 'CM' Y
000805* FECHA DE CIERRE; ANTE CLAVE DUPLICADA SE REINTENTA SUBIENDO LA
000806* SECUENCIA.
000807        4700-I-GRABAR-MOVIM.
000808            ACCEPT WS-HORA-SYS FROM TIME
000809            MOVE WS-HORA-HH                        TO WS-HORA-E-HH
000810            MOVE WS-HORA-MM                        TO WS-HORA-E-MM
000811            MOVE WS-HORA-SS                        TO WS-HORA-E-SS
000812
000813            MOVE SPACES                               TO REG-MOVIM
000814            MOVE CU-TIPO-CUENTA                 TO MOV-TIPO-CUENTA
000815            MOVE CU-NRO-CUENTA                   TO MOV-NRO-CUENTA
000816            MOVE WS-FECHA-CIERRE-ISO                  TO MOV-FECHA
000817            MOVE 1                                TO MOV-SECUENCIA
000818            MOVE 'CM'                                TO MOV-ORIGEN
000819            MOVE 'DB'                           TO MOV-CODIGO-OPER
000820            MOVE WS-COMISION                        TO MOV-IMPORTE
000821            MOVE CU-SALDO-ACTUAL           TO MOV-SALDO-RESULTANTE
000822            MOVE WS-HORA-EDIT                          TO MOV-HORA
000823            MOVE SPACES                              TO MOV-TERMID
000824
000825            SET WS-MOV-INTENTANDO                          TO TRUE
000826
000827            PERFORM 4750-I-INTENTAR-MOVIM
000828               THRU 4750-F-INTENTAR-MOVIM
000829              UNTIL WS-SW-MOV NOT = 0
000830            .
000831        4700-F-GRABAR-MOVIM.
000832            EXIT.
000833
000834        4750-I-INTENTAR-MOVIM.
000835            WRITE REG-MOVIM
000836
000837            EVALUATE FS-MOVIM
000838            WHEN '00'
000839              SET WS-MOV-GRABADO                           TO TRUE
000840            WHEN '22'
000841              ADD 1                               TO MOV-SECUENCIA
000842            WHEN OTHER
000843              DISPLAY '* ERROR EN GRABAR MOVIM= ' FS-MOVIM
000844              MOVE 9999                             TO RETURN-CODE
000845              SET WS-FIN                                   TO TRUE
000846              SET WS-MOV-ERROR                             TO TRUE
000847            END-EVALUATE
000848            .
000849        4750-F-INTENTAR-MOVIM.
000850            EXIT.
000851
000852/-----IMPRIMO-UNA-CUENTA---------/
000853        5300-I-IMPRIMIR-CUENTA.
000854            MOVE CU-TIPO-CUENTA                   TO CT-DET-TIPCTA
000855            MOVE CU-NRO-CUENTA                    TO CT-DET-NROCTA
000856            MOVE CU-MONEDA                        TO CT-DET-MONEDA
000857            MOVE CU-SALDO-ACTUAL                   TO CT-DET-SALDO
000858            MOVE WS-CANT-MOVIM                     TO CT-DET-MOVIM
000859            MOVE WS-CARGO-FIJO                      TO CT-DET-FIJO
000860            MOVE WS-CARGO-MOVIM                     TO CT-DET-XMOV
000861            MOVE WS-COMISION                    TO CT-DET-COMISION
000862            MOVE WS-RESULTADO                  TO CT-DET-RESULTADO
000863
000864            WRITE REG-SALIDA FROM CT-LINEA-CUENTA
000865
000866            IF FS-SALIDA IS NOT EQUAL '00'
000867              DISPLAY '* ERROR EN GRABAR CUENTA: ' FS-SALIDA
000868              MOVE 9999                             TO RETURN-CODE
000869              SET WS-FIN                                   TO TRUE
000870            END-IF
000871            .
000872        5300-F-IMPRIMIR-CUENTA.
000873            EXIT.
000874
000875/--IMPRIMIR-SEPARADOR-(=)--------/
000876        5400-I-IMPRIMIR-SEPARADOR-A.
000877         MOVE ALL '='                          TO CT-SEPARADOR-TIT
000878
000879            WRITE REG-SALIDA FROM CT-SEPARADOR-TITULO
000880
000881            IF FS-SALIDA IS NOT EQUAL '00'
000882              DISPLAY '* ERROR EN GRABAR SEPARADOR A: ' FS-SALIDA
000883              MOVE 9999                             TO RETURN-CODE
000884              SET WS-FIN                                   TO TRUE
000885            END-IF
000886            .
000887        5400-F-IMPRIMIR-SEPARADOR-A.
000888            EXIT.
000889
000890/--IMPRIMIR-SEPARADOR-(-)--------/
000891        5500-I-IMPRIMIR-SEPARADOR-B.
000892         MOVE ALL '-'                          TO CT-SEPARADOR-SUB
000893
000894            WRITE REG-SALIDA FROM CT-SEPARADOR-SUBTITULO
000895
000896            IF FS-SALIDA IS NOT EQUAL '00'
000897              DISPLAY '* ERROR EN GRABAR SEPARADOR B: ' FS-SALIDA
000898              MOVE 9999                             TO RETURN-CODE
000899              SET WS-FIN                                   TO TRUE
000900            END-IF
000901            .
000902        5500-F-IMPRIMIR-SEPARADOR-B.
000903            EXIT.
000904
000905/--IMPRIMO-TITULO-DEL-LISTADO----/
000906        5900-I-IMPRIMIR-INICIO.
000907            PERFORM 5400-I-IMPRIMIR-SEPARADOR-A
000908               THRU 5400-F-IMPRIMIR-SEPARADOR-A
000909
000910            WRITE REG-SALIDA FROM CT-TITULO
000911
000912            IF FS-SALIDA IS NOT EQUAL '00'
000913              DISPLAY '* ERROR EN GRABAR TITULO: ' FS-SALIDA
000914              MOVE 9999                             TO RETURN-CODE
000915              SET WS-FIN                                   TO TRUE
000916            END-IF
000917
000918            PERFORM 5400-I-IMPRIMIR-SEPARADOR-A
000919               THRU 5400-F-IMPRIMIR-SEPARADOR-A
000920
000921            WRITE REG-SALIDA FROM CT-SUBTITULO
000922
000923            IF FS-SALIDA IS NOT EQUAL '00'
000924              DISPLAY '* ERROR EN GRABAR SUBTITULO: ' FS-SALIDA
000925              MOVE 9999                             TO RETURN-CODE
000926              SET WS-FIN                                   TO TRUE
000927            END-IF
000928
000929            PERFORM 5500-I-IMPRIMIR-SEPARADOR-B
000930               THRU 5500-F-IMPRIMIR-SEPARADOR-B
000931            .
000932        5900-F-IMPRIMIR-INICIO.
000933            EXIT.
000934
000935/--IMPRIMO-TOTALES-POR-MONEDA----/
000936        5950-I-IMPRIMIR-TOTALES.
000937            PERFORM 5400-I-IMPRIMIR-SEPARADOR-A
000938               THRU 5400-F-IMPRIMIR-SEPARADOR-A
000939
000940            WRITE REG-SALIDA FROM CT-SUB-TOTALES
000941
000942            IF FS-SALIDA IS NOT EQUAL '00'
000943              DISPLAY '* ERROR EN GRABAR SUBTITULO: ' FS-SALIDA
000944              MOVE 9999                             TO RETURN-CODE
000945              SET WS-FIN                                   TO TRUE
000946            END-IF
000947
000948            PERFORM 5500-I-IMPRIMIR-SEPARADOR-B
000949               THRU 5500-F-IMPRIMIR-SEPARADOR-B
000950
000951            MOVE 1                                   TO WS-MON-IDX
000952            PERFORM 5960-I-IMPRIMIR-UNA-MONEDA
000953               THRU 5960-F-IMPRIMIR-UNA-MONEDA
000954              UNTIL WS-MON-IDX IS GREATER THAN WS-MON-CANT
000955
000956            PERFORM 5500-I-IMPRIMIR-SEPARADOR-B
000957               THRU 5500-F-IMPRIMIR-SEPARADOR-B
000958
000959            MOVE WS-CUE-LEIDAS                    TO CT-PIE-LEIDAS
000960            MOVE WS-CUE-EVALUADAS              TO CT-PIE-EVALUADAS
000961            MOVE WS-CUE-SIN-TARIFA            TO CT-PIE-SIN-TARIFA
000962            MOVE WS-CUE-EXENTAS                  TO CT-PIE-EXENTAS
000963            MOVE WS-COM-COBRADAS                TO CT-PIE-COBRADAS
000964            MOVE WS-COM-NO-COBRADAS          TO CT-PIE-NO-COBRADAS
000965            MOVE WS-CUE-YA-COBRADAS          TO CT-PIE-YA-COBRADAS
000966
000967            WRITE REG-SALIDA FROM CT-PIE
000968
000969            IF FS-SALIDA IS NOT EQUAL '00'
000970              DISPLAY '* ERROR EN GRABAR PIE: ' FS-SALIDA
000971              MOVE 9999                             TO RETURN-CODE
000972            END-IF
000973
000974            PERFORM 5400-I-IMPRIMIR-SEPARADOR-A
000975               THRU 5400-F-IMPRIMIR-SEPARADOR-A
000976            .
000977        5950-F-IMPRIMIR-TOTALES.
000978            EXIT.
000979
000980/--IMPRIMO-UNA-MONEDA------------/
000981        5960-I-IMPRIMIR-UNA-MONEDA.
000982            MOVE WS-MON-CODIGO (WS-MON-IDX)       TO CT-TOT-MONEDA
000983            MOVE WS-MON-COBRADO (WS-MON-IDX)     TO CT-TOT-COBRADO
000984            MOVE WS-MON-CANT-COB (WS-MON-IDX)   TO CT-TOT-CANT-COB
000985            MOVE WS-MON-NO-COBRADO (WS-MON-IDX)    TO CT-TOT-NOCOB
000986            MOVE WS-MON-CANT-NOC (WS-MON-IDX)   TO CT-TOT-CANT-NOC
000987
000988            WRITE REG-SALIDA FROM CT-LINEA-MONEDA
000989
000990            IF FS-SALIDA IS NOT EQUAL '00'
000991              DISPLAY '* ERROR EN GRABAR MONEDA: ' FS-SALIDA
000992              MOVE 9999                             TO RETURN-CODE
000993              MOVE WS-MON-CANT                       TO WS-MON-IDX
000994            END-IF
000995
000996            ADD 1                                    TO WS-MON-IDX
000997            .
000998        5960-F-IMPRIMIR-UNA-MONEDA.
000999            EXIT.
001000
001001/-----REGISTRO-INICIO-DE-CORRIDA-/
001002* LA FECHA DE PROCESO ES LA FECHA DE CIERRE (AAAA-MM-DD).
001003        8000-I-RUNCTL-INICIO.
001004            OPEN I-O RUNCTL
001005            IF FS-RUNCTL IS NOT EQUAL '00'
001006              DISPLAY '* ERROR EN OPEN RUNCTL= ' FS-RUNCTL
001007              SET WS-RUNCTL-NO                             TO TRUE
001008              IF RETURN-CODE = ZEROS
001009                MOVE 0004                           TO RETURN-CODE
001010              END-IF
001011            ELSE
001012              SET WS-RUNCTL-OK                             TO TRUE
001013
001014              PERFORM 8200-I-VERIFICAR-CORRIDAS
001015                 THRU 8200-F-VERIFICAR-CORRIDAS
001016
001017              ACCEPT WS-HORA-SYS FROM TIME
001018              MOVE WS-HORA-HH                      TO WS-HORA-E-HH
001019              MOVE WS-HORA-MM                      TO WS-HORA-E-MM
001020              MOVE WS-HORA-SS                      TO WS-HORA-E-SS
001021
001022              MOVE SPACES                            TO REG-RUNCTL
001023              MOVE 'PGMCOM01'                       TO RC-PROGRAMA
001024              MOVE WS-FECHA-CIERRE-ISO         TO RC-FECHA-PROCESO
001025              MOVE WS-HORA-EDIT                  TO RC-HORA-INICIO
001026              MOVE WS-PARM-SYSIN                   TO RC-PARAMETRO
001027              MOVE SPACE                            TO RC-REINICIO
001028              IF WS-BLOQUEADO
001029                MOVE 'B'                              TO RC-ESTADO
001030              ELSE
001031                MOVE 'E'                              TO RC-ESTADO
001032              END-IF
001033              MOVE SPACES                           TO RC-HORA-FIN
001034              MOVE ZEROS                          TO RC-CONTADOR-1
001035              MOVE ZEROS                          TO RC-CONTADOR-2
001036              MOVE ZEROS                          TO RC-CONTADOR-3
001037              MOVE ZEROS                          TO RC-CONTADOR-4
001038              MOVE ZEROS                          TO RC-CONTADOR-5
001039              MOVE ZEROS                          TO RC-CONTADOR-6
001040
001041              WRITE REG-RUNCTL
001042
001043              IF FS-RUNCTL IS NOT EQUAL '00'
001044                DISPLAY '* ERROR EN GRABAR RUNCTL= ' FS-RUNCTL
001045                SET WS-RUNCTL-NO                           TO TRUE
001046                IF RETURN-CODE = ZEROS
001047                  MOVE 0004                         TO RETURN-CODE
001048                END-IF
001049              ELSE
001050                IF WS-BLOQUEADO
001051                  SET WS-RUNCTL-NO                         TO TRUE
001052                  CLOSE RUNCTL
001053                ELSE
001054                  MOVE RC-CLAVE           TO WS-RUN-CLAVE-GUARDADA
001055                END-IF
001056              END-IF
001057            END-IF
001058            .
001059        8000-F-RUNCTL-INICIO.
001060            EXIT.
001061
001062/-----REGISTRO-FIN-DE-CORRIDA----/
001063* CONTADORES: 1 CUENTAS EVALUADAS, 2 EXENTAS, 3 COMISIONES
001064* COBRADAS (MOVIMIENTOS 'CM' GRABADOS, LOS CONTROLA PGMCON01),
001065* 4 COMISIONES NO COBRADAS, 5 SIN FILA EN TBCUENTAS, 6 CUENTAS
001066* QUE YA TENIAN LA COMISION DEL MES.
001067        8100-I-RUNCTL-FIN.
001068            IF WS-RUNCTL-OK
001069              MOVE WS-RUN-CLAVE-GUARDADA               TO RC-CLAVE
001070
001071              READ RUNCTL
001072
001073              IF FS-RUNCTL IS NOT EQUAL '00'
001074                DISPLAY '* ERROR EN READ RUNCTL= ' FS-RUNCTL
001075              ELSE
001076                ACCEPT WS-HORA-SYS FROM TIME
001077                MOVE WS-HORA-HH                    TO WS-HORA-E-HH
001078                MOVE WS-HORA-MM                    TO WS-HORA-E-MM
001079                MOVE WS-HORA-SS                    TO WS-HORA-E-SS
001080                MOVE WS-HORA-EDIT                   TO RC-HORA-FIN
001081
001082                IF RETURN-CODE = 9999
001083                  MOVE 'A'                            TO RC-ESTADO
001084                ELSE
001085                  MOVE 'F'                            TO RC-ESTADO
001086                END-IF
001087
001088                MOVE WS-CUE-EVALUADAS             TO RC-CONTADOR-1
001089                MOVE WS-CUE-EXENTAS               TO RC-CONTADOR-2
001090                MOVE WS-COM-COBRADAS              TO RC-CONTADOR-3
001091                MOVE WS-COM-NO-COBRADAS           TO RC-CONTADOR-4
001092                MOVE WS-SIN-FILA-DB2              TO RC-CONTADOR-5
001093                MOVE WS-CUE-YA-COBRADAS           TO RC-CONTADOR-6
001094
001095                REWRITE REG-RUNCTL
001096
001097                IF FS-RUNCTL IS NOT EQUAL '00'
001098                  DISPLAY '* ERROR EN REWRITE RUNCTL= ' FS-RUNCTL
001099                END-IF
001100              END-IF
001101
001102              CLOSE RUNCTL
001103              IF FS-RUNCTL IS NOT EQUAL '00'
001104                DISPLAY '* ERROR EN CLOSE RUNCTL= ' FS-RUNCTL
001105              END-IF
001106            END-IF
001107            .
001108        8100-F-RUNCTL-FIN.
001109            EXIT.
001110
001111/-----VERIFICO-PREDECESOR-Y-CORRIDA-DUPLICADA--------/
001112* PGMCIE01 DEBE HABER FINALIZADO 'F' PARA LA MISMA FECHA DE
001113* CIERRE Y NO DEBE EXISTIR OTRO COBRO 'F' DE ESA FECHA, SALVO
001114* PARAMETRO DE REPROCESO 'R' LUEGO DE LA FECHA SYSIN.
001115* EL BLOQUEO QUEDA REGISTRADO CON ESTADO 'B' PARA LA T105.
001116        8200-I-VERIFICAR-CORRIDAS.
001117            SET WS-CHK-SIGUE                               TO TRUE
001118            SET WS-PRED-NO-VISTO                           TO TRUE
001119            SET WS-DUP-NO                                  TO TRUE
001120
001121            MOVE SPACES                                TO RC-CLAVE
001122            MOVE WS-FECHA-CIERRE-ISO           TO RC-FECHA-PROCESO
001123
001124            START RUNCTL KEY IS NOT LESS THAN RC-CLAVE
001125
001126            IF FS-RUNCTL IS NOT EQUAL '00'
001127              SET WS-CHK-FIN                               TO TRUE
001128            END-IF
001129
001130            PERFORM 8250-I-LEER-RUNCTL
001131               THRU 8250-F-LEER-RUNCTL
001132              UNTIL WS-CHK-FIN
001133
001134            EVALUATE TRUE
001135            WHEN NOT WS-PRED-FINALIZADO
001136              DISPLAY '* PGMCOM01 BLOQUEADO: PGMCIE01 SIN '
001137                      'ESTADO F PARA ' WS-FECHA-CIERRE-ISO
001138              SET WS-BLOQUEADO                             TO TRUE
001139
001140            WHEN WS-DUP-SI AND NOT WS-ES-REPROCESO
001141              DISPLAY '* PGMCOM01 BLOQUEADO: YA FINALIZO PARA '
001142                      WS-FECHA-CIERRE-ISO
001143                      ', USE PARAMETRO R PARA REPROCESAR'
001144              SET WS-BLOQUEADO                             TO TRUE
001145            END-EVALUATE
001146
001147            IF WS-BLOQUEADO
001148              MOVE 9999                             TO RETURN-CODE
001149              SET WS-FIN                                   TO TRUE
001150            END-IF
001151            .
001152        8200-F-VERIFICAR-CORRIDAS.
001153            EXIT.
001154
001155        8250-I-LEER-RUNCTL.
001156            READ RUNCTL NEXT
001157              AT END
001158                SET WS-CHK-FIN                             TO TRUE
001159              NOT AT END
001160                IF RC-FECHA-PROCESO NOT = WS-FECHA-CIERRE-ISO
001161                  SET WS-CHK-FIN                           TO TRUE
001162                ELSE
001163                  IF RC-PROGRAMA = 'PGMCIE01'
001164                    IF RC-FINALIZADO-OK
001165                      SET WS-PRED-FINALIZADO               TO TRUE
001166                    ELSE
001167                      IF NOT WS-PRED-FINALIZADO
001168                        SET WS-PRED-VISTO                  TO TRUE
001169                      END-IF
001170                    END-IF
001171                  END-IF
001172                  IF RC-PROGRAMA = 'PGMCOM01' AND RC-FINALIZADO-OK
001173                    SET WS-DUP-SI                          TO TRUE
001174                  END-IF
001175                END-IF
001176            END-READ
001177            .
001178        8250-F-LEER-RUNCTL.
001179            EXIT.
001180
001181/------CIERRE-DE-ARCHIVOS--------/
001182        9999-I-FINAL.
001183            IF WS-NO-BLOQUEADO
001184            PERFORM 5950-I-IMPRIMIR-TOTALES
001185               THRU 5950-F-IMPRIMIR-TOTALES
001186
001187            CLOSE CUENTAS
001188            IF FS-CUENTAS IS NOT EQUAL '00'
001189              DISPLAY '* ERROR EN CLOSE CUENTAS= ' FS-CUENTAS
001190              MOVE 9999                             TO RETURN-CODE
001191            END-IF
001192
001193            CLOSE COMISION
001194            IF FS-COMISION IS NOT EQUAL '00'
001195              DISPLAY '* ERROR EN CLOSE COMISION= ' FS-COMISION
001196              MOVE 9999                             TO RETURN-CODE
001197            END-IF
001198
001199            CLOSE MOVIM
001200            IF FS-MOVIM IS NOT EQUAL '00'
001201              DISPLAY '* ERROR EN CLOSE MOVIM= ' FS-MOVIM
001202              MOVE 9999                             TO RETURN-CODE
001203            END-IF
001204
001205            CLOSE SALIDA
001206            IF FS-SALIDA IS NOT EQUAL '00'
001207              DISPLAY '* ERROR EN CLOSE SALIDA= ' FS-SALIDA
001208              MOVE 9999                             TO RETURN-CODE
001209            END-IF
001210            END-IF
001211
001212            PERFORM 8100-I-RUNCTL-FIN
001213               THRU 8100-F-RUNCTL-FIN
001214
001215/-----MUESTRO-TOTALES-DE-CONTROL----/
001216            DISPLAY '/----------TOTALES DE CONTROL------------/'
001217            DISPLAY 'CUENTAS LEIDAS      = ' WS-CUE-LEIDAS
001218            DISPLAY 'CUENTAS EVALUADAS   = ' WS-CUE-EVALUADAS
001219            DISPLAY 'NO ACTIVAS (NO PROC)= ' WS-CUE-NO-ACTIVAS
001220            DISPLAY 'CUENTAS SIN TARIFA  = ' WS-CUE-SIN-TARIFA
001221            DISPLAY 'CUENTAS EXENTAS     = ' WS-CUE-EXENTAS
001222            DISPLAY 'COMISIONES COBRADAS = ' WS-COM-COBRADAS
001223            DISPLAY 'COMISIONES NO COBR. = ' WS-COM-NO-COBRADAS
001224            DISPLAY 'YA COBRADAS EN MES  = ' WS-CUE-YA-COBRADAS
001225            DISPLAY 'SIN FILA TBCUENTAS  = ' WS-SIN-FILA-DB2
001226            DISPLAY 'MOVIM LEIDOS        = ' WS-MOV-LEIDOS
001227            .
001228        9999-F-FINAL.
001229            EXIT.
