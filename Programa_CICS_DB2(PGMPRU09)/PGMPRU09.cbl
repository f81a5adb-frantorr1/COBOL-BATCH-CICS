000027                                     'TIPO DE CUENTA INVALIDO'.
000028           04 CT-ERRNRO             PIC  X(25)        VALUE
000029                                   'NUMERO DE CUENTA INVALIDO'.
000030           04 CT-LISTO              PIC  X(41)        VALUE
000031                      'ULTIMOS MOVIMIENTOS LISTADOS, PF7 REVERSA'.
000032           04 CT-SINMOV             PIC  X(33)        VALUE
000033                               'LA CUENTA NO TIENE MOVIMIENTOS'.
000034           04 CT-ERRARCH            PIC  X(13)        VALUE
000035                                                  'ERROR ARCHIVO'.
000036           04 CT-INVKEY             PIC  X(35)        VALUE
000037                            'TECLA INVALIDA, INGRESE OTRA OPCION'.
000037           04 CT-SINCTA             PIC  X(43)        VALUE
000037                    'PRIMERO LISTE LOS MOVIMIENTOS DE UNA CUENTA'.
000037           04 CT-XCTLERR            PIC  X(25)        VALUE
000037                                    'ERROR AL INVOCAR TRX T112'.
000038
000039        01 WS-ABSTIME               PIC  S9(16) COMP  VALUE +0.
000040        01 WS-TIME                 PIC  X(08)        VALUE SPACES.
000069           03 WS-DET-SALDO   PIC -ZZZ.ZZZ.ZZ9,99     VALUE ZEROS.
000070           03 FILLER                PIC  X(03)        VALUE ' | '.
000071          03 WS-DET-HORA           PIC  X(08)        VALUE SPACES.
000071           03 FILLER                PIC  X(03)        VALUE ' | '.
000071          03 WS-DET-SECU           PIC  9(05)        VALUE ZEROS.
000072
000073/-----FECHA-CLAVE-(ISO)-Y-PANTALLA/
000074        01 WS-FECHA-ISO.
000105           05 T9-CLAVE-CTA.
000106             08 T9-TIPCTA           PIC X(02).
000107             08 T9-NROCTA           PIC X(15).
000107
000107/----COMMAREA-PARA-INVOCAR-T112--/
000107        01 WS-COMMAREA-T112.
000107           05 T12-FLAG-ESTADO       PIC X             VALUE 'X'.
000107           05 T12-CLAVE-CTA         PIC X(17)        VALUE SPACES.
000107           05 FILLER                PIC X(33)        VALUE SPACES.
000108
000109/--------COPY-SECTION------------/
000110        COPY MAP0109.
000227
000228              PERFORM 3200-I-PF3
000229                 THRU 3200-F-PF3
000229
000229            WHEN EIBAID = DFHPF7
000229
000229              PERFORM 3400-I-PF7
000229                 THRU 3400-F-PF7
000230
000231            WHEN EIBAID = DFHPF12
000232
000428              MOVE ZEROS                         TO WS-DET-SALDO
000429            END-IF
000430            MOVE MOV-HORA                        TO WS-DET-HORA
000430            MOVE MOV-SECUENCIA                   TO WS-DET-SECU
000431
000432            MOVE WS-LINEA-MOV               TO LINEAO (WS-LIN-IDX)
000433
000454            .
000455        3200-F-PF3.
000456            EXIT.
000456
000456/----INVOCO-LA-REVERSA-DE-UN-MOVIMIENTO-DE-LA-CUENTA-/
000456/----LISTADA-(T112)---------------/
000456        3400-I-PF7.
000456            IF T9-CLAVE-CTA = SPACES OR LOW-VALUES
000456              INITIALIZE MAP0109O
000456              MOVE WS-FECHA                          TO FECHAO
000456              MOVE CT-SINCTA                         TO MSGO
000456            ELSE
000456              MOVE T9-CLAVE-CTA                  TO T12-CLAVE-CTA
000456
000456              EXEC CICS
000456                   XCTL PROGRAM ('PGMPRU12')
000456                   COMMAREA     (WS-COMMAREA-T112)
000456                   RESP         (WS-RESP)
000456              END-EXEC
000456
000456              MOVE WS-FECHA                          TO FECHAO
000456              MOVE CT-XCTLERR                        TO MSGO
000456            END-IF
000456
000456            EXEC CICS
000456                 SEND MAP  (WS-MAP)
000456                 MAPSET    (WS-MAPSET)
000456                 FROM      (MAP0109O)
000456                 LENGTH    (WS-LONG)
000456                 ERASE
000456            END-EXEC
000456            .
000456        3400-F-PF7.
000456            EXIT.
000457
000458        3500-I-PF12.
000459            EXEC CICS
