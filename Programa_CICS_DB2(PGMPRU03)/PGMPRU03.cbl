000039                                    'ERROR AL INVOCAR TRX T109'.
000039           04 CT-SINCTA9            PIC  X(38)        VALUE
000039                       'PRIMERO LISTE LAS CUENTAS DEL CLIENTE'.
000039           04 CT-XCTLERR10          PIC  X(25)        VALUE
000039                                    'ERROR AL INVOCAR TRX T110'.
000040
000041        01 WS-ABSTIME               PIC  S9(16) COMP  VALUE +0.
000042        01 WS-TIME                 PIC  X(08)        VALUE SPACES.
000088        01 WS-COMMAREA-T109.
000088           05 T9-FLAG-ESTADO        PIC X             VALUE 'X'.
000088           05 T9-CLAVE-CTA          PIC X(17)        VALUE SPACES.
000088
000088/----COMMAREA-PARA-INVOCAR-T110--/
000088        01 WS-COMMAREA-T110.
000088           05 T10-FLAG-ESTADO       PIC X             VALUE 'X'.
000088           05 T10-CLAVE-CTA         PIC X(17)        VALUE SPACES.
000088           05 FILLER                PIC X(46)        VALUE SPACES.
000089
000090/--------COPY-SECTION------------/
000091        COPY MAP0103.
000212
000212              PERFORM 3900-I-PF6
000212                 THRU 3900-F-PF6
000212
000212            WHEN EIBAID = DFHPF7
000212
000212              PERFORM 3950-I-PF7
000212                 THRU 3950-F-PF7
000213
000214            WHEN EIBAID = DFHPF3
000215
000402        3900-F-PF6.
000402            EXIT.
000402
000402/----INVOCO-EL-MANTENIMIENTO-DE-ORDENES-PERMANENTES-/
000402/----DE-LA-ULTIMA-CUENTA-LISTADA-(T110)-/
000402        3950-I-PF7.
000402            IF T3-ULT-CLAVE = SPACES
000402              INITIALIZE MAP0103O
000402              MOVE WS-FECHA                          TO FECHAO
000402              MOVE CT-SINCTA9                        TO MSGO
000402            ELSE
000402              MOVE T3-ULT-CLAVE                  TO T10-CLAVE-CTA
000402
000402              EXEC CICS
000402                   XCTL PROGRAM ('PGMPRU10')
000402                   COMMAREA     (WS-COMMAREA-T110)
000402                   RESP         (WS-RESP)
000402              END-EXEC
000402
000402              MOVE WS-FECHA                          TO FECHAO
000402              MOVE CT-XCTLERR10                      TO MSGO
000402            END-IF
000402
000402            EXEC CICS
000402                 SEND MAP  (WS-MAP)
000402                 MAPSET    (WS-MAPSET)
000402                 FROM      (MAP0103O)
000402                 LENGTH    (WS-LONG)
000402                 ERASE
000402            END-EXEC
000402            .
000402        3950-F-PF7.
000402            EXIT.
000402
000403        3500-I-PF12.
000404            EXEC CICS
000405                 SEND CONTROL ERASE
