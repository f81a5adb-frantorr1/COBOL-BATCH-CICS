000065        04 CT-XCTLERR            PIC  X(25)        VALUE
000066                                    'ERROR AL INVOCAR TRX T103'.
000067       04 CT-DATCUE             PIC  X(08)        VALUE 'CUENTAS'.
000067       04 CT-DATAVI             PIC  X(08)        VALUE 'PERAVIS'.
000067       04 CT-LEN-AVI            PIC  S9(04)       VALUE 050  COMP.
000068
000069        01 WS-ABSTIME               PIC  S9(16) COMP  VALUE +0.
000070       01 WS-TIME                  PIC  X(08)        VALUE SPACES.
000100          02 WS-MSG-CANT           PIC  ZZ9.
000101          02 FILLER                PIC  X(31)        VALUE
000102                               ' CUENTAS ACTIVAS, NO SE ELIMINA'.
000102
000102/-----AVISO-DE-CALIDAD-DE-DATOS-(PERAVIS)/
000102       01 WS-MSG-AVISO.
000102          02 FILLER                PIC  X(10)        VALUE
000102                                                    'OBSERVADO:'.
000102          02 WS-AVI-MARCAS.
000102             03 WS-AVI-DUPCLI      PIC  X(08).
000102             03 WS-AVI-DUPNOM      PIC  X(08).
000102             03 WS-AVI-DUPMAIL     PIC  X(09).
000102             03 WS-AVI-EMAIL       PIC  X(05).
000102             03 WS-AVI-TEL         PIC  X(04).
000102             03 WS-AVI-DIREC       PIC  X(04).
000102             03 WS-AVI-SINCTA      PIC  X(08).
000103
000104        01 WS-VAR-CICS.
000105           02 WS-LONG               PIC  S9(04) COMP.
000111           02 WS-RESP               PIC  S9(04) COMP.
000112           02 WS-RESP-LEER          PIC  S9(04) COMP.
000113           02 WS-RESP-AUD           PIC  S9(04) COMP.
000113           02 WS-RESP-AVI           PIC  S9(04) COMP.
000114           02 WS-RIDFLD.
000115             08 WS-RID-TIPD         PIC X(02).
000116             08 WS-RID-NROD         PIC 9(11).
000117           02 WS-RIDFLD-CUE.
000118             08 WS-RIDC-TIPCTA      PIC X(02).
000119             08 WS-RIDC-NROCTA      PIC X(15).
000119           02 WS-RIDFLD-AVI         PIC X(13).
000120
000121        01 WS-COMMAREA.
000122           05 WS-FLAG-PF6           PIC 9             VALUE 0.
000139        COPY CPPERSO.
000140       COPY CPAUDIT.
000141       COPY CPCUENTA.
000141       COPY CPPERAV.
000142/--------------------------------/
000143        LINKAGE SECTION.
000144/--------------------------------/
000393                    MOVE CT-YABAJA                     TO MSGO
000394                  ELSE
000395                    MOVE CT-CLIEN                      TO MSGO
000395                    PERFORM 3170-I-VER-AVISO
000395                       THRU 3170-F-VER-AVISO
000396                  END-IF
000397                 MOVE PER-TIP-DOC  TO WS-COM-BR-TIPD
000398                 MOVE PER-NRO-DOC  TO WS-COM-BR-NROD
000418            .
000419        3100-F-ENTER.
000420            EXIT.
000420
000420/-----AVISO-DE-CALIDAD-DE-DATOS--/
000420* SI PGMCAL01 OBSERVO LA CLAVE EN SU ULTIMA CORRIDA, EL MENSAJE
000420* MUESTRA LAS MARCAS DE PERAVIS. ES SOLO UN AVISO: SIN REGISTRO O
000420* CON ERROR EN EL ARCHIVO QUEDA EL MENSAJE ORIGINAL.
000420        3170-I-VER-AVISO.
000420            MOVE PER-CLAVE                        TO WS-RIDFLD-AVI
000420
000420            EXEC CICS
000420                 READ DATASET (CT-DATAVI)
000420                 RIDFLD       (WS-RIDFLD-AVI)
000420                 INTO         (REG-PERAVISO)
000420                 LENGTH       (CT-LEN-AVI)
000420                 EQUAL
000420                 RESP         (WS-RESP-AVI)
000420            END-EXEC
000420
000420            IF WS-RESP-AVI = DFHRESP(NORMAL)
000420              MOVE SPACES                         TO WS-AVI-MARCAS
000420              IF PAV-ES-DUP-CLIENTE
000420                MOVE ' DUP-NRO'                   TO WS-AVI-DUPCLI
000420              END-IF
000420              IF PAV-ES-DUP-NOMDIR
000420                MOVE ' DUP-NOM'                   TO WS-AVI-DUPNOM
000420              END-IF
000420              IF PAV-ES-DUP-EMAIL
000420                MOVE ' DUP-MAIL'                 TO WS-AVI-DUPMAIL
000420              END-IF
000420              IF PAV-EMAIL NOT = SPACE
000420                MOVE ' MAIL'                       TO WS-AVI-EMAIL
000420              END-IF
000420              IF PAV-TELEFONO NOT = SPACE
000420                MOVE ' TEL'                          TO WS-AVI-TEL
000420              END-IF
000420              IF PAV-DIREC-FALTA
000420                MOVE ' DIR'                        TO WS-AVI-DIREC
000420              END-IF
000420              IF PAV-ES-SIN-CUENTA
000420                MOVE ' SIN-CTA'                   TO WS-AVI-SINCTA
000420              END-IF
000420              MOVE WS-MSG-AVISO                            TO MSGO
000420            END-IF
000420            .
000420        3170-F-VER-AVISO.
000420            EXIT.
000421 
000422        3200-I-PF3.
000423            INITIALIZE MAP0101O
000568              MOVE CT-CLIENF                       TO MSGO
000569              MOVE PER-TIP-DOC  TO WS-COM-BR-TIPD
000570              MOVE PER-NRO-DOC  TO WS-COM-BR-NROD
000570              PERFORM 3170-I-VER-AVISO
000570                 THRU 3170-F-VER-AVISO
000571             WHEN DFHRESP(ENDFILE)
000572              INITIALIZE MAP0101O
000573              MOVE WS-FECHA                        TO FECHAO
000667               MOVE CT-CLIENF                       TO MSGO
000668               MOVE PER-TIP-DOC  TO WS-COM-BR-TIPD
000669               MOVE PER-NRO-DOC  TO WS-COM-BR-NROD
000669               PERFORM 3170-I-VER-AVISO
000669                  THRU 3170-F-VER-AVISO
000670             WHEN DFHRESP(ENDFILE)
000671               INITIALIZE MAP0101O
000672               MOVE WS-FECHA                        TO FECHAO
001153            MOVE CT-CLIENF                       TO MSGO
001154            MOVE PER-TIP-DOC  TO WS-COM-BR-TIPD
001155            MOVE PER-NRO-DOC  TO WS-COM-BR-NROD
001155            PERFORM 3170-I-VER-AVISO
001155               THRU 3170-F-VER-AVISO
001156           WHEN WS-BUSQCLI-ERROR
001157            INITIALIZE MAP0101O
001158            MOVE WS-FECHA                        TO FECHAO
