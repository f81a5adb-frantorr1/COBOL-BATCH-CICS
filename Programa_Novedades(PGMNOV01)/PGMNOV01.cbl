000196            EXIT.
000197
000198/-----BUSCO-CUENTA-EN-VSAM-------/
000198* UNA CUENTA INACTIVA (PGMINA01) ACEPTA CREDITOS PERO RECHAZA LOS
000198* DEBITOS CON MOTIVO PROPIO; SOLO LA T102 LA REACTIVA.
000199        4000-I-BUSCAR-CUENTA.
000200            MOVE NOV-CLAVE                        TO CU-CLAVE
000201
000212                PERFORM 5000-I-RECHAZAR
000213                   THRU 5000-F-RECHAZAR
000214              ELSE
000214                IF CU-CTA-INACTIVA AND NOV-OPER-DEBITO
000214                  SET RECH-CTA-INACTIVA           TO TRUE
000214                  MOVE 'CUENTA INACTIVA'
000214                                          TO RECH-DESCRIPCION
000214                  PERFORM 5000-I-RECHAZAR
000214                     THRU 5000-F-RECHAZAR
000214                ELSE
000215                  PERFORM 4100-I-APLICAR
000216                     THRU 4100-F-APLICAR
000216                END-IF
000217              END-IF
000218
000219            WHEN '23'
000243            END-IF
000244
000245            MOVE NOV-FECHA-VALOR                TO CU-FECHA-ACTUAL
000246            IF CU-ESTADO = SPACE
000246              MOVE 'A'                          TO CU-ESTADO
000246            END-IF
000247
000248            REWRITE REG-CUENTA
000249
