000334
000335            IF WS-NO-FIN
000336            MOVE WS-FECHA-CIERRE         TO CU-FECHA-ULTIMO-CIERRE
000337            IF CU-ESTADO = SPACE
000337              MOVE 'A'                           TO CU-ESTADO
000337            END-IF
000338
000339            REWRITE REG-CUENTA
000340
