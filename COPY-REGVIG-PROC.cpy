       980-CALCULAR-VENCIMIENTO.
           MOVE w-rv-base-anio TO w-rv-vence-anio.
           MOVE w-rv-base-mes TO w-rv-vence-mes.
           MOVE ZERO TO w-rv-cont-turnos.
           IF w-rv-turnos = ZERO
               MOVE 6 TO w-rv-turnos
           END-IF.
           PERFORM UNTIL w-rv-cont-turnos >= w-rv-turnos
               EVALUATE TRUE
                   WHEN w-rv-vence-mes < 2
                       MOVE 2 TO w-rv-vence-mes
                   WHEN w-rv-vence-mes < 7
                       MOVE 7 TO w-rv-vence-mes
                   WHEN w-rv-vence-mes < 12
                       MOVE 12 TO w-rv-vence-mes
                   WHEN OTHER
                       ADD 1 TO w-rv-vence-anio
                       MOVE 2 TO w-rv-vence-mes
               END-EVALUATE
               ADD 1 TO w-rv-cont-turnos
           END-PERFORM.
           IF w-rv-vence-mes = 2
               DIVIDE w-rv-vence-anio BY 4 GIVING w-rv-cociente
                   REMAINDER w-rv-resto
               IF w-rv-resto = ZERO
                   MOVE 29 TO w-rv-vence-dia
               ELSE
                   MOVE 28 TO w-rv-vence-dia
               END-IF
           ELSE
               MOVE 31 TO w-rv-vence-dia
           END-IF.
