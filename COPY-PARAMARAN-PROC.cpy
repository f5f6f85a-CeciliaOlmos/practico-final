       960-LEER-PARAM-ARANCEL.
           OPEN INPUT PARAM-ARANCEL.
           IF ws-estado-par = "00"
               READ PARAM-ARANCEL
                   AT END CONTINUE
                   NOT AT END
                       IF par-max-deuda NUMERIC
                           MOVE par-max-deuda TO w-max-deuda
                       END-IF
                       IF par-dia-vto NUMERIC
                           AND par-dia-vto NOT = ZERO
                           MOVE par-dia-vto TO w-dia-vto
                       END-IF
                       IF par-recargo-pct NUMERIC
                           MOVE par-recargo-pct TO w-recargo-pct
                       END-IF
                       IF par-mes-cuatri1 NUMERIC
                           AND par-mes-cuatri1 NOT = ZERO
                           MOVE par-mes-cuatri1 TO w-mes-cuatri1
                       END-IF
                       IF par-mes-cuatri2 NUMERIC
                           AND par-mes-cuatri2 NOT = ZERO
                           MOVE par-mes-cuatri2 TO w-mes-cuatri2
                       END-IF
               END-READ
               CLOSE PARAM-ARANCEL
           END-IF.
      * el dia de vencimiento no pasa del 28 para que toda cuota
      * tenga una fecha valida
           IF w-dia-vto > 28
               MOVE 28 TO w-dia-vto
           END-IF.

      * dias de atraso entre w-atr-desde (vencimiento) y w-atr-hasta
      * (pago o fecha de corte) en dias comerciales, y los meses o
      * fraccion sobre los que corre el recargo
       962-CALCULAR-ATRASO.
           COMPUTE w-atr-dias =
               (w-atr-hasta-anio - w-atr-desde-anio) * 360
               + (w-atr-hasta-mes - w-atr-desde-mes) * 30
               + w-atr-hasta-dia - w-atr-desde-dia.
           IF w-atr-dias > ZERO
               COMPUTE w-atr-meses = (w-atr-dias + 29) / 30
           ELSE
               MOVE ZERO TO w-atr-meses
           END-IF.
