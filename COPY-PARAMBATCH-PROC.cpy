       950-CARGAR-PARAM-BATCH.
           MOVE FUNCTION CURRENT-DATE(1:4) TO w-anio-cierre.
           OPEN INPUT PARAM-BATCH.
           IF ws-estado-pbat = "00"
               READ PARAM-BATCH
                   AT END MOVE "N" TO w-modo-desatendido
                   NOT AT END
                       MOVE "S" TO w-modo-desatendido
                       IF pb-cierre-anual = "S"
                           MOVE "S" TO w-cierre-anual
                           IF pb-anio-cierre IS NUMERIC
                               AND pb-anio-cierre NOT = ZERO
                               MOVE pb-anio-cierre TO w-anio-cierre
                           END-IF
                       END-IF
               END-READ
               CLOSE PARAM-BATCH
           END-IF.
