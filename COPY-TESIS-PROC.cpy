       904-PLAN-CON-TESIS.
           MOVE "N" TO w-plan-con-tesis.
           PERFORM VARYING k-ptes FROM 1 BY 1
               UNTIL k-ptes > w-cant-ptes OR plan-con-tesis
               IF tpt-plan(k-ptes) = w-tes-plan
                   MOVE "S" TO w-plan-con-tesis
               END-IF
           END-PERFORM.
           IF plan-con-tesis
               SUBTRACT 1 FROM k-ptes
           END-IF.

       905-CARGAR-PARAM-TESIS.
           MOVE ZERO TO w-cant-ptes.
           MOVE ZERO TO w-flag-ptes.
           OPEN INPUT PARAM-TESIS.
           IF ws-estado-ptes = "00"
               PERFORM 906-LEER-PARAM-TESIS
               PERFORM UNTIL fin-param-tesis
                   IF w-cant-ptes < 20 AND pt-plan NOT = SPACES
                       ADD 1 TO w-cant-ptes
                       MOVE pt-plan TO tpt-plan(w-cant-ptes)
                       MOVE w-tes-dias-propuesta
                           TO tpt-dias-propuesta(w-cant-ptes)
                       MOVE w-tes-dias-desarrollo
                           TO tpt-dias-desarrollo(w-cant-ptes)
                       MOVE w-tes-dias-defensa
                           TO tpt-dias-defensa(w-cant-ptes)
                       IF pt-dias-propuesta NUMERIC
                           AND pt-dias-propuesta NOT = ZERO
                           MOVE pt-dias-propuesta
                               TO tpt-dias-propuesta(w-cant-ptes)
                       END-IF
                       IF pt-dias-desarrollo NUMERIC
                           AND pt-dias-desarrollo NOT = ZERO
                           MOVE pt-dias-desarrollo
                               TO tpt-dias-desarrollo(w-cant-ptes)
                       END-IF
                       IF pt-dias-defensa NUMERIC
                           AND pt-dias-defensa NOT = ZERO
                           MOVE pt-dias-defensa
                               TO tpt-dias-defensa(w-cant-ptes)
                       END-IF
                   END-IF
                   PERFORM 906-LEER-PARAM-TESIS
               END-PERFORM
               CLOSE PARAM-TESIS
           END-IF.

       906-LEER-PARAM-TESIS.
           READ PARAM-TESIS AT END MOVE 1 TO w-flag-ptes.

       907-CARGAR-TESIS.
           MOVE ZERO TO w-cant-tes.
           MOVE ZERO TO w-flag-tes.
           MOVE "N" TO w-tes-desborde.
           OPEN INPUT TESIS.
           IF ws-estado-tes = "00"
               PERFORM 908-LEER-TESIS
               PERFORM UNTIL fin-tesis
                   IF w-cant-tes < 500
                       ADD 1 TO w-cant-tes
                       MOVE tes-reg TO tab-tes(w-cant-tes)
                   ELSE
                       MOVE "S" TO w-tes-desborde
                   END-IF
                   PERFORM 908-LEER-TESIS
               END-PERFORM
               CLOSE TESIS
           END-IF.
           IF tesis-desbordada
               DISPLAY "Tabla de trabajos finales llena (500), "
                       "quedaron trabajos sin cargar"
           END-IF.

       908-LEER-TESIS.
           READ TESIS AT END MOVE 1 TO w-flag-tes.

      * si el alumno tuvo un trabajo dado de baja y presento otro,
      * vale el ultimo que no esta en baja
       909-BUSCAR-TESIS.
           MOVE "N" TO w-tesis-hallada.
           PERFORM VARYING k-tes FROM 1 BY 1 UNTIL k-tes > w-cant-tes
               IF tt-legajo(k-tes) = w-tes-legajo
                   AND tt-plan(k-tes) = w-tes-plan
                   AND tt-etapa(k-tes) NOT = "B"
                   MOVE "S" TO w-tesis-hallada
                   MOVE k-tes TO w-tes-pos
               END-IF
           END-PERFORM.
           IF tesis-hallada
               MOVE w-tes-pos TO k-tes
           END-IF.
