       970-CARGAR-ASISTENCIA.
           MOVE "N" TO w-asi-desborde.
           OPEN INPUT ASISTENCIA-ACUM.
           IF ws-estado-asi = "00"
               PERFORM 972-LEER-ASISTENCIA
               PERFORM UNTIL fin-asistencia
                   PERFORM 973-ACUMULAR-ASISTENCIA
                   PERFORM 972-LEER-ASISTENCIA
               END-PERFORM
               CLOSE ASISTENCIA-ACUM
           END-IF.
           OPEN INPUT PARAM-ASIS.
           IF ws-estado-pas = "00"
               PERFORM 975-LEER-PARAM-ASIS
               PERFORM UNTIL fin-param-asis
                   IF w-cant-pas < 20
                       ADD 1 TO w-cant-pas
                       MOVE pas-plan TO tpa-plan(w-cant-pas)
                       MOVE pas-minimo TO tpa-minimo(w-cant-pas)
                   END-IF
                   PERFORM 975-LEER-PARAM-ASIS
               END-PERFORM
               CLOSE PARAM-ASIS
           END-IF.

       972-LEER-ASISTENCIA.
           READ ASISTENCIA-ACUM AT END MOVE 1 TO w-flag-asi.

       973-ACUMULAR-ASISTENCIA.
           MOVE ZERO TO w-asi-idx.
           PERFORM VARYING k-asi FROM 1 BY 1
               UNTIL k-asi > w-cant-asi OR w-asi-idx NOT = ZERO
               IF tas-dni(k-asi) = ast-dni
                   AND tas-materia(k-asi) = ast-materia
                   AND tas-comision(k-asi) = ast-comision
                   MOVE k-asi TO w-asi-idx
               END-IF
           END-PERFORM.
           IF w-asi-idx = ZERO
               IF w-cant-asi >= 3000
                   MOVE "S" TO w-asi-desborde
               ELSE
                   ADD 1 TO w-cant-asi
                   MOVE w-cant-asi TO w-asi-idx
                   MOVE ast-dni TO tas-dni(w-asi-idx)
                   MOVE ast-materia TO tas-materia(w-asi-idx)
                   MOVE ast-comision TO tas-comision(w-asi-idx)
                   MOVE ZERO TO tas-clases(w-asi-idx)
                   MOVE ZERO TO tas-presentes(w-asi-idx)
               END-IF
           END-IF.
           IF w-asi-idx NOT = ZERO
               ADD 1 TO tas-clases(w-asi-idx)
               IF ast-presente-si
                   ADD 1 TO tas-presentes(w-asi-idx)
               END-IF
           END-IF.

       975-LEER-PARAM-ASIS.
           READ PARAM-ASIS AT END MOVE 1 TO w-flag-pas.

      * porcentaje del alumno w-asi-dni en w-asi-materia sumando sus
      * comisiones, contra el minimo del plan w-asi-plan
       977-CALCULAR-ASISTENCIA.
           MOVE ZERO TO w-asi-clases.
           MOVE ZERO TO w-asi-presentes.
           MOVE ZERO TO w-asi-porcentaje.
           MOVE "N" TO w-asi-insuficiente.
           MOVE 75 TO w-asi-minimo.
           PERFORM VARYING k-pas FROM 1 BY 1 UNTIL k-pas > w-cant-pas
               IF tpa-plan(k-pas) = w-asi-plan
                   MOVE tpa-minimo(k-pas) TO w-asi-minimo
               END-IF
           END-PERFORM.
           PERFORM VARYING k-asi FROM 1 BY 1 UNTIL k-asi > w-cant-asi
               IF tas-dni(k-asi) = w-asi-dni
                   AND tas-materia(k-asi) = w-asi-materia
                   ADD tas-clases(k-asi) TO w-asi-clases
                   ADD tas-presentes(k-asi) TO w-asi-presentes
               END-IF
           END-PERFORM.
           IF w-asi-clases NOT = ZERO
               COMPUTE w-asi-porcentaje =
                   w-asi-presentes * 100 / w-asi-clases
               IF w-asi-porcentaje < w-asi-minimo
                   MOVE "S" TO w-asi-insuficiente
               END-IF
           END-IF.
