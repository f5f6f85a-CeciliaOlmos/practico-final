       978-PRIMER-ALUMNO.
           MOVE 0 TO w-flag-alu.
           MOVE ZERO TO al-legajo.
           START ALUMNOS KEY IS NOT LESS THAN al-legajo
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           IF ws-estado-alu NOT = "00"
               MOVE 1 TO w-flag-alu
           END-IF.
           IF NOT fin-alumnos
               PERFORM 979-SIGUIENTE-ALUMNO
           END-IF.

       979-SIGUIENTE-ALUMNO.
           READ ALUMNOS NEXT RECORD
               AT END MOVE 1 TO w-flag-alu
           END-READ.
           IF ws-estado-alu NOT = "00"
               MOVE 1 TO w-flag-alu
           END-IF.
