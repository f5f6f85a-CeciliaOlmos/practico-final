       941-CARGAR-PROGRAMAS.
           MOVE ZERO TO w-cant-pgm.
           MOVE ZERO TO w-flag-pgm.
           OPEN INPUT PROGRAMAS-MAT.
           IF ws-estado-pgm = "00"
               PERFORM 942-LEER-PROGRAMA
               PERFORM UNTIL fin-programas
                   IF w-cant-pgm < 500
                       ADD 1 TO w-cant-pgm
                       MOVE pgm-plan TO tpg-plan(w-cant-pgm)
                       MOVE pgm-materia TO tpg-materia(w-cant-pgm)
                       MOVE pgm-version TO tpg-version(w-cant-pgm)
                       MOVE pgm-resolucion
                           TO tpg-resolucion(w-cant-pgm)
                       MOVE pgm-desde TO tpg-desde(w-cant-pgm)
                       MOVE pgm-hasta TO tpg-hasta(w-cant-pgm)
                   END-IF
                   PERFORM 942-LEER-PROGRAMA
               END-PERFORM
               CLOSE PROGRAMAS-MAT
           ELSE
               IF ws-estado-pgm NOT = "35"
                   MOVE "programasMaterias.txt" TO w-err-archivo
                   MOVE "OPEN" TO w-err-operacion
                   MOVE ws-estado-pgm TO w-err-estado
                   MOVE SPACES TO w-err-llave
                   PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               END-IF
           END-IF.

       942-LEER-PROGRAMA.
           READ PROGRAMAS-MAT AT END MOVE 1 TO w-flag-pgm.

      * si por error hubiera dos versiones vigentes en la fecha se
      * toma la de vigencia mas reciente
       943-BUSCAR-PROGRAMA-VIGENTE.
           MOVE "N" TO w-pgm-hallado.
           MOVE ZERO TO w-pgm-version.
           MOVE SPACES TO w-pgm-resolucion.
           MOVE ZERO TO w-pgm-desde.
           PERFORM VARYING k-pgm FROM 1 BY 1 UNTIL k-pgm > w-cant-pgm
               IF tpg-plan(k-pgm) = w-pgm-plan
                   AND tpg-materia(k-pgm) = w-pgm-materia
                   AND tpg-desde(k-pgm) <= w-pgm-fecha
                   AND (tpg-hasta(k-pgm) = ZERO
                       OR tpg-hasta(k-pgm) >= w-pgm-fecha)
                   AND tpg-desde(k-pgm) >= w-pgm-desde
                   MOVE "S" TO w-pgm-hallado
                   MOVE tpg-version(k-pgm) TO w-pgm-version
                   MOVE tpg-resolucion(k-pgm) TO w-pgm-resolucion
                   MOVE tpg-desde(k-pgm) TO w-pgm-desde
               END-IF
           END-PERFORM.
