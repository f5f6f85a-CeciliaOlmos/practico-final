       985-CARGAR-BANDAS-DOC.
           OPEN INPUT HORARIOS-ARCH.
           IF ws-estado-hor = "00"
               PERFORM 986-LEER-HORARIO-DOC
               PERFORM UNTIL fin-horarios
                   IF w-cant-bdo < 300
                       ADD 1 TO w-cant-bdo
                       MOVE hor-materia TO tbd-materia(w-cant-bdo)
                       MOVE hor-comision TO tbd-comision(w-cant-bdo)
                       MOVE hor-dia TO tbd-dia(w-cant-bdo)
                       MOVE hor-desde TO tbd-desde(w-cant-bdo)
                       MOVE hor-hasta TO tbd-hasta(w-cant-bdo)
                       MOVE hor-aula TO tbd-aula(w-cant-bdo)
                   END-IF
                   PERFORM 986-LEER-HORARIO-DOC
               END-PERFORM
               CLOSE HORARIOS-ARCH
           END-IF.
           OPEN INPUT PARAM-DOCENTE.
           IF ws-estado-pdo = "00"
               READ PARAM-DOCENTE
                   AT END CONTINUE
                   NOT AT END
                       IF pdo-max-horas NUMERIC
                           AND pdo-max-horas NOT = ZERO
                           MOVE pdo-max-horas TO w-max-horas-doc
                       END-IF
               END-READ
               CLOSE PARAM-DOCENTE
           END-IF.

       986-LEER-HORARIO-DOC.
           READ HORARIOS-ARCH AT END MOVE 1 TO w-flag-hor.

      * minutos reloj de la banda kb (las horas vienen en HHMM)
       987-MINUTOS-BANDA.
           DIVIDE tbd-desde(kb) BY 100 GIVING w-bdo-hh
               REMAINDER w-bdo-mm.
           COMPUTE w-bdo-desde = w-bdo-hh * 60 + w-bdo-mm.
           DIVIDE tbd-hasta(kb) BY 100 GIVING w-bdo-hh
               REMAINDER w-bdo-mm.
           COMPUTE w-min-banda = w-bdo-hh * 60 + w-bdo-mm - w-bdo-desde.

      * dos bandas chocan si caen el mismo dia y una empieza antes
      * de que la otra termine
       988-CHOCAR-BANDAS.
           MOVE "N" TO w-bandas-chocan.
           IF kb NOT = kb2
               AND tbd-dia(kb) = tbd-dia(kb2)
               AND tbd-desde(kb) < tbd-hasta(kb2)
               AND tbd-hasta(kb) > tbd-desde(kb2)
               MOVE "S" TO w-bandas-chocan
           END-IF.
