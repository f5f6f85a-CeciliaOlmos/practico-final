       931-CARGAR-SEDES.
           MOVE ZERO TO w-cant-sede.
           MOVE ZERO TO w-flag-sede.
           MOVE "01" TO w-sede-principal.
           OPEN INPUT SEDES.
           IF ws-estado-sede = "00"
               PERFORM 932-LEER-SEDE
               PERFORM UNTIL fin-sedes
                   IF w-cant-sede < 20 AND sed-codigo NOT = SPACES
                       ADD 1 TO w-cant-sede
                       MOVE sed-codigo TO tse-codigo(w-cant-sede)
                       MOVE sed-nombre TO tse-nombre(w-cant-sede)
                       MOVE sed-establecimiento
                           TO tse-establecimiento(w-cant-sede)
                   END-IF
                   PERFORM 932-LEER-SEDE
               END-PERFORM
               CLOSE SEDES
           END-IF.
           IF w-cant-sede > 0
               MOVE tse-codigo(1) TO w-sede-principal
           END-IF.

       932-LEER-SEDE.
           READ SEDES AT END MOVE 1 TO w-flag-sede.

       933-BUSCAR-SEDE.
           MOVE "N" TO w-sede-hallada.
           PERFORM VARYING k-sede FROM 1 BY 1
               UNTIL k-sede > w-cant-sede OR sede-hallada
               IF tse-codigo(k-sede) = w-sede-codigo
                   MOVE "S" TO w-sede-hallada
               END-IF
           END-PERFORM.
           IF sede-hallada
               SUBTRACT 1 FROM k-sede
           END-IF.

      * sede en blanco o que ya no esta en el archivo: se toma la
      * sede principal
       934-NORMALIZAR-SEDE.
           IF w-sede-codigo = SPACES
               MOVE w-sede-principal TO w-sede-codigo
           END-IF.
           PERFORM 933-BUSCAR-SEDE.
           IF NOT sede-hallada
               MOVE w-sede-principal TO w-sede-codigo
               PERFORM 933-BUSCAR-SEDE
           END-IF.

      * los listados por sede necesitan al menos una fila: sin
      * sedes.txt todo queda en la sede principal
       939-ASEGURAR-SEDE-PRINCIPAL.
           IF w-cant-sede = ZERO
               MOVE 1 TO w-cant-sede
               MOVE w-sede-principal TO tse-codigo(1)
               MOVE "SEDE PRINCIPAL" TO tse-nombre(1)
               MOVE SPACES TO tse-establecimiento(1)
           END-IF.
