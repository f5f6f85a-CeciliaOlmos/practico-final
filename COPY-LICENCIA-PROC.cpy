       946-CARGAR-LICENCIAS.
           MOVE ZERO TO w-cant-lic.
           MOVE ZERO TO w-flag-lic.
           MOVE "N" TO w-lic-desborde.
           OPEN INPUT LICENCIAS.
           IF ws-estado-lic = "00"
               PERFORM 947-LEER-LICENCIA
               PERFORM UNTIL fin-licencias
                   IF w-cant-lic < 2000
                       ADD 1 TO w-cant-lic
                       MOVE lic-reg TO tab-lic(w-cant-lic)
                   ELSE
                       MOVE "S" TO w-lic-desborde
                   END-IF
                   PERFORM 947-LEER-LICENCIA
               END-PERFORM
               CLOSE LICENCIAS
           END-IF.

       947-LEER-LICENCIA.
           READ LICENCIAS AT END MOVE 1 TO w-flag-lic.

       948-BUSCAR-LICENCIA.
           MOVE "N" TO w-lic-hallada.
           PERFORM VARYING k-lic FROM w-cant-lic BY -1
               UNTIL k-lic < 1 OR licencia-hallada
               IF tli-legajo(k-lic) = w-lic-legajo
                   AND (tli-estado(k-lic) = "P"
                        OR tli-estado(k-lic) = "V")
                   MOVE "S" TO w-lic-hallada
               END-IF
           END-PERFORM.
           IF licencia-hallada
               ADD 1 TO k-lic
           END-IF.

      * con la tabla desbordada el archivo no se regraba: se perderian
      * las filas que no entraron
       949-GRABAR-LICENCIAS.
           IF licencias-desbordadas
               DISPLAY "Tabla de licencias desbordada (2000), "
                       "licencias.txt NO se regraba"
           ELSE
               OPEN OUTPUT LICENCIAS
               PERFORM VARYING k-lic FROM 1 BY 1
                   UNTIL k-lic > w-cant-lic
                   MOVE tab-lic(k-lic) TO lic-reg
                   WRITE lic-reg
               END-PERFORM
               CLOSE LICENCIAS
           END-IF.
