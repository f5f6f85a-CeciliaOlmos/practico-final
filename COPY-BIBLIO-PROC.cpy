       964-VERIFICAR-BIBLIOTECA.
           MOVE "N" TO w-bib-bloqueo.
           MOVE ZERO TO w-bib-cant-abiertas.
           MOVE SPACES TO w-bib-item.
           MOVE ZERO TO w-bib-vencimiento.
           MOVE ZERO TO w-flag-bib.
           OPEN INPUT DEUDAS-BIBLIO.
           IF ws-estado-bib = "00"
               PERFORM 966-LEER-DEUDA-BIBLIO
               PERFORM UNTIL fin-deudas-bib
                   IF bib-dni = w-bib-dni AND bib-abierta
                       IF w-bib-cant-abiertas = ZERO
                           MOVE bib-item TO w-bib-item
                           MOVE bib-vencimiento TO w-bib-vencimiento
                       END-IF
                       IF w-bib-cant-abiertas < 99
                           ADD 1 TO w-bib-cant-abiertas
                       END-IF
                       MOVE "S" TO w-bib-bloqueo
                   END-IF
                   PERFORM 966-LEER-DEUDA-BIBLIO
               END-PERFORM
               CLOSE DEUDAS-BIBLIO
           ELSE
               IF ws-estado-bib NOT = "35"
      * sin poder leer las deudas no se da el libre deuda
                   MOVE "deudasBiblioteca.txt" TO w-err-archivo
                   MOVE "OPEN" TO w-err-operacion
                   MOVE ws-estado-bib TO w-err-estado
                   MOVE w-bib-dni TO w-err-llave
                   PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                   DISPLAY "No se pudo abrir deudasBiblioteca.txt, "
                           "estado " ws-estado-bib
                   MOVE "S" TO w-bib-bloqueo
               END-IF
           END-IF.

       966-LEER-DEUDA-BIBLIO.
           READ DEUDAS-BIBLIO AT END MOVE 1 TO w-flag-bib.
