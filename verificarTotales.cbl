       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-TOTALES-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-TOTALES-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-tot pic xx.
       77  w-flag-tot pic 9 value 0.
           88 fin-totales value 1.
       01  w-tex-ya-cargados pic 9(6) value zero.
       01  w-tex-rechazados pic 9(6) value zero.
       01  w-sort-liberados pic 9(6) value zero.
       01  w-aus-agregados pic 9(6) value zero.
       01  w-pf-movleidos pic 9(6) value zero.
       01  w-pf-alumnos pic 9(6) value zero.
       01  w-pf-creados pic 9(6) value zero.
       01  w-cont-errores pic 99 value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "verificarTotales" TO w-err-programa.
           PERFORM 100-CARGAR-TOTALES.
           PERFORM 200-EXTRAER-VALORES.
           PERFORM 300-CONCILIAR.
       100-CARGAR-TOTALES.
           OPEN INPUT CONTROL-TOTALES.
           IF ws-estado-tot NOT = "00"
               MOVE "controlTotales.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-tot TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No existe controlTotales.txt: la cadena no "
                       "registro sus contadores"
               MOVE 1 TO RETURN-CODE
           MOVE "LIBERADOS" TO w-concepto-buscado.
           PERFORM 120-BUSCAR-CONCEPTO.
           MOVE w-valor-hallado TO w-sort-liberados.
           MOVE "AUSENTES" TO w-paso-buscado.
           MOVE "AGREGADOS" TO w-concepto-buscado.
           PERFORM 120-BUSCAR-CONCEPTO.
           MOVE w-valor-hallado TO w-aus-agregados.
           MOVE "PRACTICOFIN" TO w-paso-buscado.
           MOVE "MOVLEIDOS" TO w-concepto-buscado.
           PERFORM 120-BUSCAR-CONCEPTO.
                       "RECHAZADOS (" w-suma-control
                       ") NO COINCIDE CON LEIDOS (" w-tex-leidos ")"
           END-IF.
      * la conciliacion de ausentes suma movimientos al lote del
      * sort antes de practicoFinal
           COMPUTE w-suma-control = w-sort-liberados + w-aus-agregados.
           IF w-suma-control NOT = w-pf-movleidos
               ADD 1 TO w-cont-errores
               DISPLAY "ERROR: SORT LIBERO " w-sort-liberados
                       " MOVIMIENTOS, LA CONCILIACION AGREGO "
                       w-aus-agregados " AUSENTES Y PRACTICOFINAL "
                       "LEYO " w-pf-movleidos
           END-IF.
           COMPUTE w-suma-control = w-pf-creados + w-pf-actualizados
               + w-pf-correlrech + w-pf-excepciones.
                       "revisar las diferencias"
               MOVE 1 TO RETURN-CODE
           END-IF.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM VERIFICAR-TOTALES.
