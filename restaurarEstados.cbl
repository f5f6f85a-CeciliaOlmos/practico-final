                   ALTERNATE RECORD KEY IS g3-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-gen.
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
           03 g3-nota pic 99.
           03 g3-anio pic 9(4).
           03 g3-lote pic 9(4).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-gen pic xx.
       77  w-flag-gen pic 9 value 0.
       01  w-cont-restaurados pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "restaurarEstados" TO w-err-programa.
           DISPLAY "RESTAURACION DE ESTADOS DESDE GENERACIONES".
           DISPLAY "Generacion a restaurar (1 = ultima, 2, 3)".
           ACCEPT w-generacion.
               WHEN 3 OPEN INPUT GEN3
           END-EVALUATE.
           IF ws-estado-gen NOT = "00"
               MOVE "estados.gen" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-gen TO w-err-estado
               MOVE w-generacion TO w-err-llave
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir la generacion "
                       w-generacion " (estado " ws-estado-gen ")"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo recrear estados.dat, estado "
                       ws-estado-est
               MOVE 1 TO RETURN-CODE
           DISPLAY "estados.dat reconstruido desde la generacion "
                   w-generacion.
           DISPLAY "................................................".

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM RESTAURAR-ESTADOS.
