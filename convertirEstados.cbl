                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-nuevo.
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS-VIEJO.
           03 esv-anio pic 9(4).
       FD  ESTADOS-NUEVO.
           COPY "COPY-ESTADOS.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-viejo pic xx.
       77  ws-estado-nuevo pic xx.
       77  w-flag-viejo pic 9 value 0.
       01  w-cont-rechazados pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "convertirEstados" TO w-err-programa.
           DISPLAY "CONVERSION DE ESTADOS AL TRAZADO UNIFICADO".
           DISPLAY "Lee estados.dat (trazado viejo, nota en la "
                   "llave) y genera estadosConvertido.dat".
       100-INICIO.
           OPEN INPUT ESTADOS-VIEJO.
           IF ws-estado-viejo NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-viejo TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-viejo
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT ESTADOS-NUEVO.
           IF ws-estado-nuevo NOT = "00"
               MOVE "estadosConvertido.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-nuevo TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo crear estadosConvertido.dat, "
                       "estado " ws-estado-nuevo
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE ESTADOS-VIEJO.
           CLOSE ESTADOS-NUEVO.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM CONVERTIR-ESTADOS.
