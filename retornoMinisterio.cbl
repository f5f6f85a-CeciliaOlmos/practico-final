           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-env.
           SELECT RECHAZOS-MIN ASSIGN TO "..\rechazosMinisterio.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-rem.
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
      * respuesta del ministerio: una linea por registro enviado,
           03 env-motivo pic x(2).
       FD  RECHAZOS-MIN.
       01  rem-linea pic x(80).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-res pic xx.
       77  ws-estado-env pic xx.
       77  ws-estado-rem pic xx.
       77  w-flag-res pic 9 value 0.
           88 fin-respuestas value 1.
       77  w-flag-env pic 9 value 0.
       01  w-cont-sin-envio pic 9(5) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "retornoMinisterio" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-RESPUESTA.
           PERFORM UNTIL fin-respuestas
               MOVE 1 TO w-flag-res
           END-IF.
           OPEN OUTPUT RECHAZOS-MIN.
           IF ws-estado-rem NOT = "00"
               MOVE "rechazosMinisterio.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-rem TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo crear rechazosMinisterio.txt "
                       "(estado " ws-estado-rem "), corrida cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       130-CARGAR-ENVIOS.
           OPEN INPUT ENVIOS.
           IF ws-estado-env NOT = "00"
               MOVE "enviosMinisterio.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-env TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No existe enviosMinisterio.txt: corra el "
                       "extracto antes de conciliar"
               MOVE 1 TO RETURN-CODE

       700-GRABAR-ENVIOS.
           OPEN OUTPUT ENVIOS.
           IF ws-estado-env NOT = "00"
               MOVE "enviosMinisterio.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-env TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo regrabar enviosMinisterio.txt "
                       "(estado " ws-estado-env "), corrida cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING ke FROM 1 BY 1 UNTIL ke > w-cant-env
               MOVE te-anio(ke) TO env-anio
               MOVE te-cuatri(ke) TO env-cuatri
               CLOSE RESPUESTA
           END-IF.
           CLOSE RECHAZOS-MIN.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM RETORNO-MINISTERIO.
