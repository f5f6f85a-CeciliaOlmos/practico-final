                   FILE STATUS IS ws-estado-nue.
           SELECT INFORME ASSIGN TO "..\informeReorg.txt"
           ORGANIZATION is line SEQUENTIAL.
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
           03 nu-lote pic 9(4).
       FD  INFORME.
       01  inf-linea pic x(80).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-alt pic xx.
       77  ws-estado-unl pic xx.
       01  w-bytes-despues pic 9(9) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "reorgEstados" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-UNLOAD-Y-VERIFICACION.
           PERFORM 500-RELOAD.
       100-INICIO.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat (estado "
                       ws-estado-est ")"
               MOVE 1 TO RETURN-CODE
           OPEN INPUT UNLOAD-SAL.
           OPEN OUTPUT ESTADOS-NUEVO.
           IF ws-estado-nue NOT = "00"
               MOVE "estadosNuevo.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-nue TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo crear estadosNuevo.dat (estado "
                       ws-estado-nue ")"
               MOVE 1 TO RETURN-CODE
                       "mantenimiento"
           END-IF.
           DISPLAY "Detalle en informeReorg.txt".

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM REORG-ESTADOS.
