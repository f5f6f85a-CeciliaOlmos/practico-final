           FILE STATUS IS ws-estado-rec.
           SELECT RESUBMISION ASSIGN TO "..\estadosResubmision.txt"
           ORGANIZATION LINE SEQUENTIAL.
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-AUDIT-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  RECHAZOS.
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
           COPY "COPY-AUDIT-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-rec pic xx.
       77  w-flag-rec pic 9 value 0.
           88 fin-rechazos value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic x value "N".
           88 materias-abierto value "S".
       01  w-registro-texto pic x(21).
       01  w-reg-trabajo.
           03 wt-dni pic x(8).
           88 registro-valido value "S".
       77  w-materia-encontrada pic x value "N".
           88 materia-encontrada value "S".
       01  w-cont-leidos pic 9(5) value zero.
       01  w-cont-corregidos pic 9(5) value zero.
       01  w-cont-abandonados pic 9(5) value zero.
           COPY "COPY-AUDIT-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "repararRechazos" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-RECHAZO.
           PERFORM UNTIL fin-rechazos
           MOVE FUNCTION CURRENT-DATE(1:8) TO res-fecha.
           MOVE "REPARACION" TO res-origen.
           WRITE res-linea.
           PERFORM 110-ABRIR-MATERIAS.

      * materias queda abierto toda la corrida: cada materia
      * se valida leyendo por codigo (clave alternativa)
       110-ABRIR-MATERIAS.
           OPEN INPUT MATERIAS.
           IF ws-estado-mat = "00"
               MOVE "S" TO w-flag-mat
           ELSE
               MOVE "materias.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-mat TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir materias.dat (estado "
                       ws-estado-mat ")"
           END-IF.

       200-LEER-RECHAZO.
           IF NOT fin-rechazos

       340-VALIDAR-MATERIA.
           MOVE "N" TO w-materia-encontrada.
           MOVE wt-materia TO mat-mat.
           READ MATERIAS KEY IS mat-mat
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-materia-encontrada
           END-READ.
           IF NOT materia-encontrada
               MOVE "N" TO w-registro-valido
               MOVE "MATERIA INEXISTENTE" TO w-razon-rechazo
           MOVE w-cont-corregidos TO res-cantidad.
           WRITE res-linea.
           CLOSE RESUBMISION.
           IF materias-abierto
               CLOSE MATERIAS
           END-IF.
           CLOSE AUDITORIA.

           COPY "COPY-AUDIT-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM REPARAR-RECHAZOS.
