       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           COPY "COPY-REGVIG-SEL.cpy".
           SELECT RECHAZOS ASSIGN TO "..\reconciliacionRechazos.txt"
           ORGANIZATION is line SEQUENTIAL.
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
           COPY "COPY-REGVIG-FD.cpy".
       FD  RECHAZOS.
       01  rec-rechazo pic x(80).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-est pic xx.
       77  w-flag-est pic 9 value 0.
           88 fin-estados value 1.
           COPY "COPY-REGVIG-WS.cpy".
       01  w-cant-alu pic 9(5) value zero.
       01  k pic 9(5).
       77  w-dni-hallado pic x value "N".
       01  w-cont-alu-sin-estados pic 9(6) value zero.
       01  w-razon-rechazo pic x(40) value spaces.
       01  w-dni-rechazo pic 9(8) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "reconciliarEstados" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-RECORRER-ESTADOS.
           PERFORM 300-RECORRER-REGULARIDAD.
            STOP RUN.

       100-INICIO.
           OPEN OUTPUT RECHAZOS.
           PERFORM 150-CARGAR-ALUMNOS.

       150-CARGAR-ALUMNOS.
           OPEN INPUT ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF w-cant-alu < 2500
                   ADD 1 TO w-cant-alu
                   MOVE al-dni TO ta-dni(w-cant-alu)
                   MOVE al-legajo TO ta-legajo(w-cant-alu)
                   MOVE "N" TO ta-tiene-estados(w-cant-alu)
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.

       200-RECORRER-ESTADOS.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-est
               MOVE 1 TO w-flag-est
           DISPLAY "Detalle grabado en reconciliacionRechazos.txt".
           CLOSE RECHAZOS.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM RECONCILIAR-ESTADOS.
