       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fin-llave
                   FILE STATUS IS ws-estado-fin.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT CORRELATIVAS ASSIGN TO "..\correlativas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-correl.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impCuellos.dat".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  CORRELATIVAS.
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-fin pic xx.
       77  ws-estado-correl pic xx.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-flag-correl pic 9 value 0.
               05 cor-mat-tab pic x(2).
               05 cor-req-tab pic x(2).
               05 cor-plan-tab pic x(2).
               05 cor-tipo-tab pic x.
       77  w-materia-aprobada pic x value "N".
           88 materia-aprobada value "S".
       01  w-idx-req pic 99 value zero.
           03 filler       pic x(12) value "  ALUMNOS:  ".
           03 dc-cant      pic zzzz9.
           03 filler       pic x(36) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF alumno-activo
                   PERFORM 300-EVALUAR-ALUMNO
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           PERFORM 600-LISTAR-RANKING.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 130-CARGAR-CORRELATIVAS.
           OPEN INPUT ALUMNOS.
           CLOSE MATERIAS.

       120-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       130-CARGAR-CORRELATIVAS.
           OPEN INPUT CORRELATIVAS.
                   MOVE cor-materia TO cor-mat-tab(w-cant-correl)
                   MOVE cor-requisito TO cor-req-tab(w-cant-correl)
                   MOVE cor-plan TO cor-plan-tab(w-cant-correl)
                   IF cor-tipo = SPACE
                       MOVE "C" TO cor-tipo-tab(w-cant-correl)
                   ELSE
                       MOVE cor-tipo TO cor-tipo-tab(w-cant-correl)
                   END-IF
                   PERFORM 135-LEER-CORRELATIVAS
               END-PERFORM
               CLOSE CORRELATIVAS
       135-LEER-CORRELATIVAS.
           READ CORRELATIVAS AT END MOVE 1 TO w-flag-correl.

      * un alumno esta bloqueado por un requisito cuando hay una
      * materia dependiente en la que cumpliria todo lo demas:
      * todas las otras correlativas aprobadas, solo falta esa
           END-IF.
           CLOSE LISTADO.

           COPY "COPY-ALUMNOS-PROC.cpy".
       END PROGRAM CUELLOS-CORRELATIVAS.
