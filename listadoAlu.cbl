       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".


       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       01  w-cont-listados pic 9(5) value zero.

      ******************************************************************

       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               PERFORM 300-MOSTRAR-SI-CORRESPONDE
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           PERFORM 800-FIN.

      ******************************************************************
      ******************************************************************
       100-INICIO.
           OPEN INPUT ALUMNOS.
           DISPLAY "LISTADO DE ALUMNOS".

       300-MOSTRAR-SI-CORRESPONDE.
           IF al-legajo NOT = ZERO
               DISPLAY "LEGAJO: " al-legajo " DNI: " al-dni
           DISPLAY "Total de alumnos listados: " w-cont-listados.
           CLOSE ALUMNOS.

           COPY "COPY-ALUMNOS-PROC.cpy".

       END PROGRAM YOUR-PROGRAM-NAME.
