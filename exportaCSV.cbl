                       WITH DUPLICATES.
           SELECT CSV-OUT ASSIGN TO "..\estadosExport.csv"
           ORGANIZATION is line SEQUENTIAL.
           COPY "COPY-ALUMNOS-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
       01  csv-linea pic x(120).
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-est pic 9 value 0.
           88 fin-archivo value 1.
       01  w-cont-export pic 9(6) value zero.
           COPY "COPY-ALUMNOS-WS.cpy".
       01  w-cant-alu pic 9(5) value zero.
       01  ka pic 9(5).
       77  w-alumno-hallado pic x value "N".
               05 ta-nombre pic x(30).
       01  w-legajo-alu pic 9(5) value zero.
       01  w-nombre-alu pic x(30) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
            STOP RUN.

       100-INICIO.
           PERFORM 115-CARGAR-ALUMNOS.
           OPEN INPUT ESTADOS.
           OPEN OUTPUT CSV-OUT.
       115-CARGAR-ALUMNOS.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu = "00"
               PERFORM 978-PRIMER-ALUMNO
               PERFORM UNTIL fin-alumnos
                   IF w-cant-alu < 2500
                       ADD 1 TO w-cant-alu
                       MOVE al-dni TO ta-dni(w-cant-alu)
                       MOVE al-legajo TO ta-legajo(w-cant-alu)
                       MOVE al-nombre TO ta-nombre(w-cant-alu)
                   END-IF
                   PERFORM 979-SIGUIENTE-ALUMNO
               END-PERFORM
               CLOSE ALUMNOS
           END-IF.
           CLOSE ESTADOS.
           CLOSE CSV-OUT.

           COPY "COPY-ALUMNOS-PROC.cpy".
       END PROGRAM YOUR-PROGRAM-NAME.
