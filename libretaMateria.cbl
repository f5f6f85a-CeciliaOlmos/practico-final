           SELECT MOVBATCH ASSIGN TO "..\movimientos.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-estado-mov.
           COPY "COPY-ALUMNOS-SEL.cpy".
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT INSCRIPCIONES-ARCH ASSIGN TO "..\inscripciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ins.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impLibreta.dat".
       DATA DIVISION.
       FILE SECTION.
       FD  MOVBATCH.
           03 ins-comision pic x.
           03 ins-estado pic x.
       FD  ASIGNACIONES.
           COPY "COPY-ASIGDOC.cpy".
       FD  DOCENTES-ARCH.
       01  doc-reg.
           03 doc-legajo pic 9(5).
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-mov pic xx.
       77  w-flag-mov pic 9 value 0.
           88 fin-movimientos value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       01  w-materia-pedida pic x(2) value spaces.
           03 filler pic x(43) value spaces.
           03 filler pic x(25) value "Firma del docente".
           03 filler pic x(12) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
            STOP RUN.

       100-INICIO.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 150-CARGAR-ALUMNOS.
           DISPLAY "Ingrese la materia a listar".
           CLOSE MATERIAS.

       120-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       130-VALIDAR-MATERIA.
           MOVE "N" TO w-materia-valida.

       150-CARGAR-ALUMNOS.
           OPEN INPUT ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF w-cant-alu < 2500
                   ADD 1 TO w-cant-alu
                   MOVE al-legajo TO ta-legajo(w-cant-alu)
                   MOVE al-dni TO ta-dni(w-cant-alu)
                   MOVE al-nombre TO ta-nombre(w-cant-alu)
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.

           END-IF.
           CLOSE LISTADO.

           COPY "COPY-ALUMNOS-PROC.cpy".
       END PROGRAM LIBRETA-MATERIA.
