           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impEstados.dat".
           COPY "COPY-ALUMNOS-SEL.cpy".
           COPY "COPY-PARAMBATCH-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
           COPY "COPY-PARAMBATCH-FD.cpy".
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
           COPY "COPY-ALUMNOS-WS.cpy".
       01  w-cant-alu pic 9(5) value zero.
       01  ka pic 9(5).
       77  w-alumno-hallado pic x value "N".
       01  w-legajo-alu pic 9(5) value zero.
       01  w-nombre-alu pic x(20) value spaces.
           COPY "COPY-PARAMBATCH-WS.cpy".
       01  w-filtro-dni pic 9(8) value zero.
       01  w-filtro-materia pic x(2) value spaces.
       01  w-filtro-cuatri pic 99 value zero.
            STOP RUN.
        100-INICIO-LECTURA.
           PERFORM 950-CARGAR-PARAM-BATCH.
           PERFORM 115-CARGAR-ALUMNOS.
           PERFORM 110-PEDIR-FILTROS.
           PERFORM 130-ABRIR-ARCHIVOS.
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
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO-LISTADO.

           COPY "COPY-PARAMBATCH-PROC.cpy".
           COPY "COPY-ALUMNOS-PROC.cpy".
       END PROGRAM YOUR-PROGRAM-NAME.
