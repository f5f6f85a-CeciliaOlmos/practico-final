       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT LEGAJO-DOC ASSIGN TO "..\legajoDocumental.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-doc.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impDocPendientes.dat".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-doc pic xx.
       77  w-flag-doc pic 9 value 0.
           88 fin-documental value 1.
           03 d-cohorte    pic 9(4).
           03 filler       pic x(8)  value "  FALTA:".
           03 d-faltantes  pic x(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF alumno-activo
                   AND (w-cohorte-pedida = ZERO
                       OR al-cohorte = w-cohorte-pedida)
                   PERFORM 300-EVALUAR-ALUMNO
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 130-CARGAR-DOCUMENTAL.
           DISPLAY "Ingrese la cohorte (0 = todas)".
           ACCEPT w-cohorte-pedida.
       140-LEER-DOCUMENTAL.
           READ LEGAJO-DOC AT END MOVE 1 TO w-flag-doc.

       300-EVALUAR-ALUMNO.
           ADD 1 TO w-cont-alumnos.
           MOVE SPACES TO w-faltantes.
           CLOSE ALUMNOS.
           CLOSE LISTADO.

           COPY "COPY-ALUMNOS-PROC.cpy".
       END PROGRAM DOC-PENDIENTES.
