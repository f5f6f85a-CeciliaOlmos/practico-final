           SELECT VIGENCIAS ASSIGN TO "..\planesVigencia.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-vig.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fin-llave
                   FILE STATUS IS ws-estado-fin.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT MIGRACION ASSIGN TO "..\migracionPendiente.txt"
           ORGANIZATION is line SEQUENTIAL.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impCaducidad.dat".
           COPY "COPY-PARAMBATCH-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
      * ciclo de vida de cada plan de estudios: vigente desde y
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
      * alumnos de un plan caduco que necesitan su CAMBIO-PLAN: un
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-PARAMBATCH-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-vig pic xx.
       77  ws-estado-est pic xx.
       77  w-flag-vig pic 9 value 0.
           88 fin-vigencias value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-flag-est pic 9 value 0.
           03 filler       pic x(2)  value " %".
           03 d-marca      pic x(14).
           03 filler       pic x(10) value spaces.
           COPY "COPY-PARAMBATCH-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
      * en la cadena del cierre anual solo corre la cuenta regresiva
           IF cierre-anual-desatendido
               MOVE 3 TO w-llave-menu
               PERFORM 300-PROCESO
           ELSE
               PERFORM 200-MENU
               PERFORM UNTIL salir-menu
                   PERFORM 300-PROCESO
                   PERFORM 200-MENU
               END-PERFORM
           END-IF.
           PERFORM 900-GRABAR-VIGENCIAS.
            STOP RUN.

       100-INICIO.
           PERFORM 950-CARGAR-PARAM-BATCH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
      * el cierre de un anio ya terminado se cuenta al 31/12 de ese
      * anio, no a la fecha en que se corre
           IF w-anio-cierre * 10000 + 1231 < w-fecha-hoy
               COMPUTE w-fecha-hoy = w-anio-cierre * 10000 + 1231
           END-IF.
           COMPUTE w-fecha-anio-vista = w-fecha-hoy + 10000.
           PERFORM 110-CARGAR-VIGENCIAS.
           PERFORM 130-CARGAR-MATERIAS.
           CLOSE MATERIAS.

       140-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       200-MENU.
           DISPLAY ".................................... ".
           WRITE lis-reg FROM lin-plan AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 620-LISTAR-ENCABEZADO.
           DISPLAY lin-plan.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF alumno-activo
                   MOVE al-plan TO w-plan-alu
                   IF w-plan-alu = SPACES
                       MOVE "01" TO w-plan-alu
                       PERFORM 650-LISTAR-ALUMNO-PLAN
                   END-IF
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.

       650-LISTAR-ALUMNO-PLAN.
           ADD 1 TO w-cont-alumnos.
           PERFORM 660-CALCULAR-AVANCE.
           END-PERFORM.
           CLOSE VIGENCIAS.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-PARAMBATCH-PROC.cpy".
       END PROGRAM CADUCIDAD-PLANES.
