       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impCenso.dat".
           COPY "COPY-SEDES-SEL.cpy".
           COPY "COPY-PARAMBATCH-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           03 eg-nombre pic x(30).
           03 eg-cohorte pic 9(4).
           03 eg-anio-egreso pic 9(4).
           03 eg-plan pic x(2).
      * foto del censo: una cifra congelada por fecha, concepto y
      * clave; una vez escrita no se recalcula nunca mas
       FD  CENSOS.
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-SEDES-FD.cpy".
           COPY "COPY-PARAMBATCH-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-egr pic xx.
       77  ws-estado-cen pic xx.
       01  ka pic 9(3).
       01  ka2 pic 9(3).
       01  tabla-acum.
           03 tab-acu OCCURS 999 TIMES.
               05 ac-tipo pic x(8).
               05 ac-clave pic x(4).
               05 ac-valor pic 9(6).
       01  w-tipo-acum pic x(8) value spaces.
       01  w-clave-acum pic x(4) value spaces.
      * sede efectiva de cada alumno, para abrir por sede a los
      * cursantes y a los egresados
       01  w-cant-asd pic 9(5) value zero.
       01  kd pic 9(5).
       01  tabla-alu-sede.
           03 tab-asd OCCURS 5000 TIMES.
               05 tas-dni pic 9(8).
               05 tas-legajo pic 9(5).
               05 tas-sede pic x(2).
       01  w-dni-sede pic 9(8) value zero.
       01  w-legajo-sede pic 9(5) value zero.
      * fotos anteriores ya grabadas, para el comparativo
       01  w-cant-cen pic 9(4) value zero.
       01  kc pic 9(4).
           03 filler       pic x(8)  value "  DELTA:".
           03 d-delta      pic +(5)9.
           03 filler       pic x(16) value spaces.
           COPY "COPY-SEDES-WS.cpy".
           COPY "COPY-PARAMBATCH-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
            STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
      * los cursantes son los del anio que se cierra
           PERFORM 950-CARGAR-PARAM-BATCH.
           MOVE w-anio-cierre TO w-anio-actual.
           PERFORM 110-CARGAR-CENSOS.
           PERFORM 931-CARGAR-SEDES.
           OPEN INPUT ALUMNOS.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.
           READ CENSOS AT END MOVE 1 TO w-flag-cen.

       200-CONTAR-ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               PERFORM 210-REGISTRAR-SEDE
               IF alumno-activo
                   MOVE "ACTPLAN" TO w-tipo-acum
                   MOVE al-plan TO w-clave-acum
                   PERFORM 250-ACUMULAR
                   MOVE "ACTCOHOR" TO w-tipo-acum
                   MOVE al-cohorte TO w-clave-acum
                   PERFORM 250-ACUMULAR
                   MOVE "ACTSEDE" TO w-tipo-acum
                   MOVE w-sede-codigo TO w-clave-acum
                   PERFORM 250-ACUMULAR
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.

       210-REGISTRAR-SEDE.
           MOVE al-sede TO w-sede-codigo.
           PERFORM 934-NORMALIZAR-SEDE.
           IF w-cant-asd < 5000
               ADD 1 TO w-cant-asd
               MOVE al-dni TO tas-dni(w-cant-asd)
               MOVE al-legajo TO tas-legajo(w-cant-asd)
               MOVE w-sede-codigo TO tas-sede(w-cant-asd)
           END-IF.

      * sede del alumno w-dni-sede o w-legajo-sede (el que no se
      * use va en cero); un alumno que no se encuentra queda en la
      * sede principal
       220-BUSCAR-SEDE-ALUMNO.
           MOVE w-sede-principal TO w-sede-codigo.
           PERFORM VARYING kd FROM 1 BY 1 UNTIL kd > w-cant-asd
               IF (w-dni-sede NOT = ZERO
                   AND tas-dni(kd) = w-dni-sede)
                   OR (w-legajo-sede NOT = ZERO
                   AND tas-legajo(kd) = w-legajo-sede)
                   MOVE tas-sede(kd) TO w-sede-codigo
                   MOVE w-cant-asd TO kd
               END-IF
           END-PERFORM.

       250-ACUMULAR.
           MOVE ZERO TO ka2.
           PERFORM VARYING ka FROM 1 BY 1
               END-IF
           END-PERFORM.
           IF ka2 = ZERO
               IF w-cant-acu < 999
                   ADD 1 TO w-cant-acu
                   MOVE w-cant-acu TO ka2
                   MOVE w-tipo-acum TO ac-tipo(ka2)
                           MOVE "CURSMAT" TO w-tipo-acum
                           MOVE es-materia TO w-clave-acum
                           PERFORM 250-ACUMULAR
                           MOVE es-dni TO w-dni-sede
                           MOVE ZERO TO w-legajo-sede
                           PERFORM 220-BUSCAR-SEDE-ALUMNO
                           MOVE "CURSSEDE" TO w-tipo-acum
                           MOVE w-sede-codigo TO w-clave-acum(1:2)
                           MOVE es-materia TO w-clave-acum(3:2)
                           PERFORM 250-ACUMULAR
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 410-LEER-EGRESADO
               PERFORM UNTIL fin-egresados
                   ADD 1 TO w-cont-egres
                   MOVE ZERO TO w-dni-sede
                   MOVE eg-legajo TO w-legajo-sede
                   PERFORM 220-BUSCAR-SEDE-ALUMNO
                   MOVE "EGRSEDE" TO w-tipo-acum
                   MOVE w-sede-codigo TO w-clave-acum
                   PERFORM 250-ACUMULAR
                   PERFORM 410-LEER-EGRESADO
               END-PERFORM
               CLOSE EGRESADOS-SAL
           DISPLAY "Comparativo en impCenso.dat".
           CLOSE LISTADO.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-SEDES-PROC.cpy".
           COPY "COPY-PARAMBATCH-PROC.cpy".
       END PROGRAM CENSO.
