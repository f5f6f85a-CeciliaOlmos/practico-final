       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           SELECT MAPEO ASSIGN TO "..\mapeoPlanes.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-map.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT CONTROL-SEC ASSIGN TO "..\secuenciaEstados.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-sec.
           SELECT REPORTE ASSIGN TO "..\cambioPlanReporte.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-rep.
           COPY "COPY-AUDIT-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           03 sec-proximo pic 9(6).
       FD  REPORTE.
       01  rep-linea pic x(80).
           COPY "COPY-AUDIT-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-map pic xx.
       77  ws-estado-sec pic xx.
       77  ws-estado-rep pic xx.
       77  w-flag-map pic 9 value 0.
           88 fin-mapeo value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-flag-est pic 9 value 0.
           88 alumno-hallado value "S".
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       01  w-nota-aprobada pic 99 value 4.
       01  w-cant-map pic 99 value zero.
       01  k pic 99.
       01  w-cont-mapeadas pic 9(3) value zero.
       01  w-cont-conservadas pic 9(3) value zero.
       01  w-cont-sin-mapa pic 9(3) value zero.
           COPY "COPY-AUDIT-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "cambioPlan" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-BUSCAR-ALUMNO.
           IF NOT alumno-hallado
            STOP RUN.

       100-INICIO.
           PERFORM 110-CARGAR-MAPEO.
           PERFORM 120-CARGAR-MATERIAS.
           OPEN I-O ALUMNOS.
           OPEN I-O ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-est
               DISPLAY "Las materias aprobadas no se van a mapear"
           CLOSE MATERIAS.

       130-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       140-CARGAR-SECUENCIA.
           OPEN INPUT CONTROL-SEC.

       200-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
           END-READ.

       210-VALIDAR-PLAN-NUEVO.
           MOVE "N" TO w-plan-existe.
               END-IF
           END-PERFORM.

       300-RELEVAR-APROBADAS.
           MOVE ZERO TO w-cant-aprob.
           IF ws-estado-est NOT = "00"
           CLOSE AUDITORIA.

           COPY "COPY-AUDIT-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM CAMBIO-PLAN.
