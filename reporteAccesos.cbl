      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ACCESOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ACCESOS-SEL.cpy".
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impAccesos.dat".
           SELECT SORT-ACC ASSIGN TO "sortacc".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-ACCESOS-FD.cpy".
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       SD  SORT-ACC.
       01  sac-reg.
           03 sac-dni pic 9(8).
           03 sac-fecha pic x(8).
           03 sac-hora pic x(6).
           03 sac-legajo pic 9(5).
           03 sac-operador pic x(10).
           03 sac-programa pic x(22).
           03 sac-consulta pic x(10).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
           COPY "COPY-ACCESOS-WS.cpy".
       77  w-flag-acc pic 9 value 0.
           88 fin-accesos value 1.
       77  w-flag-sort pic 9 value 0.
       77  w-opcion pic 9 value zero.
           88 por-alumno value 1.
           88 por-operador value 2.
       01  w-fecha-desde pic 9(8) value zero.
       01  w-fecha-hasta pic 9(8) value 99999999.
       01  w-fecha-reg pic 9(8) value zero.
       01  w-filtro-legajo pic 9(5) value zero.
       01  w-filtro-dni pic 9(8) value zero.
       01  w-cont-leidos pic 9(7) value zero.
       01  w-cont-periodo pic 9(7) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  w-dni-ant pic 9(8) value zero.
       01  w-cont-alumno pic 9(6) value zero.
       01  w-cont-alumnos pic 9(6) value zero.
       01  w-linea-sub pic x(80).
      * volumen por operador: se marca el que supera el promedio de
      * consultas por operador multiplicado por el factor pedido
       01  w-factor pic 9(2) value zero.
       01  w-promedio pic 9(7)v99 value zero.
       01  w-umbral pic 9(7)v99 value zero.
       01  w-cont-inusuales pic 9(3) value zero.
       01  k pic 999.
       01  kj pic 999.
       77  w-oper-hallado pic x value "N".
           88 oper-hallado value "S".
       01  w-cant-oper pic 999 value zero.
       01  w-cont-sin-oper pic 9(7) value zero.
       01  tabla-operadores.
           03 tab-oper OCCURS 200 TIMES.
               05 to-operador pic x(10).
               05 to-cant pic 9(7).
               05 to-ultima pic x(14).
       01  w-oper-aux pic x(31).
       01  cabecera1.
           03 filler       pic x(2).
           03 d-titulo     pic x(57).
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  lin-periodo.
           03 filler       pic x(8)  value "DESDE: ".
           03 d-desde      pic 9(8).
           03 filler       pic x(9)  value "  HASTA: ".
           03 d-hasta      pic 9(8).
           03 filler       pic x(47) value spaces.
       01  lin-alumno.
           03 filler       pic x(12) value "ALUMNO DNI: ".
           03 d-dni        pic zz.zzz.zz9.
           03 filler       pic x(10) value "  LEGAJO: ".
           03 d-legajo     pic zzzz9.
           03 filler       pic x(43) value spaces.
       01  lin-acceso.
           03 filler       pic x(4)  value spaces.
           03 d-fecha      pic x(8).
           03 filler       pic x     value space.
           03 d-hora       pic x(6).
           03 filler       pic x(2)  value spaces.
           03 d-operador   pic x(10).
           03 filler       pic x(2)  value spaces.
           03 d-programa   pic x(22).
           03 filler       pic x(2)  value spaces.
           03 d-consulta   pic x(10).
           03 filler       pic x(13) value spaces.
       01  lin-sub-alumno.
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(20) value "CONSULTAS DEL ALUMNO".
           03 filler       pic x(2)  value ": ".
           03 d-sub-cant   pic zzzzz9.
           03 filler       pic x(48) value spaces.
       01  lin-operador.
           03 d-oper       pic x(10).
           03 filler       pic x(2)  value spaces.
           03 d-oper-cant  pic zzzzzz9.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "ULTIMA: ".
           03 d-oper-ult   pic x(14).
           03 filler       pic x(2)  value spaces.
           03 d-marca      pic x(20).
           03 filler       pic x(15) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "reporteAccesos" TO w-err-programa.
           PERFORM 100-INICIO.
           IF por-alumno
               SORT SORT-ACC ASCENDING sac-dni sac-fecha sac-hora
                   INPUT PROCEDURE IS ENTRADA-ACCESOS
                   OUTPUT PROCEDURE IS SALIDA-ACCESOS
           ELSE
               PERFORM 400-CONTAR-OPERADORES
               PERFORM 450-ORDENAR-OPERADORES
               PERFORM 500-LISTAR-OPERADORES
           END-IF.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           DISPLAY "REPORTE DE CONSULTAS DE ALUMNOS".
           DISPLAY "  1- ACCESOS POR ALUMNO".
           DISPLAY "  2- OPERADORES CON VOLUMEN INUSUAL".
           ACCEPT w-opcion.
           PERFORM UNTIL por-alumno OR por-operador
               DISPLAY "Opcion incorrecta (1 o 2)"
               ACCEPT w-opcion
           END-PERFORM.
           DISPLAY "Fecha desde (AAAAMMDD, 0 = sin limite)".
           ACCEPT w-fecha-desde.
           DISPLAY "Fecha hasta (AAAAMMDD, 0 = sin limite)".
           ACCEPT w-fecha-hasta.
           IF w-fecha-hasta = ZERO
               MOVE 99999999 TO w-fecha-hasta
           END-IF.
           IF por-alumno
               PERFORM 110-ELEGIR-ALUMNO
               MOVE "CONSULTAS DE DATOS POR ALUMNO" TO d-titulo
           ELSE
               DISPLAY "Factor sobre el promedio por operador para "
                       "marcar volumen inusual (0 = 2)"
               ACCEPT w-factor
               IF w-factor = ZERO
                   MOVE 2 TO w-factor
               END-IF
               MOVE "CONSULTAS DE DATOS DE ALUMNOS POR OPERADOR" TO
                   d-titulo
           END-IF.
           OPEN INPUT ACCESOS-ALUMNOS.
           IF ws-estado-acc NOT = "00"
               DISPLAY "Sin accesosAlumnos.txt: no hay consultas "
                       "registradas (estado " ws-estado-acc ")"
               MOVE 1 TO w-flag-acc
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.
           MOVE w-fecha-desde TO d-desde.
           MOVE w-fecha-hasta TO d-hasta.
           WRITE lis-reg FROM lin-periodo AFTER ADVANCING 1 LINE.
           DISPLAY lin-periodo.

      * por legajo se busca el DNI: las consultas del historico se
      * registran solo con el DNI
       110-ELEGIR-ALUMNO.
           DISPLAY "Legajo del alumno (0 = por DNI o todos)".
           ACCEPT w-filtro-legajo.
           IF w-filtro-legajo NOT = ZERO
               OPEN INPUT ALUMNOS
               IF ws-estado-alu = "00"
                   MOVE w-filtro-legajo TO al-legajo
                   READ ALUMNOS KEY IS al-legajo
                       INVALID KEY
                           DISPLAY "Legajo sin alta en alumnos.dat, "
                                   "se busca solo por legajo"
                       NOT INVALID KEY
                           MOVE al-dni TO w-filtro-dni
                   END-READ
                   CLOSE ALUMNOS
               ELSE
                   MOVE "alumnos.dat" TO w-err-archivo
                   MOVE "OPEN" TO w-err-operacion
                   MOVE ws-estado-alu TO w-err-estado
                   PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                   DISPLAY "No se pudo abrir alumnos.dat, estado "
                           ws-estado-alu ": se busca solo por legajo"
               END-IF
           ELSE
               DISPLAY "DNI del alumno (0 = todos)"
               ACCEPT w-filtro-dni
           END-IF.

       200-LEER-ACCESO.
           IF NOT fin-accesos
               READ ACCESOS-ALUMNOS AT END MOVE 1 TO w-flag-acc
               END-READ
           END-IF.

       210-EN-PERIODO.
           MOVE ZERO TO w-fecha-reg.
           IF acc-fecha IS NUMERIC
               MOVE acc-fecha TO w-fecha-reg
           END-IF.

       ENTRADA-ACCESOS.
           PERFORM 200-LEER-ACCESO.
           PERFORM UNTIL fin-accesos
               ADD 1 TO w-cont-leidos
               PERFORM 210-EN-PERIODO
               IF w-fecha-reg NOT < w-fecha-desde
                   AND w-fecha-reg NOT > w-fecha-hasta
                   PERFORM 300-FILTRAR-ALUMNO
               END-IF
               PERFORM 200-LEER-ACCESO
           END-PERFORM.

       300-FILTRAR-ALUMNO.
           IF (w-filtro-legajo = ZERO AND w-filtro-dni = ZERO)
               OR (w-filtro-legajo NOT = ZERO
                   AND acc-legajo = w-filtro-legajo)
               OR (w-filtro-dni NOT = ZERO
                   AND acc-dni = w-filtro-dni)
               ADD 1 TO w-cont-periodo
               MOVE acc-dni TO sac-dni
               MOVE acc-fecha TO sac-fecha
               MOVE acc-hora TO sac-hora
               MOVE acc-legajo TO sac-legajo
               MOVE acc-operador TO sac-operador
               MOVE acc-programa TO sac-programa
               MOVE acc-consulta TO sac-consulta
               RELEASE sac-reg
           END-IF.

       SALIDA-ACCESOS.
           MOVE ZERO TO w-flag-sort.
           PERFORM 310-LEER-SORT.
           IF w-flag-sort = ZERO
               MOVE sac-dni TO w-dni-ant
               PERFORM 320-LISTAR-ALUMNO
           END-IF.
           PERFORM UNTIL w-flag-sort = 1
               IF sac-dni NOT = w-dni-ant
                   PERFORM 340-CERRAR-ALUMNO
                   MOVE sac-dni TO w-dni-ant
                   PERFORM 320-LISTAR-ALUMNO
               END-IF
               PERFORM 330-LISTAR-ACCESO
               PERFORM 310-LEER-SORT
           END-PERFORM.
           IF w-cont-alumnos NOT = ZERO
               PERFORM 340-CERRAR-ALUMNO
           END-IF.

       310-LEER-SORT.
           RETURN SORT-ACC AT END MOVE 1 TO w-flag-sort.

       320-LISTAR-ALUMNO.
           ADD 1 TO w-cont-alumnos.
           MOVE ZERO TO w-cont-alumno.
           MOVE sac-dni TO d-dni.
           MOVE sac-legajo TO d-legajo.
           WRITE lis-reg FROM lin-alumno AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-alumno.

       330-LISTAR-ACCESO.
           ADD 1 TO w-cont-alumno.
           MOVE sac-fecha TO d-fecha.
           MOVE sac-hora TO d-hora.
           MOVE sac-operador TO d-operador.
           MOVE sac-programa TO d-programa.
           MOVE sac-consulta TO d-consulta.
           WRITE lis-reg FROM lin-acceso AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-acceso.

       340-CERRAR-ALUMNO.
           MOVE w-cont-alumno TO d-sub-cant.
           WRITE lis-reg FROM lin-sub-alumno AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-sub-alumno.

       400-CONTAR-OPERADORES.
           PERFORM 200-LEER-ACCESO.
           PERFORM UNTIL fin-accesos
               ADD 1 TO w-cont-leidos
               PERFORM 210-EN-PERIODO
               IF w-fecha-reg NOT < w-fecha-desde
                   AND w-fecha-reg NOT > w-fecha-hasta
                   ADD 1 TO w-cont-periodo
                   PERFORM 410-UBICAR-OPERADOR
               END-IF
               PERFORM 200-LEER-ACCESO
           END-PERFORM.
           IF w-cant-oper NOT = ZERO
               COMPUTE w-promedio = (w-cont-periodo - w-cont-sin-oper)
                   / w-cant-oper
           END-IF.
           COMPUTE w-umbral = w-promedio * w-factor.

       410-UBICAR-OPERADOR.
           MOVE "N" TO w-oper-hallado.
           PERFORM VARYING k FROM 1 BY 1
               UNTIL k > w-cant-oper OR oper-hallado
               IF to-operador(k) = acc-operador
                   MOVE "S" TO w-oper-hallado
                   ADD 1 TO to-cant(k)
                   MOVE acc-fecha TO to-ultima(k)(1:8)
                   MOVE acc-hora TO to-ultima(k)(9:6)
               END-IF
           END-PERFORM.
           IF NOT oper-hallado
               IF w-cant-oper < 200
                   ADD 1 TO w-cant-oper
                   MOVE acc-operador TO to-operador(w-cant-oper)
                   MOVE 1 TO to-cant(w-cant-oper)
                   MOVE acc-fecha TO to-ultima(w-cant-oper)(1:8)
                   MOVE acc-hora TO to-ultima(w-cant-oper)(9:6)
               ELSE
                   ADD 1 TO w-cont-sin-oper
               END-IF
           END-IF.

      * de mayor a menor cantidad de consultas
       450-ORDENAR-OPERADORES.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k >= w-cant-oper
               PERFORM VARYING kj FROM k BY 1
                   UNTIL kj > w-cant-oper
                   IF to-cant(kj) > to-cant(k)
                       MOVE tab-oper(k) TO w-oper-aux
                       MOVE tab-oper(kj) TO tab-oper(k)
                       MOVE w-oper-aux TO tab-oper(kj)
                   END-IF
               END-PERFORM
           END-PERFORM.

       500-LISTAR-OPERADORES.
           MOVE SPACES TO w-linea-sub.
           STRING "PROMEDIO POR OPERADOR: " w-promedio
               "  FACTOR: " w-factor "  UMBRAL: " w-umbral
               DELIMITED BY SIZE INTO w-linea-sub.
           WRITE lis-reg FROM w-linea-sub AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY w-linea-sub.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-oper
               PERFORM 510-LISTAR-OPERADOR
           END-PERFORM.

       510-LISTAR-OPERADOR.
           MOVE to-operador(k) TO d-oper.
           IF to-operador(k) = SPACES
               MOVE "(SIN ID)" TO d-oper
           END-IF.
           MOVE to-cant(k) TO d-oper-cant.
           MOVE to-ultima(k) TO d-oper-ult.
           IF to-cant(k) > w-umbral
               MOVE "*** VOLUMEN INUSUAL" TO d-marca
               ADD 1 TO w-cont-inusuales
           ELSE
               MOVE SPACES TO d-marca
           END-IF.
           WRITE lis-reg FROM lin-operador AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-operador.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.

       800-FIN.
           DISPLAY "CONSULTAS LEIDAS......: " w-cont-leidos.
           DISPLAY "CONSULTAS EN EL PERIODO: " w-cont-periodo.
           MOVE SPACES TO w-linea-sub.
           IF por-alumno
               STRING "CONSULTAS: " w-cont-periodo
                   "  ALUMNOS: " w-cont-alumnos
                   DELIMITED BY SIZE INTO w-linea-sub
           ELSE
               STRING "CONSULTAS: " w-cont-periodo
                   "  OPERADORES: " w-cant-oper
                   "  CON VOLUMEN INUSUAL: " w-cont-inusuales
                   DELIMITED BY SIZE INTO w-linea-sub
               IF w-cont-sin-oper NOT = ZERO
                   DISPLAY "Tabla de operadores llena (200): "
                           w-cont-sin-oper " consultas sin contar"
               END-IF
           END-IF.
           WRITE lis-reg FROM w-linea-sub AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY w-linea-sub.
           IF ws-estado-acc = "00" OR ws-estado-acc = "10"
               CLOSE ACCESOS-ALUMNOS
           END-IF.
           CLOSE LISTADO.
           DISPLAY "Listado en impAccesos.dat".

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM REPORTE-ACCESOS.
