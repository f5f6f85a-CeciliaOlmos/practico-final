      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCER-REGULARIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-REGVIG-SEL.cpy".
           SELECT REG-PERDIDA ASSIGN TO "..\regularidadPerdida.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-perdida.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impCaducadas.dat".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-REGVIG-FD.cpy".
       FD  REG-PERDIDA.
       01  rp-linea pic x(80).
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-perdida pic xx.
           COPY "COPY-REGVIG-WS.cpy".
      * el archivo se regraba entero: la tabla guarda todas las filas
       01  w-cant-regulares pic 9(4) value zero.
       01  kr pic 9(4).
       77  w-regulares-desborde pic x value "N".
           88 regulares-desbordados value "S".
       01  tabla-regulares.
           03 tab-regular OCCURS 5000 TIMES.
               05 trv-dni pic 9(8).
               05 trv-materia pic x(2).
               05 trv-plan pic x(2).
               05 trv-cuatri pic 99.
               05 trv-anio pic 9(4).
               05 trv-periodo pic 9.
               05 trv-fecha pic 9(8).
               05 trv-vence pic 9(8).
               05 trv-estado pic x.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-legajo-cad pic 9(5) value zero.
       01  w-nombre-cad pic x(30) value spaces.
       01  w-cont-leidas pic 9(5) value zero.
       01  w-cont-caducadas pic 9(5) value zero.
       01  w-cont-en-licencia pic 9(5) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "REGULARIDADES CADUCADAS
      -         " POR VENCIMIENTO".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  cabecera3.
           03 filler       pic x(6)  value "LEGAJO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "DNI".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(28) value "NOMBRE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "MAT".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(10) value "OBTENIDA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(10) value "VENCIO".
           03 filler       pic x(5)  value spaces.
       01  lin-detalle.
           03 d-legajo     pic z(5).
           03 filler       pic x(3)  value spaces.
           03 d-dni        pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 d-nombre     pic x(28).
           03 filler       pic x(2)  value spaces.
           03 d-materia    pic x(2).
           03 filler       pic x(3)  value spaces.
           03 d-obtenida   pic x(10).
           03 filler       pic x(2)  value spaces.
           03 d-vencio     pic x(10).
           03 filler       pic x(5)  value spaces.
       01  lin-total.
           03 filler       pic x(26) value "REGULARIDADES CADUCADAS: ".
           03 d-total      pic zzzz9.
           03 filler       pic x(49) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "vencerRegularidad" TO w-err-programa.
           PERFORM 100-INICIO.
           IF NOT regulares-desbordados
               PERFORM 300-PROCESO
           END-IF.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 200-CARGAR-REGULARES.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu NOT = "00"
               MOVE "alumnos.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-alu TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir alumnos.dat (estado "
                       ws-estado-alu "), las caducadas salen sin "
                       "legajo"
           END-IF.
           OPEN EXTEND REG-PERDIDA.
           IF ws-estado-perdida = "35"
               OPEN OUTPUT REG-PERDIDA
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM 700-LISTAR-ENCABEZADO.

       200-CARGAR-REGULARES.
           OPEN INPUT REG-VIGENTE.
           IF ws-estado-regvig = "00"
               PERFORM 210-LEER-REGVIG
               PERFORM UNTIL fin-regvig
                   ADD 1 TO w-cont-leidas
                   IF w-cant-regulares >= 5000
                       MOVE "S" TO w-regulares-desborde
                   ELSE
                       ADD 1 TO w-cant-regulares
                       MOVE rv-dni TO trv-dni(w-cant-regulares)
                       MOVE rv-materia TO trv-materia(w-cant-regulares)
                       MOVE rv-plan TO trv-plan(w-cant-regulares)
                       MOVE rv-cuatri TO trv-cuatri(w-cant-regulares)
                       MOVE rv-anio TO trv-anio(w-cant-regulares)
                       MOVE rv-periodo TO trv-periodo(w-cant-regulares)
                       MOVE rv-fecha TO trv-fecha(w-cant-regulares)
                       MOVE rv-vence TO trv-vence(w-cant-regulares)
                       MOVE rv-estado TO trv-estado(w-cant-regulares)
                   END-IF
                   PERFORM 210-LEER-REGVIG
               END-PERFORM
               CLOSE REG-VIGENTE
           ELSE
               DISPLAY "No existe regularidadVigente.txt, nada que "
                       "caducar"
           END-IF.

       210-LEER-REGVIG.
           READ REG-VIGENTE AT END MOVE 1 TO w-flag-regvig.

      * vence el ultimo dia del turno: caduca si ya paso esa fecha.
      * La fila queda en C para que boletin y mesas la ignoren y la
      * perdida se informa en regularidadPerdida.txt para las cartas.
      * Con el alumno en licencia el reloj esta parado: la fila queda
      * vigente y el cierre de la licencia le corre el vencimiento
       300-PROCESO.
           PERFORM VARYING kr FROM 1 BY 1 UNTIL kr > w-cant-regulares
               IF trv-estado(kr) = "V" AND trv-vence(kr) < w-fecha-hoy
                   PERFORM 400-BUSCAR-ALUMNO
                   IF w-legajo-cad NOT = ZERO
                       AND al-legajo = w-legajo-cad
                       AND alumno-en-licencia
                       ADD 1 TO w-cont-en-licencia
                   ELSE
                       MOVE "C" TO trv-estado(kr)
                       ADD 1 TO w-cont-caducadas
                       PERFORM 500-LISTAR-CADUCADA
                       PERFORM 600-REGISTRAR-PERDIDA
                   END-IF
               END-IF
           END-PERFORM.

       400-BUSCAR-ALUMNO.
           MOVE ZERO TO w-legajo-cad.
           MOVE "SIN ALTA EN ALUMNOS" TO w-nombre-cad.
           MOVE trv-dni(kr) TO al-dni.
           READ ALUMNOS KEY IS al-dni
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE al-legajo TO w-legajo-cad
                   MOVE al-nombre TO w-nombre-cad
           END-READ.

       500-LISTAR-CADUCADA.
           MOVE w-legajo-cad TO d-legajo.
           MOVE trv-dni(kr) TO d-dni.
           MOVE w-nombre-cad TO d-nombre.
           MOVE trv-materia(kr) TO d-materia.
           MOVE SPACES TO d-obtenida.
           STRING trv-fecha(kr)(7:2) "/" trv-fecha(kr)(5:2) "/"
               trv-fecha(kr)(1:4) DELIMITED BY SIZE INTO d-obtenida.
           MOVE SPACES TO d-vencio.
           STRING trv-vence(kr)(7:2) "/" trv-vence(kr)(5:2) "/"
               trv-vence(kr)(1:4) DELIMITED BY SIZE INTO d-vencio.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 700-LISTAR-ENCABEZADO.

      * mismas posiciones fijas que escribe practicoFinal, que
      * notificarPerdidas lee: LEGAJO= 30-34, CUATRIMESTRE= 62-63,
      * MAT= 69-70 y el motivo en 72-80
       600-REGISTRAR-PERDIDA.
           MOVE SPACES TO rp-linea.
           STRING "REGULARIDAD PERDIDA - LEGAJO=" DELIMITED BY SIZE
               w-legajo-cad DELIMITED BY SIZE
               " DNI=" DELIMITED BY SIZE
               trv-dni(kr) DELIMITED BY SIZE
               " CUATRIMESTRE=" DELIMITED BY SIZE
               trv-cuatri(kr) DELIMITED BY SIZE
               " MAT=" DELIMITED BY SIZE
               trv-materia(kr) DELIMITED BY SIZE
               " CADUCIDAD" DELIMITED BY SIZE
               INTO rp-linea.
           WRITE rp-linea.

       700-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.

       800-FIN.
           MOVE w-cont-caducadas TO d-total.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES.
           CLOSE LISTADO.
           CLOSE REG-PERDIDA.
           CLOSE ALUMNOS.
           IF regulares-desbordados
               DISPLAY "Tabla de regularidades desbordada (5000), "
                       "regularidadVigente.txt NO se regraba"
               MOVE 1 TO RETURN-CODE
           ELSE
               IF w-cont-caducadas > ZERO
                   PERFORM 900-REGRABAR-REG-VIGENTE
               END-IF
           END-IF.
           DISPLAY "---- CADUCIDAD DE REGULARIDADES ----".
           DISPLAY "REGULARIDADES LEIDAS...: " w-cont-leidas.
           DISPLAY "CADUCADAS..............: " w-cont-caducadas.
           DISPLAY "DEMORADAS POR LICENCIA.: " w-cont-en-licencia.
           DISPLAY "Listado en impCaducadas.dat, perdidas agregadas a "
                   "regularidadPerdida.txt".

       900-REGRABAR-REG-VIGENTE.
           OPEN OUTPUT REG-VIGENTE.
           PERFORM VARYING kr FROM 1 BY 1 UNTIL kr > w-cant-regulares
               MOVE trv-dni(kr) TO rv-dni
               MOVE trv-materia(kr) TO rv-materia
               MOVE trv-plan(kr) TO rv-plan
               MOVE trv-cuatri(kr) TO rv-cuatri
               MOVE trv-anio(kr) TO rv-anio
               MOVE trv-periodo(kr) TO rv-periodo
               MOVE trv-fecha(kr) TO rv-fecha
               MOVE trv-vence(kr) TO rv-vence
               MOVE trv-estado(kr) TO rv-estado
               WRITE rv-reg
           END-PERFORM.
           CLOSE REG-VIGENTE.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM VENCER-REGULARIDAD.
