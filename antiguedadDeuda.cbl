      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTIGUEDAD-DEUDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-DEU ASSIGN TO "sortdeu".
           SELECT CUOTAS ASSIGN TO "..\cuotas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-cuo.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impAntiguedadDeuda.dat".
           COPY "COPY-PARAMARAN-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
      * una cuota pendiente por registro con los dias de atraso a la
      * fecha de corte (cero o negativo = todavia no vencio)
       SD  SORT-DEU.
       01  sd-reg.
           03 sd-legajo pic 9(5).
           03 sd-dias pic s9(7).
           03 sd-monto pic 9(6).
       FD  CUOTAS.
           COPY "COPY-CUOTAS.cpy".
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-PARAMARAN-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-cuo pic xx.
       77  w-flag-cuo pic 9 value 0.
           88 fin-cuotas value 1.
       77  w-flag-sort pic 9 value 0.
           88 fin-sort value 1.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-legajo-ant pic 9(5) value zero.
       01  w-legajo-pedido pic 9(5) value zero.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       01  w-tramo pic 9 value zero.
       01  kt pic 9.
      * tramos: 1 a vencer, 2 de 1 a 30 dias, 3 de 31 a 60,
      * 4 de 61 a 90, 5 mas de 90, 6 total
       01  tabla-alumno.
           03 w-alu-tramo pic 9(7) OCCURS 6 TIMES.
       01  tabla-total.
           03 w-tot-tramo pic 9(9) OCCURS 6 TIMES.
       01  w-cont-alumnos pic 9(5) value zero.
       01  w-cont-morosos pic 9(5) value zero.
       01  w-cont-cuotas pic 9(6) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "ANTIGUEDAD DE LA DEUDA DE
      -         " ARANCELES".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  lin-corte.
           03 filler       pic x(16) value "FECHA DE CORTE: ".
           03 cc-fecha     pic 9(8).
           03 filler       pic x(56) value spaces.
       01  cabecera3.
           03 filler       pic x(6)  value "LEGAJO".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(16) value "NOMBRE".
           03 filler       pic x(9)  value " A VENCER".
           03 filler       pic x(9)  value "   1-30 D".
           03 filler       pic x(9)  value "  31-60 D".
           03 filler       pic x(9)  value "  61-90 D".
           03 filler       pic x(9)  value "   +90 D.".
           03 filler       pic x(9)  value "    TOTAL".
           03 filler       pic x(3)  value spaces.
       01  lin-detalle.
           03 d-legajo     pic z(5).
           03 filler       pic x(2)  value spaces.
           03 d-nombre     pic x(16).
           03 d-tramos OCCURS 6 TIMES.
               05 filler   pic x(2).
               05 d-importe pic zzzzzz9.
           03 filler       pic x(3)  value spaces.
       01  lin-total.
           03 filler       pic x(23) value "TOTALES".
           03 t-tramos OCCURS 6 TIMES.
               05 filler   pic x(1).
               05 t-importe pic zzzzzzz9.
           03 filler       pic x(3)  value spaces.
       01  lin-resumen.
           03 filler       pic x(30) value
               "ALUMNOS CON CUOTA PENDIENTE.: ".
           03 d-tot-alumnos pic zzzz9.
           03 filler       pic x(45) value spaces.
       01  lin-resumen2.
           03 filler       pic x(30) value
               "CON CUOTAS VENCIDAS.........: ".
           03 d-tot-morosos pic zzzz9.
           03 filler       pic x(45) value spaces.
       01  lin-resumen3.
           03 filler       pic x(30) value
               "CUOTAS PENDIENTES...........: ".
           03 d-tot-cuotas pic zzzzz9.
           03 filler       pic x(44) value spaces.
           COPY "COPY-PARAMARAN-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT SORT-DEU ASCENDING sd-legajo
               INPUT PROCEDURE IS ENTRADA-CUOTAS
               OUTPUT PROCEDURE IS SALIDA-ANTIGUEDAD.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 960-LEER-PARAM-ARANCEL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           MOVE ZERO TO tabla-total.
           OPEN INPUT ALUMNOS.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.

      * solo las cuotas pendientes son deuda; las cobradas y las
      * bonificadas por beca no entran
       ENTRADA-CUOTAS.
           OPEN INPUT CUOTAS.
           IF ws-estado-cuo NOT = "00"
               DISPLAY "No existe cuotas.txt, no hay deuda que listar"
           ELSE
               PERFORM 200-LEER-CUOTA
               PERFORM UNTIL fin-cuotas
                   IF cuo-estado = "P"
                       PERFORM 250-LIBERAR-CUOTA
                   END-IF
                   PERFORM 200-LEER-CUOTA
               END-PERFORM
               CLOSE CUOTAS
           END-IF.

       200-LEER-CUOTA.
           READ CUOTAS AT END MOVE 1 TO w-flag-cuo.

      * la cuota sin vencimiento es anterior a que se registrara y
      * va al tramo mas viejo
       250-LIBERAR-CUOTA.
           ADD 1 TO w-cont-cuotas.
           MOVE cuo-legajo TO sd-legajo.
           MOVE cuo-monto TO sd-monto.
           IF cuo-vence NUMERIC AND cuo-vence NOT = ZERO
               MOVE cuo-vence TO w-atr-desde
               MOVE w-fecha-hoy TO w-atr-hasta
               PERFORM 962-CALCULAR-ATRASO
               MOVE w-atr-dias TO sd-dias
           ELSE
               MOVE 9999 TO sd-dias
           END-IF.
           RELEASE sd-reg.

       SALIDA-ANTIGUEDAD.
           PERFORM 600-LEER-SORT.
           IF NOT fin-sort
               MOVE sd-legajo TO w-legajo-ant
               MOVE ZERO TO tabla-alumno
           END-IF.
           PERFORM UNTIL fin-sort
               IF sd-legajo NOT = w-legajo-ant
                   PERFORM 700-LISTAR-ALUMNO
                   MOVE sd-legajo TO w-legajo-ant
                   MOVE ZERO TO tabla-alumno
               END-IF
               PERFORM 650-ACUMULAR
               PERFORM 600-LEER-SORT
           END-PERFORM.
           IF w-legajo-ant NOT = ZERO
               PERFORM 700-LISTAR-ALUMNO
           END-IF.

       600-LEER-SORT.
           RETURN SORT-DEU AT END MOVE 1 TO w-flag-sort.

       650-ACUMULAR.
           EVALUATE TRUE
               WHEN sd-dias <= ZERO
                   MOVE 1 TO w-tramo
               WHEN sd-dias <= 30
                   MOVE 2 TO w-tramo
               WHEN sd-dias <= 60
                   MOVE 3 TO w-tramo
               WHEN sd-dias <= 90
                   MOVE 4 TO w-tramo
               WHEN OTHER
                   MOVE 5 TO w-tramo
           END-EVALUATE.
           ADD sd-monto TO w-alu-tramo(w-tramo).
           ADD sd-monto TO w-alu-tramo(6).

       700-LISTAR-ALUMNO.
           ADD 1 TO w-cont-alumnos.
           IF w-alu-tramo(2) NOT = ZERO OR w-alu-tramo(3) NOT = ZERO
               OR w-alu-tramo(4) NOT = ZERO
               OR w-alu-tramo(5) NOT = ZERO
               ADD 1 TO w-cont-morosos
           END-IF.
           MOVE w-legajo-ant TO w-legajo-pedido.
           PERFORM 710-BUSCAR-ALUMNO.
           MOVE w-legajo-ant TO d-legajo.
           IF alumno-hallado
               MOVE al-nombre TO d-nombre
           ELSE
               MOVE "SIN ALTA" TO d-nombre
           END-IF.
           PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > 6
               MOVE w-alu-tramo(kt) TO d-importe(kt)
               ADD w-alu-tramo(kt) TO w-tot-tramo(kt)
           END-PERFORM.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

       710-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
           END-READ.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           MOVE w-fecha-hoy TO cc-fecha.
           WRITE lis-reg FROM lin-corte.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera2.

       800-FIN.
           PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > 6
               MOVE w-tot-tramo(kt) TO t-importe(kt)
           END-PERFORM.
           WRITE lis-reg FROM cabecera2 AFTER ADVANCING 1 LINE.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 1 LINE.
           MOVE w-cont-alumnos TO d-tot-alumnos.
           MOVE w-cont-morosos TO d-tot-morosos.
           MOVE w-cont-cuotas TO d-tot-cuotas.
           WRITE lis-reg FROM lin-resumen AFTER ADVANCING 2 LINES.
           WRITE lis-reg FROM lin-resumen2 AFTER ADVANCING 1 LINE.
           WRITE lis-reg FROM lin-resumen3 AFTER ADVANCING 1 LINE.
           CLOSE LISTADO.
           CLOSE ALUMNOS.
           DISPLAY "---- ANTIGUEDAD DE LA DEUDA ----".
           DISPLAY "ALUMNOS CON DEUDA......: " w-cont-alumnos.
           DISPLAY "CON CUOTAS VENCIDAS....: " w-cont-morosos.
           DISPLAY "TOTAL PENDIENTE........: " w-tot-tramo(6).
           DISPLAY "Listado en impAntiguedadDeuda.dat".

           COPY "COPY-PARAMARAN-PROC.cpy".
       END PROGRAM ANTIGUEDAD-DEUDA.
