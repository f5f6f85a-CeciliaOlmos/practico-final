      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIENTO-ARANCELES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-MOV ASSIGN TO "sortmov".
           SELECT MOVIMIENTOS ASSIGN TO "..\movimientosAranceles.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-mov.
           SELECT CONTROL-ASIENTOS ASSIGN TO "..\asientosGenerados.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-asg.
           SELECT PARAM-CUENTAS ASSIGN TO "..\paramCuentas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-pcu.
           SELECT ASIENTOS ASSIGN TO "..\asientosContables.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-asi.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impAsientos.dat".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       SD  SORT-MOV.
       01  sm-reg.
           03 sm-fecha pic 9(8).
           03 sm-concepto pic x(2).
           03 sm-importe pic 9(7).
       FD  MOVIMIENTOS.
           COPY "COPY-MOVARAN.cpy".
      * dias ya enviados a contabilidad, con sus totales: un dia que
      * figura aqui no vuelve a extraerse
       FD  CONTROL-ASIENTOS.
       01  asg-reg.
           03 asg-fecha pic 9(8).
           03 asg-fecha-proceso pic 9(8).
           03 asg-lineas pic 9(4).
           03 asg-debe pic 9(11).
           03 asg-haber pic 9(11).
      * cuenta contable que se debita y se acredita por concepto
       FD  PARAM-CUENTAS.
       01  pcu-reg.
           03 pcu-concepto pic x(2).
           03 pcu-debe pic x(8).
           03 pcu-haber pic x(8).
       FD  ASIENTOS.
       01  asi-reg pic x(80).
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-mov pic xx.
       77  ws-estado-asg pic xx.
       77  ws-estado-pcu pic xx.
       77  ws-estado-asi pic xx.
       77  w-flag-mov pic 9 value 0.
           88 fin-movimientos value 1.
       77  w-flag-asg pic 9 value 0.
           88 fin-control value 1.
       77  w-flag-pcu pic 9 value 0.
           88 fin-param-cuentas value 1.
       77  w-flag-sort pic 9 value 0.
           88 fin-sort value 1.
       01  w-fecha-hoy pic 9(8) value zero.
      * plan de cuentas por omision: banco, deudores por aranceles,
      * recargos ganados y becas otorgadas
       01  tabla-conceptos.
           03 filler pic x(18) value "CO1110200011301000".
           03 filler pic x(18) value "RE1110200041201000".
           03 filler pic x(18) value "BE5210100011301000".
       01  tabla-conceptos-r redefines tabla-conceptos.
           03 tab-con OCCURS 3 TIMES.
               05 tcn-concepto pic x(2).
               05 tcn-debe pic x(8).
               05 tcn-haber pic x(8).
       01  kn pic 9.
       01  w-idx-con pic 9 value zero.
      * dias ya extraidos
       01  w-cant-ext pic 9(4) value zero.
       01  ke pic 9(4).
       77  w-extraidos-desborde pic x value "N".
           88 extraidos-desbordados value "S".
       01  tabla-extraidos.
           03 w-fecha-extraida pic 9(8) OCCURS 3000 TIMES.
       77  w-ya-extraido pic x value "N".
           88 ya-extraido value "S".
      * cuentas del asiento del dia
       01  w-cant-cta pic 99 value zero.
       01  kc pic 99.
       01  w-idx-cta pic 99 value zero.
       01  tabla-cuentas.
           03 tab-cta OCCURS 10 TIMES.
               05 tct-cuenta pic x(8).
               05 tct-debe pic 9(11).
               05 tct-haber pic 9(11).
       01  w-cuenta pic x(8) value spaces.
       01  w-fecha-ant pic 9(8) value zero.
       01  w-dia-debe pic 9(11) value zero.
       01  w-dia-haber pic 9(11) value zero.
      * dias que salen en esta corrida, para registrarlos al final
       01  w-cant-dias pic 9(3) value zero.
       01  kd pic 9(3).
       01  tabla-dias.
           03 tab-dia OCCURS 400 TIMES.
               05 tdi-fecha pic 9(8).
               05 tdi-lineas pic 9(4).
               05 tdi-debe pic 9(11).
               05 tdi-haber pic 9(11).
       77  w-dias-desborde pic x value "N".
           88 dias-desbordados value "S".
       01  w-cont-movimientos pic 9(7) value zero.
       01  w-cont-desconocidos pic 9(5) value zero.
       01  w-cont-ya-extraidos pic 9(7) value zero.
       01  w-cont-lineas pic 9(6) value zero.
       01  w-cont-desbalanceados pic 9(3) value zero.
       01  w-total-debe pic 9(13) value zero.
       01  w-total-haber pic 9(13) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  reg-cabecera.
           03 filler pic x value "H".
           03 h-fecha pic 9(8).
           03 h-sistema pic x(10) value "ARANCELES".
           03 filler pic x(61) value spaces.
       01  reg-detalle.
           03 filler pic x value "D".
           03 d-fecha pic 9(8).
           03 d-cuenta pic x(8).
           03 d-debe pic 9(11).
           03 d-haber pic 9(11).
           03 filler pic x(41) value spaces.
       01  reg-trailer.
           03 filler pic x value "T".
           03 t-dias pic 9(3).
           03 t-lineas pic 9(6).
           03 t-debe pic 9(13).
           03 t-haber pic 9(13).
           03 filler pic x(44) value spaces.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "ASIENTOS DE ARANCELES PARA
      -         " CONTABILIDAD".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  cabecera3.
           03 filler       pic x(10) value "FECHA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "CUENTA".
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(15) value "          DEBE".
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(15) value "         HABER".
           03 filler       pic x(22) value spaces.
       01  lin-detalle.
           03 l-fecha      pic 9(8).
           03 filler       pic x(4)  value spaces.
           03 l-cuenta     pic x(8).
           03 filler       pic x(4)  value spaces.
           03 l-debe       pic zzz.zzz.zzz.zz9.
           03 filler       pic x(4)  value spaces.
           03 l-haber      pic zzz.zzz.zzz.zz9.
           03 filler       pic x(2)  value spaces.
           03 l-obs        pic x(20).
       01  lin-control pic x(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "asientoAranceles" TO w-err-programa.
           PERFORM 100-INICIO.
           IF extraidos-desbordados
               MOVE "asientosGenerados.txt" TO w-err-archivo
               MOVE "READ" TO w-err-operacion
               MOVE ws-estado-asg TO w-err-estado
               MOVE "TABLA LLENA" TO w-err-llave
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "Tabla de dias extraidos desbordada: no se "
                       "genera el asiento para no duplicar dias"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 150-ABRIR-ASIENTOS
               OPEN OUTPUT LISTADO
               PERFORM 520-LISTAR-ENCABEZADO
               PERFORM 200-GRABAR-CABECERA
               SORT SORT-MOV ASCENDING sm-fecha sm-concepto
                   INPUT PROCEDURE IS ENTRADA-MOVIMIENTOS
                   OUTPUT PROCEDURE IS SALIDA-ASIENTOS
               PERFORM 500-GRABAR-TRAILER
               PERFORM 700-REGISTRAR-DIAS
               PERFORM 800-FIN
           END-IF.
            STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 110-LEER-CUENTAS.
           PERFORM 130-CARGAR-EXTRAIDOS.

      * las cuentas del archivo reemplazan a las de omision del
      * mismo concepto
       110-LEER-CUENTAS.
           OPEN INPUT PARAM-CUENTAS.
           IF ws-estado-pcu = "00"
               PERFORM 120-LEER-CUENTA
               PERFORM UNTIL fin-param-cuentas
                   PERFORM VARYING kn FROM 1 BY 1 UNTIL kn > 3
                       IF tcn-concepto(kn) = pcu-concepto
                           MOVE pcu-debe TO tcn-debe(kn)
                           MOVE pcu-haber TO tcn-haber(kn)
                       END-IF
                   END-PERFORM
                   PERFORM 120-LEER-CUENTA
               END-PERFORM
               CLOSE PARAM-CUENTAS
           END-IF.

       120-LEER-CUENTA.
           READ PARAM-CUENTAS AT END MOVE 1 TO w-flag-pcu.

       130-CARGAR-EXTRAIDOS.
           OPEN INPUT CONTROL-ASIENTOS.
           IF ws-estado-asg = "00"
               PERFORM 140-LEER-CONTROL
               PERFORM UNTIL fin-control
                   IF w-cant-ext < 3000
                       ADD 1 TO w-cant-ext
                       MOVE asg-fecha TO w-fecha-extraida(w-cant-ext)
                   ELSE
                       MOVE "S" TO w-extraidos-desborde
                   END-IF
                   PERFORM 140-LEER-CONTROL
               END-PERFORM
               CLOSE CONTROL-ASIENTOS
           END-IF.

       140-LEER-CONTROL.
           READ CONTROL-ASIENTOS AT END MOVE 1 TO w-flag-asg.

       150-ABRIR-ASIENTOS.
           OPEN OUTPUT ASIENTOS.
           IF ws-estado-asi NOT = "00"
               MOVE "asientosContables.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-asi TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo crear asientosContables.txt (estado "
                       ws-estado-asi "), no se genera el asiento"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-GRABAR-CABECERA.
           MOVE w-fecha-hoy TO h-fecha.
           WRITE asi-reg FROM reg-cabecera.

      * entran los dias cerrados (anteriores a hoy) que todavia no
      * se mandaron a contabilidad
       ENTRADA-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS.
           IF ws-estado-mov NOT = "00"
               DISPLAY "No existe movimientosAranceles.txt, no hay "
                       "nada que asentar"
           ELSE
               PERFORM 210-LEER-MOVIMIENTO
               PERFORM UNTIL fin-movimientos
                   IF mov-fecha < w-fecha-hoy
                       PERFORM 220-FILTRAR-MOVIMIENTO
                   END-IF
                   PERFORM 210-LEER-MOVIMIENTO
               END-PERFORM
               CLOSE MOVIMIENTOS
           END-IF.

       210-LEER-MOVIMIENTO.
           READ MOVIMIENTOS AT END MOVE 1 TO w-flag-mov.

       220-FILTRAR-MOVIMIENTO.
           MOVE "N" TO w-ya-extraido.
           PERFORM VARYING ke FROM 1 BY 1
               UNTIL ke > w-cant-ext OR ya-extraido
               IF w-fecha-extraida(ke) = mov-fecha
                   MOVE "S" TO w-ya-extraido
               END-IF
           END-PERFORM.
           IF ya-extraido
               ADD 1 TO w-cont-ya-extraidos
           ELSE
               ADD 1 TO w-cont-movimientos
               MOVE mov-fecha TO sm-fecha
               MOVE mov-concepto TO sm-concepto
               MOVE mov-importe TO sm-importe
               RELEASE sm-reg
           END-IF.

       SALIDA-ASIENTOS.
           PERFORM 600-LEER-SORT.
           IF NOT fin-sort
               MOVE sm-fecha TO w-fecha-ant
           END-IF.
           PERFORM UNTIL fin-sort
               IF sm-fecha NOT = w-fecha-ant
                   PERFORM 400-CERRAR-DIA
                   MOVE sm-fecha TO w-fecha-ant
               END-IF
               PERFORM 300-IMPUTAR-MOVIMIENTO
               PERFORM 600-LEER-SORT
           END-PERFORM.
           IF w-fecha-ant NOT = ZERO
               PERFORM 400-CERRAR-DIA
           END-IF.

       600-LEER-SORT.
           RETURN SORT-MOV AT END MOVE 1 TO w-flag-sort.

      * cada movimiento va al debe de una cuenta y al haber de otra,
      * de modo que el asiento del dia siempre balancea
       300-IMPUTAR-MOVIMIENTO.
           MOVE ZERO TO w-idx-con.
           PERFORM VARYING kn FROM 1 BY 1 UNTIL kn > 3
               IF tcn-concepto(kn) = sm-concepto
                   MOVE kn TO w-idx-con
               END-IF
           END-PERFORM.
           IF w-idx-con = ZERO
               ADD 1 TO w-cont-desconocidos
               DISPLAY "Concepto desconocido " sm-concepto
                       " del dia " sm-fecha ", no se asienta"
           ELSE
               MOVE tcn-debe(w-idx-con) TO w-cuenta
               PERFORM 310-BUSCAR-CUENTA
               ADD sm-importe TO tct-debe(w-idx-cta)
               MOVE tcn-haber(w-idx-con) TO w-cuenta
               PERFORM 310-BUSCAR-CUENTA
               ADD sm-importe TO tct-haber(w-idx-cta)
           END-IF.

       310-BUSCAR-CUENTA.
           MOVE ZERO TO w-idx-cta.
           PERFORM VARYING kc FROM 1 BY 1
               UNTIL kc > w-cant-cta OR w-idx-cta NOT = ZERO
               IF tct-cuenta(kc) = w-cuenta
                   MOVE kc TO w-idx-cta
               END-IF
           END-PERFORM.
           IF w-idx-cta = ZERO
               ADD 1 TO w-cant-cta
               MOVE w-cant-cta TO w-idx-cta
               MOVE w-cuenta TO tct-cuenta(w-idx-cta)
               MOVE ZERO TO tct-debe(w-idx-cta)
               MOVE ZERO TO tct-haber(w-idx-cta)
           END-IF.

      * una linea por cuenta del dia; el dia que no balancea no se
      * registra como extraido y queda para revisar
       400-CERRAR-DIA.
           MOVE ZERO TO w-dia-debe.
           MOVE ZERO TO w-dia-haber.
           PERFORM VARYING kc FROM 1 BY 1 UNTIL kc > w-cant-cta
               MOVE w-fecha-ant TO d-fecha
               MOVE tct-cuenta(kc) TO d-cuenta
               MOVE tct-debe(kc) TO d-debe
               MOVE tct-haber(kc) TO d-haber
               WRITE asi-reg FROM reg-detalle
               ADD 1 TO w-cont-lineas
               ADD tct-debe(kc) TO w-dia-debe
               ADD tct-haber(kc) TO w-dia-haber
               MOVE w-fecha-ant TO l-fecha
               MOVE tct-cuenta(kc) TO l-cuenta
               MOVE tct-debe(kc) TO l-debe
               MOVE tct-haber(kc) TO l-haber
               MOVE SPACES TO l-obs
               WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
               END-WRITE
           END-PERFORM.
           ADD w-dia-debe TO w-total-debe.
           ADD w-dia-haber TO w-total-haber.
           MOVE w-fecha-ant TO l-fecha.
           MOVE "TOTAL" TO l-cuenta.
           MOVE w-dia-debe TO l-debe.
           MOVE w-dia-haber TO l-haber.
           IF w-dia-debe = w-dia-haber
               MOVE SPACES TO l-obs
               PERFORM 410-ANOTAR-DIA
           ELSE
               MOVE "** DESBALANCEADO **" TO l-obs
               ADD 1 TO w-cont-desbalanceados
               MOVE 1 TO RETURN-CODE
           END-IF.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera2 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           MOVE ZERO TO w-cant-cta.

       410-ANOTAR-DIA.
           IF w-cant-dias < 400
               ADD 1 TO w-cant-dias
               MOVE w-fecha-ant TO tdi-fecha(w-cant-dias)
               MOVE w-cant-cta TO tdi-lineas(w-cant-dias)
               MOVE w-dia-debe TO tdi-debe(w-cant-dias)
               MOVE w-dia-haber TO tdi-haber(w-cant-dias)
           ELSE
               MOVE "S" TO w-dias-desborde
           END-IF.

       500-GRABAR-TRAILER.
           MOVE w-cant-dias TO t-dias.
           MOVE w-cont-lineas TO t-lineas.
           MOVE w-total-debe TO t-debe.
           MOVE w-total-haber TO t-haber.
           WRITE asi-reg FROM reg-trailer.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera2.

      * los dias quedan registrados recien con el archivo completo
       700-REGISTRAR-DIAS.
           IF dias-desbordados
               DISPLAY "Mas de 400 dias en una corrida: se registran "
                       "los primeros 400, el resto sale de nuevo"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN EXTEND CONTROL-ASIENTOS.
           IF ws-estado-asg = "35"
               OPEN OUTPUT CONTROL-ASIENTOS
           END-IF.
      * sin el registro de dias el asiento saldria de nuevo en la
      * proxima corrida: queda asentado para revisarlo a mano
           IF ws-estado-asg NOT = "00"
               MOVE "asientosGenerados.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-asg TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudieron registrar los dias asentados en "
                       "asientosGenerados.txt (estado " ws-estado-asg
                       "): no reenviar el asiento sin revisar"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING kd FROM 1 BY 1 UNTIL kd > w-cant-dias
               MOVE tdi-fecha(kd) TO asg-fecha
               MOVE w-fecha-hoy TO asg-fecha-proceso
               MOVE tdi-lineas(kd) TO asg-lineas
               MOVE tdi-debe(kd) TO asg-debe
               MOVE tdi-haber(kd) TO asg-haber
               WRITE asg-reg
           END-PERFORM.
           CLOSE CONTROL-ASIENTOS.

       800-FIN.
           MOVE SPACES TO lin-control.
           STRING "DIAS: " w-cant-dias
               " LINEAS: " w-cont-lineas
               " DEBE: " w-total-debe
               " HABER: " w-total-haber
               DELIMITED BY SIZE INTO lin-control.
           WRITE lis-reg FROM lin-control AFTER ADVANCING 2 LINES.
           DISPLAY lin-control.
           MOVE SPACES TO lin-control.
           STRING "MOVIMIENTOS: " w-cont-movimientos
               " DE DIAS YA EXTRAIDOS: " w-cont-ya-extraidos
               " DESCONOCIDOS: " w-cont-desconocidos
               DELIMITED BY SIZE INTO lin-control.
           WRITE lis-reg FROM lin-control AFTER ADVANCING 1 LINE.
           DISPLAY lin-control.
           IF w-cont-desbalanceados NOT = ZERO
               DISPLAY "DIAS DESBALANCEADOS (no registrados): "
                       w-cont-desbalanceados
           END-IF.
           CLOSE ASIENTOS.
           CLOSE LISTADO.
           DISPLAY "Asientos en asientosContables.txt".

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM ASIENTO-ARANCELES.
