           FILE STATUS IS ws-estado-ret.
           SELECT NO-APLICADOS ASSIGN TO "..\pagosNoAplicados.txt"
           ORGANIZATION is line SEQUENTIAL.
           SELECT PRESENTACIONES ASSIGN TO "..\presentacionesDebito.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-pre.
           SELECT SIN-RESPUESTA ASSIGN TO "..\debitosSinRespuesta.txt"
           ORGANIZATION is line SEQUENTIAL.
           SELECT MOVIMIENTOS ASSIGN TO "..\movimientosAranceles.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-mov.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT BECAS-ARCH ASSIGN TO "..\becas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-bec.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impDescuentosBecas.dat".
           COPY "COPY-PARAMARAN-SEL.cpy".
           COPY "COPY-CALEND-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
      * cuenta corriente de aranceles: una cuota por alumno activo,
      * periodo y numero; P = pendiente, C = cobrada, B = bonificada
       FD  CUOTAS.
           COPY "COPY-CUOTAS.cpy".
      * archivo de retorno de cobranzas del banco, un pago por linea
      * con la fecha en que se pago (sin fecha se toma la del dia)
       FD  RETORNO.
       01  ret-reg.
           03 ret-legajo pic 9(5).
           03 ret-cuatri pic 9.
           03 ret-nro pic 99.
           03 ret-importe pic 9(6).
           03 ret-fecha pic 9(8).
       FD  NO-APLICADOS.
       01  nap-linea pic x(80).
       FD  PRESENTACIONES.
           COPY "COPY-PRESDEB.cpy".
       FD  SIN-RESPUESTA.
       01  sre-linea pic x(80).
       FD  MOVIMIENTOS.
           COPY "COPY-MOVARAN.cpy".
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
      * becas otorgadas (se mantienen en el programa de becas):
      * V = vigente, B = dada de baja en una renovacion
       FD  BECAS-ARCH.
       01  bec-reg.
           03 bec-legajo pic 9(5).
           03 bec-tipo pic x(10).
           03 bec-anio pic 9(4).
           03 bec-cuatri pic 9.
           03 bec-monto pic 9(6).
           03 bec-estado pic x.
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-PARAMARAN-FD.cpy".
           COPY "COPY-CALEND-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-cuo pic xx.
       77  ws-estado-ret pic xx.
       77  w-flag-cuo pic 9 value 0.
           88 fin-cuotas value 1.
       77  w-flag-ret pic 9 value 0.
           88 fin-retorno value 1.
       77  ws-estado-pre pic xx.
       77  ws-estado-mov pic xx.
       77  w-flag-pre pic 9 value 0.
           88 fin-presentaciones value 1.
       77  ws-estado-bec pic xx.
       77  w-flag-bec pic 9 value 0.
           88 fin-becas value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       01  w-cant-cuo pic 9(5) value zero.
       01  kc pic 9(5).
       77  w-cuotas-desborde pic x value "N".
               05 tc-nro pic 99.
               05 tc-monto pic 9(6).
               05 tc-estado pic x.
               05 tc-bruto pic 9(6).
               05 tc-descuento pic 9(6).
               05 tc-beca pic x(10).
               05 tc-vence pic 9(8).
               05 tc-recargo pic 9(6).
               05 tc-fecha-pago pic 9(8).
       01  w-anio-nuevo pic 9(4) value zero.
       01  w-cuatri-nuevo pic 9 value zero.
       01  w-cant-cuotas pic 99 value zero.
       01  w-legajo-pedido pic 9(5) value zero.
       01  w-idx-pago pic 9(5) value zero.
       01  w-cont-generadas pic 9(4) value zero.
       01  w-cont-a-generar pic 9(6) value zero.
       01  w-lugar-cuotas pic 9(5) value zero.
       01  w-cont-aplicados pic 9(4) value zero.
       01  w-cont-no-aplicados pic 9(4) value zero.
       01  w-cont-pendientes pic 99 value zero.
       01  w-deuda pic 9(7) value zero.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-vto-anio pic 9(4) value zero.
       01  w-vto-mes pic 9(3) value zero.
       01  w-fecha-pago pic 9(8) value zero.
       01  w-recargo pic 9(6) value zero.
       01  w-importe-esperado pic 9(7) value zero.
       01  w-cont-con-recargo pic 9(4) value zero.
       01  w-total-recargo pic 9(8) value zero.
       01  w-cont-vencidas pic 99 value zero.
      * cuotas presentadas al debito automatico; el retorno se casa
      * primero contra lo presentado
       01  w-cant-pd pic 9(5) value zero.
       01  kd pic 9(5).
       77  w-presentaciones-desborde pic x value "N".
           88 presentaciones-desbordadas value "S".
       01  tabla-presentadas.
           03 tab-pd OCCURS 25000 TIMES.
               05 tpd-nro pic 9(6).
               05 tpd-fecha pic 9(8).
               05 tpd-legajo pic 9(5).
               05 tpd-anio pic 9(4).
               05 tpd-cuatri pic 9.
               05 tpd-nro-cuota pic 99.
               05 tpd-importe pic 9(6).
               05 tpd-estado pic x.
       01  w-idx-pd pic 9(5) value zero.
      * presentaciones que el retorno respondio (con al menos un
      * cobro): lo que quedo de ellas sin cobrar no tuvo respuesta
       01  w-cant-resp pic 99 value zero.
       01  kr pic 99.
       01  tabla-respondidas.
           03 w-nro-respondida pic 9(6) OCCURS 50 TIMES.
       77  w-ya-respondida pic x value "N".
           88 ya-respondida value "S".
       01  w-cont-sin-respuesta pic 9(5) value zero.
      * becas vigentes, solo las que pueden descontar una cuota
       01  w-cant-bec pic 9(3) value zero.
       01  kb pic 9(3).
       01  tabla-becas.
           03 tab-bec OCCURS 300 TIMES.
               05 tb-legajo pic 9(5).
               05 tb-tipo pic x(10).
               05 tb-anio pic 9(4).
               05 tb-cuatri pic 9.
               05 tb-monto pic 9(6).
       01  w-idx-beca pic 9(3) value zero.
       01  w-descuento pic 9(6) value zero.
       01  w-cont-con-beca pic 9(4) value zero.
       01  w-cont-bonificadas pic 9(4) value zero.
       01  w-total-descuento pic 9(9) value zero.
       01  w-total-bruto pic 9(9) value zero.
       01  w-total-neto pic 9(9) value zero.
       01  w-cont-lineas pic 9(5) value zero.
       01  w-cont-paginas pic 99 value zero.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "DESCUENTOS POR BECA EN LAS
      -         " CUOTAS DEL PERIODO".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  lin-periodo.
           03 filler       pic x(9)  value "PERIODO: ".
           03 cp-anio      pic 9(4).
           03 filler       pic x(1)  value "/".
           03 cp-cuatri    pic 9.
           03 filler       pic x(65) value spaces.
       01  cabecera3.
           03 filler       pic x(6)  value "LEGAJO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(20) value "NOMBRE".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(10) value "BECA".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(3)  value "CUO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(7)  value "  BRUTO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(7)  value "  DESC.".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(7)  value "   NETO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "EST".
           03 filler       pic x(5)  value spaces.
       01  lin-detalle.
           03 d-legajo     pic z(5).
           03 filler       pic x(3)  value spaces.
           03 d-nombre     pic x(20).
           03 filler       pic x(1)  value spaces.
           03 d-beca       pic x(10).
           03 filler       pic x(2)  value spaces.
           03 d-nro        pic z9.
           03 filler       pic x(2)  value spaces.
           03 d-bruto      pic zzzzzz9.
           03 filler       pic x(2)  value spaces.
           03 d-descuento  pic zzzzzz9.
           03 filler       pic x(2)  value spaces.
           03 d-neto       pic zzzzzz9.
           03 filler       pic x(3)  value spaces.
           03 d-estado     pic x.
           03 filler       pic x(6)  value spaces.
       01  lin-total.
           03 filler       pic x(30) value
               "CUOTAS CON DESCUENTO........: ".
           03 d-tot-cuotas pic zzzz9.
           03 filler       pic x(45) value spaces.
       01  lin-total2.
           03 filler       pic x(30) value
               "TOTAL BRUTO.................: ".
           03 d-tot-bruto  pic zzzzzzzz9.
           03 filler       pic x(41) value spaces.
       01  lin-total3.
           03 filler       pic x(30) value
               "TOTAL DESCONTADO POR BECAS..: ".
           03 d-tot-desc   pic zzzzzzzz9.
           03 filler       pic x(41) value spaces.
       01  lin-total4.
           03 filler       pic x(30) value
               "TOTAL NETO A COBRAR.........: ".
           03 d-tot-neto   pic zzzzzzzz9.
           03 filler       pic x(41) value spaces.
           COPY "COPY-PARAMARAN-WS.cpy".
           COPY "COPY-CALEND-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
            STOP RUN.

       100-INICIO.
           PERFORM 960-LEER-PARAM-ARANCEL.
           PERFORM 920-CARGAR-CALENDARIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 130-CARGAR-CUOTAS.
           PERFORM 160-CARGAR-BECAS.
           IF cuotas-desbordadas
               PERFORM 150-AVISAR-DESBORDE
           END-IF.
                       MOVE cuo-nro TO tc-nro(w-cant-cuo)
                       MOVE cuo-monto TO tc-monto(w-cant-cuo)
                       MOVE cuo-estado TO tc-estado(w-cant-cuo)
                       PERFORM 135-CARGAR-DESCUENTO
                   END-IF
                   PERFORM 140-LEER-CUOTA
               END-PERFORM
               CLOSE CUOTAS
           END-IF.

      * las cuotas grabadas antes del descuento por beca vienen sin
      * la parte final del registro: el bruto es el mismo neto; las
      * anteriores al vencimiento quedan con vencimiento cero
       135-CARGAR-DESCUENTO.
           IF cuo-bruto NUMERIC AND cuo-descuento NUMERIC
               MOVE cuo-bruto TO tc-bruto(w-cant-cuo)
               MOVE cuo-descuento TO tc-descuento(w-cant-cuo)
               MOVE cuo-beca TO tc-beca(w-cant-cuo)
           ELSE
               MOVE cuo-monto TO tc-bruto(w-cant-cuo)
               MOVE ZERO TO tc-descuento(w-cant-cuo)
               MOVE SPACES TO tc-beca(w-cant-cuo)
           END-IF.
           IF cuo-vence NUMERIC AND cuo-recargo NUMERIC
               AND cuo-fecha-pago NUMERIC
               MOVE cuo-vence TO tc-vence(w-cant-cuo)
               MOVE cuo-recargo TO tc-recargo(w-cant-cuo)
               MOVE cuo-fecha-pago TO tc-fecha-pago(w-cant-cuo)
           ELSE
               MOVE ZERO TO tc-vence(w-cant-cuo)
               MOVE ZERO TO tc-recargo(w-cant-cuo)
               MOVE ZERO TO tc-fecha-pago(w-cant-cuo)
           END-IF.

       140-LEER-CUOTA.
           READ CUOTAS AT END MOVE 1 TO w-flag-cuo.

                   "permite la consulta".
           DISPLAY "cuotas.txt NO va a regrabarse en esta sesion".

      * solo interesan las becas vigentes: las dadas de baja en una
      * renovacion ya no descuentan
       160-CARGAR-BECAS.
           OPEN INPUT BECAS-ARCH.
           IF ws-estado-bec = "00"
               PERFORM 170-LEER-BECA
               PERFORM UNTIL fin-becas
                   IF bec-estado = "V"
                       IF w-cant-bec < 300
                           ADD 1 TO w-cant-bec
                           MOVE bec-legajo TO tb-legajo(w-cant-bec)
                           MOVE bec-tipo TO tb-tipo(w-cant-bec)
                           MOVE bec-anio TO tb-anio(w-cant-bec)
                           MOVE bec-cuatri TO tb-cuatri(w-cant-bec)
                           MOVE bec-monto TO tb-monto(w-cant-bec)
                       ELSE
                           DISPLAY "Tabla de becas llena, sin "
                                   "descuento el legajo " bec-legajo
                       END-IF
                   END-IF
                   PERFORM 170-LEER-BECA
               END-PERFORM
               CLOSE BECAS-ARCH
           END-IF.

       170-LEER-BECA.
           READ BECAS-ARCH AT END MOVE 1 TO w-flag-bec.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  ARANCELES"
           DISPLAY "  1- GENERAR CUOTAS DEL PERIODO"
           DISPLAY "  2- APLICAR RETORNO DEL BANCO"
           DISPLAY "  3- CONSULTA DE CUENTA POR LEGAJO"
           DISPLAY "  4- LISTAR DESCUENTOS POR BECA DEL PERIODO"
           DISPLAY "  5- FIN"
           DISPLAY "..................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 6 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               PERFORM 200-MENU
           END-PERFORM.
                   WHEN 1 PERFORM 400-GENERAR-CUOTAS
                   WHEN 2 PERFORM 500-APLICAR-RETORNO
                   WHEN 3 PERFORM 600-CONSULTA-CUENTA
                   WHEN 4 PERFORM 700-LISTAR-DESCUENTOS
               END-EVALUATE
           END-IF.

      * una cuota por alumno activo y numero de cuota del periodo;
      * si el alumno ya tiene esa cuota generada no se duplica. La
      * beca vigente del periodo descuenta sola de cada cuota. Antes
      * de generar se cuenta lo que falta: si no entra en la tabla no
      * se genera nada, asi no quedan movimientos BE de cuotas que
      * despues no se graban
       400-GENERAR-CUOTAS.
           DISPLAY "Ingrese el anio".
           ACCEPT w-anio-nuevo.
               OR w-cant-cuotas = ZERO
               DISPLAY "Datos del periodo invalidos"
           ELSE
               PERFORM 410-CONTAR-A-GENERAR
               COMPUTE w-lugar-cuotas = 25000 - w-cant-cuo
               IF w-cont-a-generar > w-lugar-cuotas
                   DISPLAY "Tabla de cuotas sin lugar: faltan generar "
                           w-cont-a-generar " cuotas y hay lugar para "
                           w-lugar-cuotas ", no se genera nada"
               ELSE
                   PERFORM 405-GENERAR-PERIODO
               END-IF
           END-IF.

       405-GENERAR-PERIODO.
           MOVE ZERO TO w-cont-generadas.
           MOVE ZERO TO w-cont-con-beca.
           MOVE ZERO TO w-cont-bonificadas.
           MOVE ZERO TO w-total-descuento.
           PERFORM 580-ABRIR-MOVIMIENTOS.
           OPEN INPUT ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF alumno-activo
                   PERFORM 420-GENERAR-DEL-ALUMNO
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.
           CLOSE MOVIMIENTOS.
           DISPLAY "Cuotas generadas: " w-cont-generadas.
           DISPLAY "Cuotas con descuento por beca: "
                   w-cont-con-beca.
           DISPLAY "  de ellas bonificadas (sin cargo): "
                   w-cont-bonificadas.
           DISPLAY "  total descontado: " w-total-descuento.
           DISPLAY "El detalle sale con la opcion 4".

       410-CONTAR-A-GENERAR.
           MOVE ZERO TO w-cont-a-generar.
           OPEN INPUT ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF alumno-activo
                   PERFORM 415-CONTAR-DEL-ALUMNO
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.

       415-CONTAR-DEL-ALUMNO.
           PERFORM VARYING w-nro-cuota FROM 1 BY 1
               UNTIL w-nro-cuota > w-cant-cuotas
               PERFORM 425-BUSCAR-GENERADA
               IF NOT ya-generada
                   ADD 1 TO w-cont-a-generar
               END-IF
           END-PERFORM.

       420-GENERAR-DEL-ALUMNO.
           PERFORM 430-BUSCAR-BECA.
           PERFORM VARYING w-nro-cuota FROM 1 BY 1
               UNTIL w-nro-cuota > w-cant-cuotas
               PERFORM 425-BUSCAR-GENERADA
               IF NOT ya-generada
                   ADD 1 TO w-cant-cuo
                   MOVE al-legajo TO tc-legajo(w-cant-cuo)
                   MOVE w-anio-nuevo TO tc-anio(w-cant-cuo)
                   MOVE w-cuatri-nuevo TO tc-cuatri(w-cant-cuo)
                   MOVE w-nro-cuota TO tc-nro(w-cant-cuo)
                   MOVE w-monto-nuevo TO tc-bruto(w-cant-cuo)
                   MOVE "P" TO tc-estado(w-cant-cuo)
                   MOVE ZERO TO tc-recargo(w-cant-cuo)
                   MOVE ZERO TO tc-fecha-pago(w-cant-cuo)
                   PERFORM 450-CALCULAR-VENCIMIENTO
                   PERFORM 440-APLICAR-BECA
                   ADD 1 TO w-cont-generadas
               END-IF
           END-PERFORM.

       425-BUSCAR-GENERADA.
           MOVE "N" TO w-ya-generada.
           PERFORM VARYING kc FROM 1 BY 1
               UNTIL kc > w-cant-cuo OR ya-generada
               IF tc-legajo(kc) = al-legajo
                   AND tc-anio(kc) = w-anio-nuevo
                   AND tc-cuatri(kc) = w-cuatri-nuevo
                   AND tc-nro(kc) = w-nro-cuota
                   MOVE "S" TO w-ya-generada
               END-IF
           END-PERFORM.

      * beca vigente del alumno para el periodo que se genera; si
      * tuviera mas de una se toma la de mayor descuento (monto
      * cero es beca completa)
       430-BUSCAR-BECA.
           MOVE ZERO TO w-idx-beca.
           PERFORM VARYING kb FROM 1 BY 1 UNTIL kb > w-cant-bec
               IF tb-legajo(kb) = al-legajo
                   AND tb-anio(kb) = w-anio-nuevo
                   AND tb-cuatri(kb) = w-cuatri-nuevo
                   IF w-idx-beca = ZERO
                       MOVE kb TO w-idx-beca
                   ELSE
                       IF tb-monto(w-idx-beca) NOT = ZERO
                           AND (tb-monto(kb) = ZERO
                           OR tb-monto(kb) > tb-monto(w-idx-beca))
                           MOVE kb TO w-idx-beca
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * el monto de la beca se descuenta de cada cuota; si la cubre
      * (o es beca completa) la cuota queda bonificada y no se cobra
       440-APLICAR-BECA.
           MOVE ZERO TO w-descuento.
           MOVE SPACES TO tc-beca(w-cant-cuo).
           IF w-idx-beca NOT = ZERO
               IF tb-monto(w-idx-beca) = ZERO
                   OR tb-monto(w-idx-beca) >= w-monto-nuevo
                   MOVE w-monto-nuevo TO w-descuento
               ELSE
                   MOVE tb-monto(w-idx-beca) TO w-descuento
               END-IF
               MOVE tb-tipo(w-idx-beca) TO tc-beca(w-cant-cuo)
               ADD 1 TO w-cont-con-beca
               ADD w-descuento TO w-total-descuento
           END-IF.
           IF w-descuento NOT = ZERO
               MOVE "BE" TO mov-concepto
               MOVE w-descuento TO mov-importe
               MOVE w-cant-cuo TO kc
               PERFORM 590-GRABAR-MOVIMIENTO
           END-IF.
           MOVE w-descuento TO tc-descuento(w-cant-cuo).
           COMPUTE tc-monto(w-cant-cuo) = w-monto-nuevo - w-descuento.
           IF tc-monto(w-cant-cuo) = ZERO
               MOVE "B" TO tc-estado(w-cant-cuo)
               ADD 1 TO w-cont-bonificadas
           END-IF.

      * la cuota 1 vence en el mes de inicio del cuatrimestre y cada
      * una de las siguientes un mes despues, siempre el mismo dia;
      * si ese dia no es habil segun el calendario vence el habil
      * siguiente
       450-CALCULAR-VENCIMIENTO.
           MOVE w-anio-nuevo TO w-vto-anio.
           IF w-cuatri-nuevo = 1
               COMPUTE w-vto-mes = w-mes-cuatri1 + w-nro-cuota - 1
           ELSE
               COMPUTE w-vto-mes = w-mes-cuatri2 + w-nro-cuota - 1
           END-IF.
           PERFORM UNTIL w-vto-mes <= 12
               SUBTRACT 12 FROM w-vto-mes
               ADD 1 TO w-vto-anio
           END-PERFORM.
           COMPUTE tc-vence(w-cant-cuo) =
               w-vto-anio * 10000 + w-vto-mes * 100 + w-dia-vto.
           MOVE tc-vence(w-cant-cuo) TO w-cal-fecha.
           PERFORM 928-PROXIMO-HABIL.
           IF cal-dia-habil
               MOVE w-cal-fecha TO tc-vence(w-cant-cuo)
           END-IF.

      * el pago del banco se aplica a la cuota exacta; lo que no
      * cierra (cuota inexistente, ya cobrada o bonificada, o
      * importe distinto al neto mas el recargo por atraso)
      * queda en el informe de no aplicados para revision manual
       500-APLICAR-RETORNO.
           MOVE ZERO TO w-flag-ret.
           MOVE ZERO TO w-cont-aplicados.
           MOVE ZERO TO w-cont-no-aplicados.
           MOVE ZERO TO w-cont-con-recargo.
           MOVE ZERO TO w-total-recargo.
           MOVE ZERO TO w-cont-sin-respuesta.
           MOVE ZERO TO w-cant-resp.
           OPEN INPUT RETORNO.
           IF ws-estado-ret NOT = "00"
               DISPLAY "No existe retornoBanco.txt, nada que aplicar"
           ELSE
               PERFORM 505-CARGAR-PRESENTACIONES
               PERFORM 580-ABRIR-MOVIMIENTOS
               OPEN OUTPUT NO-APLICADOS
               PERFORM 510-LEER-RETORNO
               PERFORM UNTIL fin-retorno
               END-PERFORM
               CLOSE RETORNO
               CLOSE NO-APLICADOS
               CLOSE MOVIMIENTOS
               PERFORM 540-CERRAR-PRESENTACIONES
               DISPLAY "Pagos aplicados....: " w-cont-aplicados
               DISPLAY "Pagos no aplicados.: " w-cont-no-aplicados
               DISPLAY "Pagos con recargo..: " w-cont-con-recargo
                       "  Recargos cobrados: " w-total-recargo
               DISPLAY "Detalle en pagosNoAplicados.txt"
               DISPLAY "Debitos presentados sin respuesta: "
                       w-cont-sin-respuesta
                       " (detalle en debitosSinRespuesta.txt)"
           END-IF.

       505-CARGAR-PRESENTACIONES.
           MOVE ZERO TO w-cant-pd.
           MOVE ZERO TO w-flag-pre.
           MOVE "N" TO w-presentaciones-desborde.
           OPEN INPUT PRESENTACIONES.
           IF ws-estado-pre = "00"
               PERFORM 507-LEER-PRESENTACION
               PERFORM UNTIL fin-presentaciones
                   IF w-cant-pd >= 25000
                       MOVE "S" TO w-presentaciones-desborde
                   ELSE
                       ADD 1 TO w-cant-pd
                       MOVE pre-nro TO tpd-nro(w-cant-pd)
                       MOVE pre-fecha TO tpd-fecha(w-cant-pd)
                       MOVE pre-legajo TO tpd-legajo(w-cant-pd)
                       MOVE pre-anio TO tpd-anio(w-cant-pd)
                       MOVE pre-cuatri TO tpd-cuatri(w-cant-pd)
                       MOVE pre-nro-cuota TO tpd-nro-cuota(w-cant-pd)
                       MOVE pre-importe TO tpd-importe(w-cant-pd)
                       MOVE pre-estado TO tpd-estado(w-cant-pd)
                   END-IF
                   PERFORM 507-LEER-PRESENTACION
               END-PERFORM
               CLOSE PRESENTACIONES
           END-IF.
           IF presentaciones-desbordadas
               DISPLAY "ATENCION: tabla de presentaciones desbordada, "
                       "presentacionesDebito.txt no se actualiza"
           END-IF.

       507-LEER-PRESENTACION.
           READ PRESENTACIONES AT END MOVE 1 TO w-flag-pre.

       510-LEER-RETORNO.
           READ RETORNO AT END MOVE 1 TO w-flag-ret.
           IF w-idx-pago = ZERO
               PERFORM 530-RECHAZAR-PAGO
           ELSE
               IF tc-estado(w-idx-pago) NOT = "P"
                   PERFORM 530-RECHAZAR-PAGO
               ELSE
                   PERFORM 525-CALCULAR-RECARGO
                   PERFORM 522-BUSCAR-PRESENTADA
                   IF w-idx-pd NOT = ZERO
                       IF tpd-importe(w-idx-pd) = ret-importe
                           PERFORM 527-IMPORTE-PRESENTADO
                       END-IF
                   END-IF
                   IF w-importe-esperado NOT = ret-importe
                       PERFORM 530-RECHAZAR-PAGO
                   ELSE
                       MOVE "C" TO tc-estado(w-idx-pago)
                       MOVE w-recargo TO tc-recargo(w-idx-pago)
                       MOVE w-fecha-pago TO tc-fecha-pago(w-idx-pago)
                       ADD 1 TO w-cont-aplicados
                       IF w-recargo NOT = ZERO
                           ADD 1 TO w-cont-con-recargo
                           ADD w-recargo TO w-total-recargo
                       END-IF
                       IF w-idx-pd NOT = ZERO
                           MOVE "C" TO tpd-estado(w-idx-pd)
                           PERFORM 528-MARCAR-RESPONDIDA
                       END-IF
                       PERFORM 529-ASENTAR-COBRANZA
                   END-IF
               END-IF
           END-IF.

      * la cuota presentada al debito y todavia sin respuesta
       522-BUSCAR-PRESENTADA.
           MOVE ZERO TO w-idx-pd.
           PERFORM VARYING kd FROM 1 BY 1
               UNTIL kd > w-cant-pd OR w-idx-pd NOT = ZERO
               IF tpd-legajo(kd) = ret-legajo
                   AND tpd-anio(kd) = ret-anio
                   AND tpd-cuatri(kd) = ret-cuatri
                   AND tpd-nro-cuota(kd) = ret-nro
                   AND tpd-estado(kd) = "P"
                   MOVE kd TO w-idx-pd
               END-IF
           END-PERFORM.

      * lo debitado es lo presentado: el recargo es el que se calculo
      * al presentar, aunque el banco debite unos dias despues
       527-IMPORTE-PRESENTADO.
           MOVE tpd-importe(w-idx-pd) TO w-importe-esperado.
           IF tpd-importe(w-idx-pd) > tc-monto(w-idx-pago)
               COMPUTE w-recargo =
                   tpd-importe(w-idx-pd) - tc-monto(w-idx-pago)
           ELSE
               MOVE ZERO TO w-recargo
           END-IF.

       528-MARCAR-RESPONDIDA.
           MOVE "N" TO w-ya-respondida.
           PERFORM VARYING kr FROM 1 BY 1
               UNTIL kr > w-cant-resp OR ya-respondida
               IF w-nro-respondida(kr) = tpd-nro(w-idx-pd)
                   MOVE "S" TO w-ya-respondida
               END-IF
           END-PERFORM.
           IF NOT ya-respondida AND w-cant-resp < 50
               ADD 1 TO w-cant-resp
               MOVE tpd-nro(w-idx-pd) TO w-nro-respondida(w-cant-resp)
           END-IF.

      * pagada despues del vencimiento la cuota lleva el recargo del
      * parametro por cada mes o fraccion de atraso, sobre el neto
       525-CALCULAR-RECARGO.
           IF ret-fecha NUMERIC AND ret-fecha NOT = ZERO
               MOVE ret-fecha TO w-fecha-pago
           ELSE
               MOVE w-fecha-hoy TO w-fecha-pago
           END-IF.
           MOVE ZERO TO w-recargo.
           IF tc-vence(w-idx-pago) NOT = ZERO
               AND w-fecha-pago > tc-vence(w-idx-pago)
               MOVE tc-vence(w-idx-pago) TO w-atr-desde
               MOVE w-fecha-pago TO w-atr-hasta
               PERFORM 962-CALCULAR-ATRASO
               COMPUTE w-recargo ROUNDED = tc-monto(w-idx-pago)
                   * w-recargo-pct / 100 * w-atr-meses
           END-IF.
           COMPUTE w-importe-esperado =
               tc-monto(w-idx-pago) + w-recargo.

       530-RECHAZAR-PAGO.
           ADD 1 TO w-cont-no-aplicados.
           MOVE SPACES TO nap-linea.
               INTO nap-linea.
           WRITE nap-linea.

      * la cobranza va a contabilidad separada en neto y recargo
       529-ASENTAR-COBRANZA.
           MOVE w-idx-pago TO kc.
           MOVE "CO" TO mov-concepto.
           MOVE tc-monto(w-idx-pago) TO mov-importe.
           PERFORM 590-GRABAR-MOVIMIENTO.
           IF w-recargo NOT = ZERO
               MOVE "RE" TO mov-concepto
               MOVE w-recargo TO mov-importe
               PERFORM 590-GRABAR-MOVIMIENTO
           END-IF.

      * de cada presentacion que el banco respondio, lo que no se
      * cobro queda sin respuesta y se lista; la cuota sigue
      * pendiente y puede ir en la proxima presentacion
       540-CERRAR-PRESENTACIONES.
           OPEN OUTPUT SIN-RESPUESTA.
           PERFORM VARYING kd FROM 1 BY 1 UNTIL kd > w-cant-pd
               IF tpd-estado(kd) = "P"
                   PERFORM 545-VERIFICAR-RESPONDIDA
                   IF ya-respondida
                       MOVE "S" TO tpd-estado(kd)
                       ADD 1 TO w-cont-sin-respuesta
                       MOVE SPACES TO sre-linea
                       STRING "SIN RESPUESTA: PRESENTACION "
                           DELIMITED BY SIZE
                           tpd-nro(kd) DELIMITED BY SIZE
                           " LEGAJO " DELIMITED BY SIZE
                           tpd-legajo(kd) DELIMITED BY SIZE
                           " CUOTA " DELIMITED BY SIZE
                           tpd-anio(kd) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           tpd-cuatri(kd) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           tpd-nro-cuota(kd) DELIMITED BY SIZE
                           " IMPORTE " DELIMITED BY SIZE
                           tpd-importe(kd) DELIMITED BY SIZE
                           INTO sre-linea
                       WRITE sre-linea
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SIN-RESPUESTA.
           IF w-cant-pd NOT = ZERO AND NOT presentaciones-desbordadas
               PERFORM 550-GRABAR-PRESENTACIONES
           END-IF.

       545-VERIFICAR-RESPONDIDA.
           MOVE "N" TO w-ya-respondida.
           PERFORM VARYING kr FROM 1 BY 1
               UNTIL kr > w-cant-resp OR ya-respondida
               IF w-nro-respondida(kr) = tpd-nro(kd)
                   MOVE "S" TO w-ya-respondida
               END-IF
           END-PERFORM.

       550-GRABAR-PRESENTACIONES.
           OPEN OUTPUT PRESENTACIONES.
           PERFORM VARYING kd FROM 1 BY 1 UNTIL kd > w-cant-pd
               MOVE tpd-nro(kd) TO pre-nro
               MOVE tpd-fecha(kd) TO pre-fecha
               MOVE tpd-legajo(kd) TO pre-legajo
               MOVE tpd-anio(kd) TO pre-anio
               MOVE tpd-cuatri(kd) TO pre-cuatri
               MOVE tpd-nro-cuota(kd) TO pre-nro-cuota
               MOVE tpd-importe(kd) TO pre-importe
               MOVE tpd-estado(kd) TO pre-estado
               WRITE pre-reg
           END-PERFORM.
           CLOSE PRESENTACIONES.

       580-ABRIR-MOVIMIENTOS.
           OPEN EXTEND MOVIMIENTOS.
           IF ws-estado-mov = "35"
               OPEN OUTPUT MOVIMIENTOS
           END-IF.

      * un movimiento por concepto de la cuota kc, con la fecha del
      * dia en que se asienta
       590-GRABAR-MOVIMIENTO.
           MOVE w-fecha-hoy TO mov-fecha.
           MOVE tc-legajo(kc) TO mov-legajo.
           MOVE tc-anio(kc) TO mov-anio.
           MOVE tc-cuatri(kc) TO mov-cuatri.
           MOVE tc-nro(kc) TO mov-nro.
           WRITE mov-reg.

       600-CONSULTA-CUENTA.
           DISPLAY "Ingrese el legajo".
           ACCEPT w-legajo-pedido.
           MOVE ZERO TO w-cont-pendientes.
           MOVE ZERO TO w-cont-vencidas.
           MOVE ZERO TO w-deuda.
           PERFORM VARYING kc FROM 1 BY 1 UNTIL kc > w-cant-cuo
               IF tc-legajo(kc) = w-legajo-pedido
                   DISPLAY "  PERIODO " tc-anio(kc) "/" tc-cuatri(kc)
                           " CUOTA " tc-nro(kc) " MONTO "
                           tc-monto(kc) " ESTADO " tc-estado(kc)
                   IF tc-descuento(kc) NOT = ZERO
                       DISPLAY "    BRUTO " tc-bruto(kc) " BECA "
                               tc-beca(kc) " DESCUENTO "
                               tc-descuento(kc)
                   END-IF
                   DISPLAY "    VENCE " tc-vence(kc) " PAGADA "
                           tc-fecha-pago(kc) " RECARGO "
                           tc-recargo(kc)
                   IF tc-estado(kc) = "P"
                       ADD 1 TO w-cont-pendientes
                       ADD tc-monto(kc) TO w-deuda
                       IF tc-vence(kc) < w-fecha-hoy
                           ADD 1 TO w-cont-vencidas
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Cuotas pendientes: " w-cont-pendientes
                   "  Vencidas: " w-cont-vencidas
                   "  Deuda total: " w-deuda.

      * para la comision de becas: cada cuota del periodo que tuvo
      * descuento, con la beca que lo produjo, y los totales para
      * conciliar contra las becas otorgadas
       700-LISTAR-DESCUENTOS.
           DISPLAY "Ingrese el anio".
           ACCEPT w-anio-nuevo.
           DISPLAY "Ingrese el cuatrimestre (1 o 2)".
           ACCEPT w-cuatri-nuevo.
           MOVE ZERO TO w-cont-lineas.
           MOVE ZERO TO w-cont-paginas.
           MOVE ZERO TO w-total-bruto.
           MOVE ZERO TO w-total-descuento.
           MOVE ZERO TO w-total-neto.
           OPEN INPUT ALUMNOS.
           OPEN OUTPUT LISTADO.
           PERFORM 720-LISTAR-ENCABEZADO.
           PERFORM VARYING kc FROM 1 BY 1 UNTIL kc > w-cant-cuo
               IF tc-anio(kc) = w-anio-nuevo
                   AND tc-cuatri(kc) = w-cuatri-nuevo
                   AND tc-descuento(kc) NOT = ZERO
                   PERFORM 710-LISTAR-CUOTA
               END-IF
           END-PERFORM.
           MOVE w-cont-lineas TO d-tot-cuotas.
           MOVE w-total-bruto TO d-tot-bruto.
           MOVE w-total-descuento TO d-tot-desc.
           MOVE w-total-neto TO d-tot-neto.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES.
           WRITE lis-reg FROM lin-total2 AFTER ADVANCING 1 LINE.
           WRITE lis-reg FROM lin-total3 AFTER ADVANCING 1 LINE.
           WRITE lis-reg FROM lin-total4 AFTER ADVANCING 1 LINE.
           CLOSE LISTADO.
           CLOSE ALUMNOS.
           DISPLAY "Cuotas con descuento: " w-cont-lineas
                   "  Total descontado: " w-total-descuento.
           DISPLAY "Listado en impDescuentosBecas.dat".

       710-LISTAR-CUOTA.
           ADD 1 TO w-cont-lineas.
           ADD tc-bruto(kc) TO w-total-bruto.
           ADD tc-descuento(kc) TO w-total-descuento.
           ADD tc-monto(kc) TO w-total-neto.
           MOVE tc-legajo(kc) TO w-legajo-pedido.
           PERFORM 730-BUSCAR-ALUMNO.
           MOVE tc-legajo(kc) TO d-legajo.
           IF alumno-hallado
               MOVE al-nombre TO d-nombre
           ELSE
               MOVE "SIN ALTA EN ALUMNOS" TO d-nombre
           END-IF.
           MOVE tc-beca(kc) TO d-beca.
           MOVE tc-nro(kc) TO d-nro.
           MOVE tc-bruto(kc) TO d-bruto.
           MOVE tc-descuento(kc) TO d-descuento.
           MOVE tc-monto(kc) TO d-neto.
           MOVE tc-estado(kc) TO d-estado.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 720-LISTAR-ENCABEZADO.

       720-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           MOVE w-anio-nuevo TO cp-anio.
           MOVE w-cuatri-nuevo TO cp-cuatri.
           WRITE lis-reg FROM lin-periodo.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera2.

       730-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
           END-READ.

       900-GRABAR-CUOTAS.
           IF cuotas-desbordadas
               DISPLAY "Tabla de cuotas desbordada: cuotas.txt se "
               MOVE tc-nro(kc) TO cuo-nro
               MOVE tc-monto(kc) TO cuo-monto
               MOVE tc-estado(kc) TO cuo-estado
               MOVE tc-bruto(kc) TO cuo-bruto
               MOVE tc-descuento(kc) TO cuo-descuento
               MOVE tc-beca(kc) TO cuo-beca
               MOVE tc-vence(kc) TO cuo-vence
               MOVE tc-recargo(kc) TO cuo-recargo
               MOVE tc-fecha-pago(kc) TO cuo-fecha-pago
               WRITE cuo-reg
           END-PERFORM.
           CLOSE CUOTAS.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-PARAMARAN-PROC.cpy".
           COPY "COPY-CALEND-PROC.cpy".
       END PROGRAM ARANCELES.
