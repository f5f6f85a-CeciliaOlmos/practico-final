      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESENTACION-DEBITO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTAS ASSIGN TO "..\cuotas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-cuo.
           SELECT ADHESIONES ASSIGN TO "..\adhesionesDebito.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-adh.
           SELECT PRESENTACIONES ASSIGN TO "..\presentacionesDebito.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-pre.
           SELECT DEBITO ASSIGN TO "..\debitoBanco.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-deb.
           SELECT PARAM-INST ASSIGN TO "..\paramInstitucion.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-inst.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impDebito.dat".
           COPY "COPY-PARAMARAN-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  CUOTAS.
           COPY "COPY-CUOTAS.cpy".
      * alumnos que autorizaron el debito automatico, con la cuenta
      * (CBU) a debitar: A = autorizado, B = dado de baja
       FD  ADHESIONES.
       01  adh-reg.
           03 adh-legajo pic 9(5).
           03 adh-cbu pic x(22).
           03 adh-estado pic x.
       FD  PRESENTACIONES.
           COPY "COPY-PRESDEB.cpy".
       FD  DEBITO.
       01  deb-reg pic x(80).
       FD  PARAM-INST.
       01  param-inst-reg.
           03 par-institucion pic x(6).
       FD  LISTADO.
       01  lis-reg pic x(80).
           COPY "COPY-PARAMARAN-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
       77  ws-estado-cuo pic xx.
       77  ws-estado-adh pic xx.
       77  ws-estado-pre pic xx.
       77  ws-estado-inst pic xx.
       77  ws-estado-deb pic xx.
       77  w-flag-cuo pic 9 value 0.
           88 fin-cuotas value 1.
       77  w-flag-adh pic 9 value 0.
           88 fin-adhesiones value 1.
       77  w-flag-pre pic 9 value 0.
           88 fin-presentaciones value 1.
       01  w-institucion pic x(6) value "000000".
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-fecha-limite pic 9(8) value zero.
       01  w-fecha-limite-r redefines w-fecha-limite.
           03 w-lim-aniomes pic 9(6).
           03 w-lim-dia pic 99.
       01  w-nro-presentacion pic 9(6) value zero.
       01  w-cant-adh pic 9(4) value zero.
       01  ka pic 9(4).
       77  w-adhesiones-desborde pic x value "N".
           88 adhesiones-desbordadas value "S".
       01  tabla-adhesiones.
           03 tab-adh OCCURS 5000 TIMES.
               05 tad-legajo pic 9(5).
               05 tad-cbu pic x(22).
      * cuotas ya presentadas que esperan el retorno del banco: no
      * se presentan de nuevo hasta que el retorno las cierre
       01  w-cant-pre pic 9(5) value zero.
       01  kp pic 9(5).
       77  w-presentaciones-desborde pic x value "N".
           88 presentaciones-desbordadas value "S".
       01  tabla-presentadas.
           03 tab-pre OCCURS 25000 TIMES.
               05 tpr-legajo pic 9(5).
               05 tpr-anio pic 9(4).
               05 tpr-cuatri pic 9.
               05 tpr-nro-cuota pic 99.
       01  w-idx-adh pic 9(4) value zero.
       77  w-ya-presentada pic x value "N".
           88 ya-presentada value "S".
       01  w-vence pic 9(8) value zero.
       01  w-recargo pic 9(6) value zero.
       01  w-importe pic 9(6) value zero.
       01  w-cont-detalles pic 9(6) value zero.
       01  w-total-importe pic 9(11) value zero.
       01  w-suma-legajos pic 9(11) value zero.
       01  w-cont-sin-adhesion pic 9(6) value zero.
       01  w-cont-ya-presentadas pic 9(6) value zero.
       01  w-cont-no-vencidas pic 9(6) value zero.
       01  reg-cabecera.
           03 filler pic x value "H".
           03 h-institucion pic x(6).
           03 h-nro-presentacion pic 9(6).
           03 h-fecha pic 9(8).
           03 filler pic x(59) value spaces.
       01  reg-detalle.
           03 filler pic x value "D".
           03 d-legajo pic 9(5).
           03 d-cbu pic x(22).
           03 d-anio pic 9(4).
           03 d-cuatri pic 9.
           03 d-nro-cuota pic 99.
           03 d-vence pic 9(8).
           03 d-importe pic 9(6).
           03 filler pic x(31) value spaces.
       01  reg-trailer.
           03 filler pic x value "T".
           03 t-nro-presentacion pic 9(6).
           03 t-cantidad pic 9(6).
           03 t-total-importe pic 9(11).
           03 t-suma-legajos pic 9(11).
           03 filler pic x(45) value spaces.
       01  lin-control pic x(80).
           COPY "COPY-PARAMARAN-WS.cpy".
           COPY "COPY-ERRLOG-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "presentacionDebito" TO w-err-programa.
           PERFORM 100-INICIO.
           IF presentaciones-desbordadas OR adhesiones-desbordadas
               IF presentaciones-desbordadas
                   MOVE "presentacionesDebito.txt" TO w-err-archivo
                   MOVE ws-estado-pre TO w-err-estado
               ELSE
                   MOVE "adhesionesDebito.txt" TO w-err-archivo
                   MOVE ws-estado-adh TO w-err-estado
               END-IF
               MOVE "READ" TO w-err-operacion
               MOVE "TABLA LLENA" TO w-err-llave
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "Tablas desbordadas: no se genera la "
                       "presentacion para no debitar dos veces"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 300-PRESENTAR
               PERFORM 800-FIN
           END-IF.
            STOP RUN.

       100-INICIO.
           PERFORM 960-LEER-PARAM-ARANCEL.
           PERFORM 110-LEER-INSTITUCION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
      * se presentan las cuotas vencidas y las que vencen en el mes
           MOVE w-fecha-hoy TO w-fecha-limite.
           MOVE 31 TO w-lim-dia.
           PERFORM 130-CARGAR-ADHESIONES.
           PERFORM 150-CARGAR-PRESENTACIONES.
           ADD 1 TO w-nro-presentacion.

       110-LEER-INSTITUCION.
           OPEN INPUT PARAM-INST.
           IF ws-estado-inst = "00"
               READ PARAM-INST
                   AT END CONTINUE
                   NOT AT END MOVE par-institucion TO w-institucion
               END-READ
               CLOSE PARAM-INST
           ELSE
               DISPLAY "Sin paramInstitucion.txt, se informa codigo "
                       w-institucion
           END-IF.

       130-CARGAR-ADHESIONES.
           OPEN INPUT ADHESIONES.
           IF ws-estado-adh = "00"
               PERFORM 140-LEER-ADHESION
               PERFORM UNTIL fin-adhesiones
                   IF adh-estado = "A"
                       IF w-cant-adh < 5000
                           ADD 1 TO w-cant-adh
                           MOVE adh-legajo TO tad-legajo(w-cant-adh)
                           MOVE adh-cbu TO tad-cbu(w-cant-adh)
                       ELSE
                           MOVE "S" TO w-adhesiones-desborde
                       END-IF
                   END-IF
                   PERFORM 140-LEER-ADHESION
               END-PERFORM
               CLOSE ADHESIONES
           ELSE
               DISPLAY "No existe adhesionesDebito.txt, no hay "
                       "alumnos con debito automatico"
           END-IF.

       140-LEER-ADHESION.
           READ ADHESIONES AT END MOVE 1 TO w-flag-adh.

      * el numero de presentacion sigue al ultimo registrado
       150-CARGAR-PRESENTACIONES.
           OPEN INPUT PRESENTACIONES.
           IF ws-estado-pre = "00"
               PERFORM 160-LEER-PRESENTACION
               PERFORM UNTIL fin-presentaciones
                   IF pre-nro > w-nro-presentacion
                       MOVE pre-nro TO w-nro-presentacion
                   END-IF
                   IF pre-estado = "P"
                       IF w-cant-pre < 25000
                           ADD 1 TO w-cant-pre
                           MOVE pre-legajo TO tpr-legajo(w-cant-pre)
                           MOVE pre-anio TO tpr-anio(w-cant-pre)
                           MOVE pre-cuatri TO tpr-cuatri(w-cant-pre)
                           MOVE pre-nro-cuota TO
                               tpr-nro-cuota(w-cant-pre)
                       ELSE
                           MOVE "S" TO w-presentaciones-desborde
                       END-IF
                   END-IF
                   PERFORM 160-LEER-PRESENTACION
               END-PERFORM
               CLOSE PRESENTACIONES
           END-IF.

       160-LEER-PRESENTACION.
           READ PRESENTACIONES AT END MOVE 1 TO w-flag-pre.

       300-PRESENTAR.
           OPEN OUTPUT DEBITO.
           IF ws-estado-deb NOT = "00"
               MOVE "debitoBanco.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-deb TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo crear debitoBanco.txt (estado "
                       ws-estado-deb "), presentacion cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND PRESENTACIONES.
           IF ws-estado-pre = "35"
               OPEN OUTPUT PRESENTACIONES
           END-IF.
           IF ws-estado-pre NOT = "00"
               MOVE "presentacionesDebito.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-pre TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir presentacionesDebito.txt "
                       "(estado " ws-estado-pre "), presentacion "
                       "cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM 200-GRABAR-CABECERA.
           OPEN INPUT CUOTAS.
           IF ws-estado-cuo NOT = "00"
               MOVE "cuotas.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-cuo TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No existe cuotas.txt, presentacion vacia"
           ELSE
               PERFORM 310-LEER-CUOTA
               PERFORM UNTIL fin-cuotas
                   IF cuo-estado = "P" AND cuo-monto NOT = ZERO
                       PERFORM 320-SELECCIONAR-CUOTA
                   END-IF
                   PERFORM 310-LEER-CUOTA
               END-PERFORM
               CLOSE CUOTAS
           END-IF.
           PERFORM 500-GRABAR-TRAILER.

       200-GRABAR-CABECERA.
           MOVE w-institucion TO h-institucion.
           MOVE w-nro-presentacion TO h-nro-presentacion.
           MOVE w-fecha-hoy TO h-fecha.
           WRITE deb-reg FROM reg-cabecera.

       310-LEER-CUOTA.
           READ CUOTAS AT END MOVE 1 TO w-flag-cuo.

      * entra la cuota pendiente, vencida o que vence en el mes, del
      * alumno adherido que no este ya presentada sin respuesta
       320-SELECCIONAR-CUOTA.
           IF cuo-vence NUMERIC
               MOVE cuo-vence TO w-vence
           ELSE
               MOVE ZERO TO w-vence
           END-IF.
           IF w-vence > w-fecha-limite
               ADD 1 TO w-cont-no-vencidas
           ELSE
               PERFORM 330-BUSCAR-ADHESION
               IF w-idx-adh = ZERO
                   ADD 1 TO w-cont-sin-adhesion
               ELSE
                   PERFORM 340-VERIFICAR-PRESENTADA
                   IF ya-presentada
                       ADD 1 TO w-cont-ya-presentadas
                   ELSE
                       PERFORM 400-GRABAR-DETALLE
                   END-IF
               END-IF
           END-IF.

       330-BUSCAR-ADHESION.
           MOVE ZERO TO w-idx-adh.
           PERFORM VARYING ka FROM 1 BY 1
               UNTIL ka > w-cant-adh OR w-idx-adh NOT = ZERO
               IF tad-legajo(ka) = cuo-legajo
                   MOVE ka TO w-idx-adh
               END-IF
           END-PERFORM.

       340-VERIFICAR-PRESENTADA.
           MOVE "N" TO w-ya-presentada.
           PERFORM VARYING kp FROM 1 BY 1
               UNTIL kp > w-cant-pre OR ya-presentada
               IF tpr-legajo(kp) = cuo-legajo
                   AND tpr-anio(kp) = cuo-anio
                   AND tpr-cuatri(kp) = cuo-cuatri
                   AND tpr-nro-cuota(kp) = cuo-nro
                   MOVE "S" TO w-ya-presentada
               END-IF
           END-PERFORM.

      * la cuota vencida se presenta con el recargo a la fecha, con
      * la misma regla que aplica aranceles al cobrar
       400-GRABAR-DETALLE.
           MOVE ZERO TO w-recargo.
           IF w-vence NOT = ZERO AND w-fecha-hoy > w-vence
               MOVE w-vence TO w-atr-desde
               MOVE w-fecha-hoy TO w-atr-hasta
               PERFORM 962-CALCULAR-ATRASO
               COMPUTE w-recargo ROUNDED = cuo-monto
                   * w-recargo-pct / 100 * w-atr-meses
           END-IF.
           COMPUTE w-importe = cuo-monto + w-recargo.
           MOVE cuo-legajo TO d-legajo.
           MOVE tad-cbu(w-idx-adh) TO d-cbu.
           MOVE cuo-anio TO d-anio.
           MOVE cuo-cuatri TO d-cuatri.
           MOVE cuo-nro TO d-nro-cuota.
           MOVE w-vence TO d-vence.
           MOVE w-importe TO d-importe.
           WRITE deb-reg FROM reg-detalle.
           ADD 1 TO w-cont-detalles.
           ADD w-importe TO w-total-importe.
           ADD cuo-legajo TO w-suma-legajos.
           MOVE w-nro-presentacion TO pre-nro.
           MOVE w-fecha-hoy TO pre-fecha.
           MOVE cuo-legajo TO pre-legajo.
           MOVE cuo-anio TO pre-anio.
           MOVE cuo-cuatri TO pre-cuatri.
           MOVE cuo-nro TO pre-nro-cuota.
           MOVE w-importe TO pre-importe.
           MOVE "P" TO pre-estado.
           WRITE pre-reg.

       500-GRABAR-TRAILER.
           MOVE w-nro-presentacion TO t-nro-presentacion.
           MOVE w-cont-detalles TO t-cantidad.
           MOVE w-total-importe TO t-total-importe.
           MOVE w-suma-legajos TO t-suma-legajos.
           WRITE deb-reg FROM reg-trailer.

       800-FIN.
           MOVE SPACES TO lin-control.
           STRING "PRESENTACION DEBITO " w-nro-presentacion
               " - INSTITUCION " w-institucion
               " FECHA " w-fecha-hoy
               DELIMITED BY SIZE INTO lin-control.
           WRITE lis-reg FROM lin-control.
           DISPLAY lin-control.
           MOVE SPACES TO lin-control.
           STRING "DETALLES: " w-cont-detalles
               " IMPORTE: " w-total-importe
               " SUMA LEGAJOS: " w-suma-legajos
               DELIMITED BY SIZE INTO lin-control.
           WRITE lis-reg FROM lin-control.
           DISPLAY lin-control.
           MOVE SPACES TO lin-control.
           STRING "SIN ADHESION: " w-cont-sin-adhesion
               " YA PRESENTADAS: " w-cont-ya-presentadas
               " NO VENCIDAS: " w-cont-no-vencidas
               DELIMITED BY SIZE INTO lin-control.
           WRITE lis-reg FROM lin-control.
           DISPLAY lin-control.
           CLOSE DEBITO.
           CLOSE PRESENTACIONES.
           CLOSE LISTADO.
           DISPLAY "Archivo para el banco en debitoBanco.txt".

           COPY "COPY-PARAMARAN-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM PRESENTACION-DEBITO.
