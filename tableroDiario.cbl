           SELECT ESTADO-TABLERO ASSIGN TO "..\tableroEstado.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-tbe.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impTablero.dat".
           COPY "COPY-LOTES-SEL.cpy".
           COPY "COPY-PERIODO-SEL.cpy".
           COPY "COPY-CTRLEJEC-SEL.cpy".
           COPY "COPY-SEDES-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-AUDIT-FD.cpy".
           COPY "COPY-LOTES-FD.cpy".
           COPY "COPY-PERIODO-FD.cpy".
           COPY "COPY-CTRLEJEC-FD.cpy".
           COPY "COPY-SEDES-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-aud pic xx.
       77  ws-estado-rtx pic xx.
       77  ws-estado-rfi pic xx.
       01  w-ant-rech-fin pic 9(6) value zero.
       01  w-ant-rech-par pic 9(6) value zero.
       01  w-delta pic s9(6) value zero.
       77  w-flag-err pic 9 value 0.
           88 fin-errores value 1.
       01  w-cont-errores pic 9(6) value zero.
       01  w-ant-errores pic 9(6) value zero.
       01  w-nuevos-errores pic 9(6) value zero.
       01  w-cont-ocupados pic 9(5) value zero.
       01  w-cont-paginas pic 99 value zero.
      * sede de cada legajo, para repartir los movimientos de la
      * auditoria; los contadores por sede van en paralelo con la
      * tabla de sedes
       01  w-cant-leg pic 9(5) value zero.
       01  kl pic 9(5).
       01  tabla-leg-sede.
           03 tab-ls OCCURS 5000 TIMES.
               05 tls-legajo pic 9(5).
               05 tls-sede pic 99.
       01  tabla-cont-sede.
           03 tab-cs OCCURS 20 TIMES.
               05 tcs-activos pic 9(5).
               05 tcs-altas pic 9(5).
               05 tcs-bajas pic 9(5).
               05 tcs-modif pic 9(5).
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "TABLERO DIARIO DE
           03 filler       pic x(9)  value "  MODIF: ".
           03 d-modif      pic zzzz9.
           03 filler       pic x(19) value spaces.
       01  lin-sede.
           03 filler       pic x(5)  value "SEDE ".
           03 d-sede       pic x(2).
           03 filler       pic x(1)  value spaces.
           03 d-sede-nom   pic x(16).
           03 filler       pic x(5)  value " ACT:".
           03 d-sede-act   pic zzzz9.
           03 filler       pic x(8)  value "  ALTAS:".
           03 d-sede-alt   pic zzzz9.
           03 filler       pic x(8)  value "  BAJAS:".
           03 d-sede-baj   pic zzzz9.
           03 filler       pic x(8)  value "  MODIF:".
           03 d-sede-mod   pic zzzz9.
           03 filler       pic x(7)  value spaces.
       01  lin-lote.
           03 filler       pic x(6)  value "LOTE: ".
           03 d-lote       pic 9(4).
           03 filler       pic x(9)  value "  DELTA: ".
           03 d-rch-delta  pic +(5)9.
           03 filler       pic x(22) value spaces.
       01  lin-errores.
           03 filler       pic x(20) value "ERRORES DE ARCHIVO: ".
           03 filler       pic x(7)  value "TOTAL: ".
           03 d-err-total  pic zzzzz9.
           03 filler       pic x(26) value
                           "  NUEVOS DESDE EL ANTERIOR".
           03 filler       pic x(2)  value ": ".
           03 d-err-nuevos pic zzzzz9.
           03 filler       pic x(13) value spaces.
       01  lin-alumnos.
           03 filler       pic x(26) value "ALUMNOS REGISTRADOS......:".
           03 filler       pic x(1)  value spaces.
           03 d-ocupados   pic zzzz9.
           03 filler       pic x(48) value spaces.
       01  lin-periodo.
           03 filler       pic x(17) value "PERIODO ABIERTO: ".
           03 d-per-anio   pic 9(4).
           03 d-ctl-ses    pic z9.
           03 filler       pic x(25) value spaces.
           COPY "COPY-CTRLEJEC-WS.cpy".
           COPY "COPY-SEDES-WS.cpy".
           COPY "COPY-ERRLOG-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-RESUMIR-AUDITORIA.
           PERFORM 300-LISTAR-LOTES-DEL-DIA.
           PERFORM 400-CONTAR-RECHAZOS.
           PERFORM 450-CONTAR-ERRORES.
           PERFORM 500-CONTAR-ALUMNOS.
           PERFORM 600-PERIODO-Y-CONTROL.
           PERFORM 700-GRABAR-ESTADO-TABLERO.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 110-CARGAR-ESTADO-ANTERIOR.
           PERFORM 931-CARGAR-SEDES.
           PERFORM 939-ASEGURAR-SEDE-PRINCIPAL.
           PERFORM 130-CARGAR-SEDE-ALUMNOS.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.
           MOVE w-fecha-hoy TO cf-fecha.
                           MOVE tbe-cant TO w-ant-rech-fin
                       WHEN "rechazosParciales"
                           MOVE tbe-cant TO w-ant-rech-par
                       WHEN "erroresArchivo"
                           MOVE tbe-cant TO w-ant-errores
                   END-EVALUATE
                   PERFORM 120-LEER-ESTADO-TABLERO
               END-PERFORM
       120-LEER-ESTADO-TABLERO.
           READ ESTADO-TABLERO AT END MOVE 1 TO w-flag-tbe.

      * un alumno sin sede o con una sede que ya no existe cuenta en
      * la sede principal
       130-CARGAR-SEDE-ALUMNOS.
           PERFORM VARYING k-sede FROM 1 BY 1 UNTIL k-sede > 20
               MOVE ZERO TO tcs-activos(k-sede)
               MOVE ZERO TO tcs-altas(k-sede)
               MOVE ZERO TO tcs-bajas(k-sede)
               MOVE ZERO TO tcs-modif(k-sede)
           END-PERFORM.
           OPEN INPUT ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               PERFORM 135-REGISTRAR-SEDE-ALUMNO
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.

       135-REGISTRAR-SEDE-ALUMNO.
           MOVE al-sede TO w-sede-codigo.
           PERFORM 934-NORMALIZAR-SEDE.
           IF alumno-activo OR al-estado = SPACE
               ADD 1 TO tcs-activos(k-sede)
           END-IF.
           IF w-cant-leg < 5000
               ADD 1 TO w-cant-leg
               MOVE al-legajo TO tls-legajo(w-cant-leg)
               MOVE k-sede TO tls-sede(w-cant-leg)
           END-IF.

      * posicion en la tabla de sedes del legajo aud-legajo
       140-UBICAR-SEDE-LEGAJO.
           MOVE 1 TO k-sede.
           PERFORM VARYING kl FROM 1 BY 1 UNTIL kl > w-cant-leg
               IF tls-legajo(kl) = aud-legajo
                   MOVE tls-sede(kl) TO k-sede
                   MOVE w-cant-leg TO kl
               END-IF
           END-PERFORM.

      * las operaciones del dia salen de la auditoria: la fecha va
      * en los primeros 8 caracteres de aud-fecha-hora
       200-RESUMIR-AUDITORIA.
               PERFORM 210-LEER-AUDITORIA
               PERFORM UNTIL fin-auditoria
                   IF aud-fecha-hora(1:8) = cf-fecha
                       PERFORM 140-UBICAR-SEDE-LEGAJO
                       EVALUATE aud-operacion
                           WHEN "ALTA"
                               ADD 1 TO w-cont-altas
                               ADD 1 TO tcs-altas(k-sede)
                           WHEN "BAJA"
                               ADD 1 TO w-cont-bajas
                               ADD 1 TO tcs-bajas(k-sede)
                           WHEN "MODIFICAR"
                               ADD 1 TO w-cont-modif
                               ADD 1 TO tcs-modif(k-sede)
                       END-EVALUATE
                   END-IF
                   PERFORM 210-LEER-AUDITORIA
           MOVE w-cont-modif TO d-modif.
           WRITE lis-reg FROM lin-auditoria AFTER ADVANCING 2 LINES.
           DISPLAY lin-auditoria.
           PERFORM VARYING k-sede FROM 1 BY 1
               UNTIL k-sede > w-cant-sede
               PERFORM 220-LISTAR-SEDE
           END-PERFORM.

       210-LEER-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag-aud.

       220-LISTAR-SEDE.
           MOVE tse-codigo(k-sede) TO d-sede.
           MOVE tse-nombre(k-sede) TO d-sede-nom.
           MOVE tcs-activos(k-sede) TO d-sede-act.
           MOVE tcs-altas(k-sede) TO d-sede-alt.
           MOVE tcs-bajas(k-sede) TO d-sede-baj.
           MOVE tcs-modif(k-sede) TO d-sede-mod.
           WRITE lis-reg FROM lin-sede AFTER ADVANCING 1 LINE.
           DISPLAY lin-sede.

       300-LISTAR-LOTES-DEL-DIA.
           OPEN INPUT LOTES-REG.
           IF ws-estado-lot = "00"
       430-LEER-RECH-PAR.
           READ RECH-PAR AT END MOVE 1 TO w-flag-rch.

      * errores de archivo asentados por todos los programas; los
      * nuevos son los que se sumaron desde el tablero anterior (si
      * el registro se vacio en el medio, todos cuentan como nuevos)
       450-CONTAR-ERRORES.
           MOVE ZERO TO w-cont-errores.
           OPEN INPUT ERRORES-ARCHIVO.
           IF ws-estado-err = "00"
               PERFORM 460-LEER-ERROR
               PERFORM UNTIL fin-errores
                   ADD 1 TO w-cont-errores
                   PERFORM 460-LEER-ERROR
               END-PERFORM
               CLOSE ERRORES-ARCHIVO
           END-IF.
           IF w-cont-errores < w-ant-errores
               MOVE w-cont-errores TO w-nuevos-errores
           ELSE
               COMPUTE w-nuevos-errores = w-cont-errores - w-ant-errores
           END-IF.
           MOVE w-cont-errores TO d-err-total.
           MOVE w-nuevos-errores TO d-err-nuevos.
           WRITE lis-reg FROM lin-errores AFTER ADVANCING 2 LINES.
           DISPLAY lin-errores.
           IF w-nuevos-errores NOT = ZERO
               DISPLAY "ATENCION: hay errores de archivo nuevos, ver "
                       "reporteErrores"
           END-IF.

       460-LEER-ERROR.
           READ ERRORES-ARCHIVO AT END MOVE 1 TO w-flag-err.

      * alumnos registrados en alumnos.dat
       500-CONTAR-ALUMNOS.
           MOVE ZERO TO w-cont-ocupados.
           OPEN INPUT ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               ADD 1 TO w-cont-ocupados
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.
           MOVE w-cont-ocupados TO d-ocupados.
           WRITE lis-reg FROM lin-alumnos AFTER ADVANCING 2 LINES.
           DISPLAY lin-alumnos.

       600-PERIODO-Y-CONTROL.
           OPEN INPUT PERIODO-LECTIVO.
           MOVE "rechazosParciales" TO tbe-archivo.
           MOVE w-cont-rech-par TO tbe-cant.
           WRITE tbe-reg.
           MOVE "erroresArchivo" TO tbe-archivo.
           MOVE w-cont-errores TO tbe-cant.
           WRITE tbe-reg.
           CLOSE ESTADO-TABLERO.

       520-LISTAR-ENCABEZADO.
           CLOSE LISTADO.

           COPY "COPY-CTRLEJEC-PROC.cpy".
           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-SEDES-PROC.cpy".
       END PROGRAM TABLERO-DIARIO.
