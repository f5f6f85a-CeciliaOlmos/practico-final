      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-LICENCIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           COPY "COPY-LICENCIA-SEL.cpy".
           COPY "COPY-REGVIG-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impLicencias.dat".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
           COPY "COPY-LICENCIA-FD.cpy".
           COPY "COPY-REGVIG-FD.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       01  w-legajo-pedido pic 9(5) value zero.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       01  w-fecha-hoy pic 9(8) value zero.
       77  w-modificado pic x value "N".
           88 licencias-modificadas value "S".
           COPY "COPY-LICENCIA-WS.cpy".
           COPY "COPY-REGVIG-WS.cpy".
      * regularidadVigente.txt se regraba entero, como en la caducidad
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
       01  w-cont-corridas pic 9(5) value zero.
      * turnos de examen (FEB/JUL/DIC) que cayeron dentro de la
      * licencia: son los que se le devuelven a la regularidad
       01  w-turnos-lic pic 99 value zero.
       01  w-mes-lic.
           03 w-mes-lic-anio pic 9(4).
           03 w-mes-lic-mes pic 99.
       01  w-mes-lic-num redefines w-mes-lic pic 9(6).
       01  w-mes-fin pic 9(6) value zero.
       01  w-regul-alumno pic 9(3) value zero.
       01  w-cont-iniciadas pic 9(4) value zero.
       01  w-cont-cerradas pic 9(4) value zero.
       01  w-cont-rechazadas pic 9(4) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "LICENCIAS FINALIZADAS - RE
      -         "GRESO A ACTIVO".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  cabecera3.
           03 filler       pic x(7)  value "LEGAJO".
           03 filler       pic x(10) value "DNI".
           03 filler       pic x(25) value "NOMBRE".
           03 filler       pic x(11) value "DESDE".
           03 filler       pic x(12) value "HASTA".
           03 filler       pic x(15) value "TURNOS  REGUL.".
       01  lin-detalle.
           03 d-legajo     pic z(5).
           03 filler       pic x(2)  value spaces.
           03 d-dni        pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 d-nombre     pic x(24).
           03 filler       pic x(1)  value spaces.
           03 d-desde      pic x(10).
           03 filler       pic x(1)  value spaces.
           03 d-hasta      pic x(10).
           03 filler       pic x(2)  value spaces.
           03 d-turnos     pic z9.
           03 filler       pic x(5)  value spaces.
           03 d-regul      pic zz9.
           03 filler       pic x(5)  value spaces.
       01  lin-total.
           03 filler       pic x(32) value
               "LICENCIAS FINALIZADAS.........: ".
           03 t-cerradas   pic zzz9.
           03 filler       pic x(44) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF licencias-desbordadas OR regulares-desbordados
               DISPLAY "Tabla desbordada, no se procesan licencias"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING k-lic FROM 1 BY 1
                   UNTIL k-lic > w-cant-lic
                   PERFORM 300-PROCESAR-LICENCIA
               END-PERFORM
           END-IF.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 946-CARGAR-LICENCIAS.
           PERFORM 200-CARGAR-REGULARES.
           OPEN I-O ALUMNOS.
           OPEN OUTPUT LISTADO.
           PERFORM 700-LISTAR-ENCABEZADO.

       200-CARGAR-REGULARES.
           OPEN INPUT REG-VIGENTE.
           IF ws-estado-regvig = "00"
               PERFORM 210-LEER-REGVIG
               PERFORM UNTIL fin-regvig
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
           END-IF.

       210-LEER-REGVIG.
           READ REG-VIGENTE AT END MOVE 1 TO w-flag-regvig.

      * una licencia pendiente entra en vigencia el dia que empieza;
      * una vigente cuyo fin ya paso se cierra. Las dos cosas pueden
      * darse en la misma corrida si el cierre no se corrio a tiempo
       300-PROCESAR-LICENCIA.
           IF tli-estado(k-lic) = "P"
               AND tli-desde(k-lic) <= w-fecha-hoy
               PERFORM 400-INICIAR-LICENCIA
           END-IF.
           IF tli-estado(k-lic) = "V"
               AND tli-hasta(k-lic) < w-fecha-hoy
               PERFORM 500-CERRAR-LICENCIA
           END-IF.

      * si el alumno dejo de estar activo entre el otorgamiento y el
      * inicio (baja, pase) la licencia ya no tiene objeto
       400-INICIAR-LICENCIA.
           PERFORM 250-BUSCAR-ALUMNO.
           MOVE "S" TO w-modificado.
           IF alumno-hallado AND alumno-activo
               MOVE "L" TO al-estado
               REWRITE alu-reg
               MOVE "V" TO tli-estado(k-lic)
               ADD 1 TO w-cont-iniciadas
           ELSE
               MOVE "X" TO tli-estado(k-lic)
               ADD 1 TO w-cont-rechazadas
               DISPLAY "Licencia del legajo " tli-legajo(k-lic)
                       " anulada: el alumno no esta activo"
           END-IF.

       500-CERRAR-LICENCIA.
           PERFORM 250-BUSCAR-ALUMNO.
           MOVE "S" TO w-modificado.
           MOVE "C" TO tli-estado(k-lic).
           ADD 1 TO w-cont-cerradas.
           IF alumno-hallado AND alumno-en-licencia
               MOVE "A" TO al-estado
               REWRITE alu-reg
           END-IF.
           PERFORM 520-CONTAR-TURNOS.
           MOVE ZERO TO w-regul-alumno.
           IF w-turnos-lic > ZERO
               PERFORM VARYING kr FROM 1 BY 1
                   UNTIL kr > w-cant-regulares
                   IF trv-dni(kr) = tli-dni(k-lic)
                       AND trv-estado(kr) = "V"
                       AND trv-fecha(kr) < tli-desde(k-lic)
                       PERFORM 530-CORRER-VENCIMIENTO
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 600-LISTAR-CERRADA.

       520-CONTAR-TURNOS.
           MOVE ZERO TO w-turnos-lic.
           MOVE tli-desde(k-lic)(1:6) TO w-mes-lic-num.
           MOVE tli-hasta(k-lic)(1:6) TO w-mes-fin.
           PERFORM UNTIL w-mes-lic-num > w-mes-fin
               IF w-mes-lic-mes = 2 OR w-mes-lic-mes = 7
                   OR w-mes-lic-mes = 12
                   ADD 1 TO w-turnos-lic
               END-IF
               ADD 1 TO w-mes-lic-mes
               IF w-mes-lic-mes > 12
                   MOVE 1 TO w-mes-lic-mes
                   ADD 1 TO w-mes-lic-anio
               END-IF
           END-PERFORM.

      * el vencimiento se corre tantos turnos como los que se
      * perdieron durante la licencia
       530-CORRER-VENCIMIENTO.
           MOVE trv-vence(kr) TO w-rv-fecha-base.
           MOVE w-turnos-lic TO w-rv-turnos.
           PERFORM 980-CALCULAR-VENCIMIENTO.
           MOVE w-rv-vence TO trv-vence(kr).
           ADD 1 TO w-regul-alumno.
           ADD 1 TO w-cont-corridas.

       250-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           MOVE tli-legajo(k-lic) TO w-legajo-pedido.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
           END-READ.

       600-LISTAR-CERRADA.
           MOVE tli-legajo(k-lic) TO d-legajo.
           MOVE tli-dni(k-lic) TO d-dni.
           IF alumno-hallado
               MOVE al-nombre TO d-nombre
           ELSE
               MOVE "SIN ALTA EN ALUMNOS" TO d-nombre
           END-IF.
           MOVE SPACES TO d-desde.
           STRING tli-desde(k-lic)(7:2) "/" tli-desde(k-lic)(5:2) "/"
               tli-desde(k-lic)(1:4) DELIMITED BY SIZE INTO d-desde.
           MOVE SPACES TO d-hasta.
           STRING tli-hasta(k-lic)(7:2) "/" tli-hasta(k-lic)(5:2) "/"
               tli-hasta(k-lic)(1:4) DELIMITED BY SIZE INTO d-hasta.
           MOVE w-turnos-lic TO d-turnos.
           MOVE w-regul-alumno TO d-regul.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 700-LISTAR-ENCABEZADO.
           DISPLAY lin-detalle.

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
           MOVE w-cont-cerradas TO t-cerradas.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES.
           CLOSE LISTADO.
           CLOSE ALUMNOS.
           IF licencias-modificadas
               PERFORM 949-GRABAR-LICENCIAS
           END-IF.
           IF w-cont-corridas > ZERO
               PERFORM 900-REGRABAR-REG-VIGENTE
           END-IF.
           DISPLAY "---- CIERRE DIARIO DE LICENCIAS ----".
           DISPLAY "LICENCIAS INICIADAS.....: " w-cont-iniciadas.
           DISPLAY "LICENCIAS FINALIZADAS...: " w-cont-cerradas.
           DISPLAY "ANULADAS AL INICIO......: " w-cont-rechazadas.
           DISPLAY "REGULARIDADES CORRIDAS..: " w-cont-corridas.
           DISPLAY "Listado en impLicencias.dat".

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

           COPY "COPY-LICENCIA-PROC.cpy".
           COPY "COPY-REGVIG-PROC.cpy".
       END PROGRAM CIERRE-LICENCIAS.
