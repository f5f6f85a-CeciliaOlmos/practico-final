           ASSIGN TO "..\movimientosOrdenados.txt"
               ORGANIZATION is line SEQUENTIAL.

           COPY "COPY-ALUMNOS-SEL.cpy".

           SELECT ESTADOS ASSIGN TO "..\estados.dat"
               ORGANIZATION IS INDEXED
               ALTERNATE RECORD key is es-sec WITH DUPLICATES
               ALTERNATE RECORD KEY IS es-secuen WITH DUPLICATES.

           COPY "COPY-MATERIAS-SEL.cpy".

           SELECT CORRELATIVAS ASSIGN TO "..\correlativas.txt"
           ORGANIZATION is line SEQUENTIAL
           SELECT EXCEPCIONES ASSIGN TO "..\excepcionesPF.txt"
           ORGANIZATION is line SEQUENTIAL.

           COPY "COPY-REGVIG-SEL.cpy".

           SELECT REG-PERDIDA ASSIGN TO "..\regularidadPerdida.txt"
           ORGANIZATION is line SEQUENTIAL
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-sec.

           COPY "COPY-IMAGENES-SEL.cpy".

           SELECT PROPUESTAS ASSIGN TO "..\propuestasSimulacion.txt"
           ORGANIZATION is line SEQUENTIAL.
           COPY "COPY-LOTES-SEL.cpy".
           COPY "COPY-CTRLEJEC-SEL.cpy".
           COPY "COPY-TOTALES-SEL.cpy".
           COPY "COPY-PERIODO-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
      * archivo de interfase que escribe el sort: cabecera H con
      * fecha y origen, detalles D y cola T con la cantidad. El
      * detalle puede traer su propio lote (los ausentes de la
      * conciliacion); en blanco vale el lote del ingreso
       FD  SORT-ALU.
       01  srt-linea.
           03 srt-tipo pic x.
               05 srt-materia pic x(2).
               05 srt-curso pic x.
               05 srt-nota pic 99.
               05 srt-lote pic x(4).
               05 srt-lote-num redefines srt-lote pic 9(4).
               05 filler pic x(2).
           03 filler redefines srt-datos.
               05 srt-fecha pic 9(8).
               05 srt-origen pic x(10).
           COPY "COPY-CORRELATIVAS.cpy".

       FD  PARAM-REG.
           COPY "COPY-PARAMREG.cpy".

       FD  CHECKPOINT.
       01  chk-reg.
       FD  EXCEPCIONES.
       01  exc-reg pic x(80).

           COPY "COPY-REGVIG-FD.cpy".

       FD  REG-PERDIDA.
       01  rp-linea pic x(80).
      * imagen previa de cada registro que el lote crea (A) o
      * regraba (M): es lo que permite revertir un lote entero con
      * el backout sin restaurar una generacion completa
           COPY "COPY-IMAGENES-FD.cpy".

      * cambios propuestos por la corrida en modo simulacion: lo
      * que se hubiera grabado en estados.dat, para revisar antes
           COPY "COPY-LOTES-FD.cpy".
           COPY "COPY-CTRLEJEC-FD.cpy".
           COPY "COPY-TOTALES-FD.cpy".
           COPY "COPY-PERIODO-FD.cpy".

       WORKING-STORAGE SECTION.
       01  w-flag-sort pic 9.
       01  w-flag-est pic 9.
       01  w-alu-ant pic 9(5).
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9.
           88 fin-archivo value 1.
       01  w-cont-cuat pic 9.
       01  w-max-cuat pic 99 value zero.
       77  ws-estado-sec pic xx.
       01  w-prox-secuen pic 9(6) value zero.
       77  ws-estado-lot pic xx.
       77  w-flag-lot pic 9 value 0.
           88 fin-lotes value 1.
       01  w-lote-actual pic 9(4) value zero.
       01  w-lote-mov pic 9(4) value zero.
       77  ws-estado-img pic xx.
       77  w-modo-simulacion pic x value "N".
           88 modo-simulacion value "S".
           COPY "COPY-PARAMBATCH-WS.cpy".
       77  ws-estado-correl pic xx.
       77  w-flag-correl pic 9 value 0.
           88 fin-correl value 1.
               05 cor-mat-tab pic x(2).
               05 cor-req-tab pic x(2).
               05 cor-plan-tab pic x(2).
               05 cor-tipo-tab pic x.
       01  tabla-correl-activa.
           03 cor-activa OCCURS 99 TIMES pic 9.
       01  w-cont-correl-err pic 999 value zero.
           03 tab-preg OCCURS 20 TIMES.
               05 preg-plan-tab pic x(2).
               05 preg-umbral-tab pic 9(2).
               05 preg-turnos-tab pic 9(2).
       01  w-plan-alu pic x(2) value "01".
       01  w-umbral-regularidad pic 9(2) value 4.
       77  ws-estado-chk pic xx.
       01  w-cont-creados pic 9(6) value zero.
       01  w-cont-actualizados pic 9(6) value zero.
       01  w-cont-regularidad pic 9(6) value zero.
       01  w-cont-siguiente pic 9(6) value zero.
       77  w-mat-plan-encontrada pic x value "N".
           88 mat-plan-encontrada value "S".
       77  ws-estado-perdida pic xx.
           COPY "COPY-REGVIG-WS.cpy".
       01  w-cant-regulares pic 9(4) value zero.
       01  kr pic 9(4).
       01  w-idx-regular pic 9(4) value zero.
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
       77  w-regulares-desborde pic x value "N".
           88 regulares-desbordados value "S".
       77  ws-estado-per pic xx.
       77  w-flag-per pic 9 value 0.
           88 fin-periodos value 1.
       01  w-per-anio pic 9(4) value zero.
       01  w-per-cuatri pic 9 value zero.
       77  w-tenia-regularidad pic x value "N".
           88 tenia-regularidad value "S".
       77  w-ya-regular pic x value "N".
           IF ws-estado-perdida = "35"
               OPEN OUTPUT REG-PERDIDA
           END-IF.
           PERFORM 250-CARGAR-CORRELATIVAS.
           PERFORM 260-CARGAR-PARAM-REG.
           PERFORM 215-CARGAR-REGULARES.
           PERFORM 218-CARGAR-PERIODO.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 206-CARGAR-SECUENCIA.
           PERFORM 208-CARGAR-LOTE-SORT.
               PERFORM 205-POSICIONAR-ARCH
           END-IF.

      * la tabla guarda todas las filas (vigentes, caducadas y
      * perdidas) porque el archivo se regraba entero al final; si
      * desborda no se regraba, para no perder regularidades
       215-CARGAR-REGULARES.
           MOVE ZERO TO w-cant-regulares.
           OPEN INPUT REG-VIGENTE.
           IF ws-estado-regvig = "00"
               PERFORM 216-LEER-REGVIG
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
                   PERFORM 216-LEER-REGVIG
               END-PERFORM
               CLOSE REG-VIGENTE
           END-IF.

       216-LEER-REGVIG.
           READ REG-VIGENTE AT END MOVE 1 TO w-flag-regvig.

      * la regularidad queda fechada en el periodo lectivo abierto;
      * sin archivo de periodos se toma el anio y el mes en curso
       218-CARGAR-PERIODO.
           MOVE FUNCTION CURRENT-DATE(1:4) TO w-per-anio.
           IF FUNCTION CURRENT-DATE(5:2) > "07"
               MOVE 2 TO w-per-cuatri
           ELSE
               MOVE 1 TO w-per-cuatri
           END-IF.
           OPEN INPUT PERIODO-LECTIVO.
           IF ws-estado-per = "00"
               PERFORM 219-LEER-PERIODO
               PERFORM UNTIL fin-periodos
                   IF per-flag = "A"
                       MOVE per-anio TO w-per-anio
                       MOVE per-cuatri TO w-per-cuatri
                   END-IF
                   PERFORM 219-LEER-PERIODO
               END-PERFORM
               CLOSE PERIODO-LECTIVO
           END-IF.

       219-LEER-PERIODO.
           READ PERIODO-LECTIVO AT END MOVE 1 TO w-flag-per.

      * en modo simulacion la corrida entera se ejecuta (alumnos,
      * correlativas, regularidad) pero nada se graba: estados,
      * regularidad vigente, secuencia y checkpoint quedan como
      * estaban y las modificaciones salen como propuestas
           IF ws-estado-img = "35"
               OPEN OUTPUT IMAGENES
           END-IF.
      * materias queda abierto toda la corrida: la materia siguiente
      * se busca por clave dentro del plan del alumno
           OPEN INPUT MATERIAS.

       220-LEER-ARCH-MAT.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       250-CARGAR-CORRELATIVAS.
           MOVE ZERO TO w-cant-correl.
                   MOVE cor-materia TO cor-mat-tab(k)
                   MOVE cor-requisito TO cor-req-tab(k)
                   MOVE cor-plan TO cor-plan-tab(k)
                   IF cor-tipo = SPACE
                       MOVE "C" TO cor-tipo-tab(k)
                   ELSE
                       MOVE cor-tipo TO cor-tipo-tab(k)
                   END-IF
                   ADD 1 TO k
                   PERFORM 270-LEER-CORRELATIVAS
               END-PERFORM
      * carga completa y se aborta la corrida antes de tocar estados
       255-VALIDAR-CORRELATIVAS.
           MOVE ZERO TO w-cont-correl-err.
           OPEN INPUT MATERIAS.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-correl
               MOVE 1 TO cor-activa(k)
               MOVE cor-mat-tab(k) TO w-mat-buscada
                   PERFORM 870-REGISTRAR-EXCEPCION
               END-IF
           END-PERFORM.
           CLOSE MATERIAS.
           PERFORM 257-DETECTAR-CICLOS.
           IF w-cont-correl-err NOT = ZERO
               DISPLAY "TABLA DE CORRELATIVAS INCONSISTENTE: "
               STOP RUN
           END-IF.

      * la materia se busca por clave (plan + codigo) en materias
       256-BUSCAR-MATERIA-TABLA.
           MOVE "N" TO w-mat-existe.
           MOVE w-plan-buscado TO mat-plan.
           MOVE w-mat-buscada TO mat-mat.
           READ MATERIAS KEY IS mat-llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-mat-existe
           END-READ.

      * eliminacion topologica: se dan de baja las correlativas
      * cuyo requisito ya no depende de nada; las que quedan vivas
               PERFORM UNTIL fin-preg
                   MOVE preg-plan TO preg-plan-tab(k)
                   MOVE preg-umbral TO preg-umbral-tab(k)
                   IF preg-turnos IS NUMERIC
                       MOVE preg-turnos TO preg-turnos-tab(k)
                   ELSE
                       MOVE ZERO TO preg-turnos-tab(k)
                   END-IF
                   ADD 1 TO k
                   PERFORM 265-LEER-PARAM-REG
               END-PERFORM

       267-BUSCAR-UMBRAL-REGULARIDAD.
           MOVE 4 TO w-umbral-regularidad.
           MOVE 6 TO w-rv-turnos.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-preg
               IF preg-plan-tab(k) = w-plan-alu
                   MOVE preg-umbral-tab(k) TO w-umbral-regularidad
                   IF preg-turnos-tab(k) NOT = ZERO
                       MOVE preg-turnos-tab(k) TO w-rv-turnos
                   END-IF
               END-IF
           END-PERFORM.

                           END-IF
                           ADD 1 TO w-cont-movs-leidos
                           MOVE "S" TO w-detalle-util
                           IF srt-lote IS NUMERIC
                               AND srt-lote-num NOT = ZERO
                               MOVE srt-lote-num TO w-lote-mov
                           ELSE
                               MOVE w-lote-actual TO w-lote-mov
                           END-IF
                       WHEN OTHER
                           DISPLAY "Registro de tipo desconocido en "
                                   "el archivo de movimientos: "
           PERFORM 410-INICIALIZAR-VARIBLES.
           PERFORM 420-OBTENER-POSICION.
           PERFORM 440-LEER-ALUMNO.
       410-INICIALIZAR-VARIBLES.
           MOVE ZERO TO w-cont-cuat.
           MOVE ZERO TO w-max-cuat.

      * la regularidad se mira en la materia del movimiento: volver
      * a cursarla hace caer solo la regularidad de esa materia
       415-VERIFICAR-REGULARIDAD-VIGENTE.
           MOVE "N" TO w-tenia-regularidad.
           MOVE ZERO TO w-idx-regular.
           PERFORM VARYING kr FROM 1 BY 1
               UNTIL kr > w-cant-regulares OR tenia-regularidad
               IF trv-dni(kr) = al-dni
                   AND trv-materia(kr) = srt-materia
                   AND trv-estado(kr) = "V"
                   MOVE "S" TO w-tenia-regularidad
                   MOVE kr TO w-idx-regular
               END-IF
           END-PERFORM.
       420-OBTENER-POSICION.
           MOVE w-alu-ant TO al-legajo.

       440-LEER-ALUMNO.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   DISPLAY "EXPLOTO TODO"
                   MOVE w-alu-ant TO w-exc-legajo
                   MOVE srt-materia TO w-exc-materia
                   MOVE srt-cuatri TO w-exc-cuatri
                   MOVE "ALUMNO NO ENCONTRADO EN ALUMNOS" TO w-razon-exc
                   PERFORM 870-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   PERFORM 450-BUSCAR-ALU-EN-ESTADO
           END-READ.

       450-BUSCAR-ALU-EN-ESTADO.
           PERFORM 452-FIJAR-PLAN-ALUMNO.
               MOVE al-plan TO w-plan-alu
           END-IF.

       500-ARMAR-CLAVE.
           MOVE al-dni TO es-dni.
           MOVE srt-materia TO es-materia.
           IF correl-ok
               MOVE srt-curso TO es-curso
               MOVE srt-nota TO es-nota
               IF srt-curso = "R"
                   PERFORM 856-REGISTRAR-REGULARIDAD-VIGENTE
               END-IF
               ADD 1 TO w-prox-secuen
               MOVE w-prox-secuen to es-secuen
               MOVE FUNCTION CURRENT-DATE(1:4) TO es-anio
               MOVE w-lote-mov TO es-lote
               IF modo-simulacion
                   PERFORM 617-PROPONER-ALTA
               ELSE
                       " correlativa pendiente para DNI " es-dni
           END-IF.

      * para la cursada solo cuentan las correlativas de cursado
      * ("C"), con el mismo criterio que la inscripcion: el
      * requisito regularizado (R/P/E) ya alcanza
       560-VERIFICAR-CORRELATIVA.
           MOVE es-reg TO w-save-es-reg.
           MOVE es-dni TO w-dni-chequear.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-correl
               IF cor-mat-tab(k) = w-materia-chequear
                   AND cor-plan-tab(k) = w-plan-alu
                   AND cor-tipo-tab(k) = "C"
                   PERFORM 570-BUSCAR-APROBADA
                   IF NOT req-aprobado
                       MOVE "N" TO w-correl-flag
                   IF es-dni = w-dni-chequear
                       AND es-materia = cor-req-tab(k)
                       IF es-nota >= w-nota-aprobada
                           OR es-curso = "R" OR es-curso = "P"
                           OR es-curso = "E"
                           MOVE "S" TO w-req-aprobado
                           MOVE 1 TO w-flag-est2
                       END-IF
           READ ESTADOS at end move 1 to w-flag-est.

       610-CAMBIAR-NOTA.
           IF srt-curso = "R"
               PERFORM 856-REGISTRAR-REGULARIDAD-VIGENTE
           END-IF.
           IF modo-simulacion
               PERFORM 618-PROPONER-CAMBIO
           ELSE
               PERFORM 612-IMAGEN-DE-CAMBIO
               MOVE srt-nota TO es-nota
               MOVE w-lote-mov TO es-lote
               REWRITE es-reg
           END-IF.
           ADD 1 TO w-cont-actualizados.

      * la imagen del cambio guarda los valores previos del
      * registro, antes de pisarlos con los del lote, y los nuevos
       612-IMAGEN-DE-CAMBIO.
           MOVE w-lote-mov TO img-lote.
           MOVE "M" TO img-tipo.
           MOVE es-dni TO img-dni.
           MOVE es-materia TO img-materia.
           MOVE es-nota TO img-nota-ant.
           MOVE es-anio TO img-anio-ant.
           MOVE es-lote TO img-lote-ant.
           MOVE srt-nota TO img-nota-nue.
           MOVE es-anio TO img-anio-nue.
           WRITE img-reg.

       617-PROPONER-ALTA.
           WRITE prop-linea.

       615-IMAGEN-DE-ALTA.
           MOVE es-lote TO img-lote.
           MOVE "A" TO img-tipo.
           MOVE es-dni TO img-dni.
           MOVE es-materia TO img-materia.
           MOVE ZERO TO img-nota-ant.
           MOVE ZERO TO img-anio-ant.
           MOVE ZERO TO img-lote-ant.
           MOVE es-nota TO img-nota-nue.
           MOVE es-anio TO img-anio-nue.
           WRITE img-reg.
       700-PROCESO-ALU.
           PERFORM 710-CALCULO-MAX.
               move srt-cuatri to w-max-cuat
               add 1 to w-cont-cuat
           else
               PERFORM 415-VERIFICAR-REGULARIDAD-VIGENTE
               IF tenia-regularidad
                   PERFORM 715-REGISTRAR-PERDIDA-REGULARIDAD
               END-IF
                   al-legajo DELIMITED BY SIZE
                   " DNI=" DELIMITED BY SIZE
                   al-dni DELIMITED BY SIZE
                   " MATERIA=" DELIMITED BY SIZE
                   srt-materia DELIMITED BY SIZE
                   INTO prop-linea
               WRITE prop-linea
           ELSE
                   al-dni DELIMITED BY SIZE
                   " CUATRIMESTRE=" DELIMITED BY SIZE
                   srt-cuatri DELIMITED BY SIZE
                   " MAT=" DELIMITED BY SIZE
                   srt-materia DELIMITED BY SIZE
                   " RECURSADA" DELIMITED BY SIZE
                   INTO rp-linea
               WRITE rp-linea
           END-IF.
           ADD 1 TO w-cont-perdidas.
           MOVE "N" TO w-tenia-regularidad.
           MOVE "P" TO trv-estado(w-idx-regular).

       800-FIN-ALUMNOS.
           PERFORM 830-EVALUO-REGISTRO.
                       WRITE es-reg
                       PERFORM 615-IMAGEN-DE-ALTA
                   END-IF
                   ADD 1 TO w-cont-siguiente
               ELSE
                   DISPLAY "No se registra " es-materia
                           " correlativa pendiente para DNI " es-dni
                       " en el plan " w-plan-alu " para DNI " es-dni
           END-IF.

      * un movimiento regular en la materia la deja regular hasta
      * el vencimiento que dan los turnos del plan; si ya habia una
      * fila del alumno en esa materia (vigente, caducada o perdida)
      * se renueva en el lugar
       856-REGISTRAR-REGULARIDAD-VIGENTE.
           MOVE "N" TO w-ya-regular.
           MOVE ZERO TO w-idx-regular.
           PERFORM VARYING kr FROM 1 BY 1
               UNTIL kr > w-cant-regulares OR ya-regular
               IF trv-dni(kr) = al-dni
                   AND trv-materia(kr) = srt-materia
                   MOVE "S" TO w-ya-regular
                   MOVE kr TO w-idx-regular
               END-IF
           END-PERFORM.
           IF NOT ya-regular
               IF w-cant-regulares >= 5000
                   MOVE "S" TO w-regulares-desborde
               ELSE
                   ADD 1 TO w-cant-regulares
                   MOVE w-cant-regulares TO w-idx-regular
                   ADD 1 TO w-cont-regularidad
               END-IF
           END-IF.
           IF w-idx-regular NOT = ZERO
               PERFORM 267-BUSCAR-UMBRAL-REGULARIDAD
               MOVE FUNCTION CURRENT-DATE(1:8) TO w-rv-fecha-base
               PERFORM 980-CALCULAR-VENCIMIENTO
               MOVE al-dni TO trv-dni(w-idx-regular)
               MOVE srt-materia TO trv-materia(w-idx-regular)
               MOVE w-plan-alu TO trv-plan(w-idx-regular)
               MOVE srt-cuatri TO trv-cuatri(w-idx-regular)
               MOVE w-per-anio TO trv-anio(w-idx-regular)
               MOVE w-per-cuatri TO trv-periodo(w-idx-regular)
               MOVE w-rv-fecha-base TO trv-fecha(w-idx-regular)
               MOVE w-rv-vence TO trv-vence(w-idx-regular)
               MOVE "V" TO trv-estado(w-idx-regular)
           END-IF.

      * se recorre el plan del alumno en orden de clave (plan +
      * materia) hasta la primera materia del cuatrimestre buscado
       855-BUSCAR-MATERIA-PLAN.
           MOVE "N" TO w-mat-plan-encontrada.
           MOVE ZERO TO w-flag-mat.
           MOVE w-plan-alu TO mat-plan.
           MOVE LOW-VALUES TO mat-mat.
           START MATERIAS KEY IS NOT LESS THAN mat-llave
               INVALID KEY MOVE 1 TO w-flag-mat
           END-START.
           IF NOT fin-archivo
               PERFORM 220-LEER-ARCH-MAT
           END-IF.
           PERFORM 857-VER-MATERIA-PLAN
               UNTIL fin-archivo OR mat-plan-encontrada.

       857-VER-MATERIA-PLAN.
           IF mat-plan NOT = w-plan-alu
               MOVE 1 TO w-flag-mat
           ELSE
               IF mat-cuat = es-cuatri
                   MOVE "S" TO w-mat-plan-encontrada
                   MOVE mat-mat TO es-materia
               ELSE
                   PERFORM 220-LEER-ARCH-MAT
               END-IF
           END-IF.

       1000-FIN-GENERAL.
           PERFORM 910-GRABAR-REGULARES.
           PERFORM 900-IMPRIMIR-RESUMEN.
           CLOSE ALUMNOS SORT-ALU ESTADOS EXCEPCIONES REG-PERDIDA.
           CLOSE MATERIAS.
           CLOSE IMAGENES.
           IF modo-simulacion
               CLOSE PROPUESTAS
               DISPLAY "Simulacion: regularidadVigente.txt no se "
                       "regraba"
           ELSE
               IF regulares-desbordados
                   DISPLAY "Tabla de regularidades desbordada (5000), "
                           "regularidadVigente.txt NO se regraba"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM 912-REGRABAR-REG-VIGENTE
               END-IF
           END-IF.

       912-REGRABAR-REG-VIGENTE.
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

           DISPLAY "ALUMNOS PROCESADOS.......: " w-cont-alumnos.
           DISPLAY "ESTADOS CREADOS..........: " w-cont-creados.
           DISPLAY "ESTADOS ACTUALIZADOS......: " w-cont-actualizados.
           DISPLAY "REGISTROS CUATRI SIGUIENTE: " w-cont-siguiente.
           DISPLAY "REGULARIDADES AGREGADAS...: " w-cont-regularidad.
           DISPLAY "REGULARIDADES PERDIDAS....: " w-cont-perdidas.
           DISPLAY "EXCEPCIONES REGISTRADAS...: " w-cont-excepciones.

           COPY "COPY-PARAMBATCH-PROC.cpy".
           COPY "COPY-CTRLEJEC-PROC.cpy".
           COPY "COPY-REGVIG-PROC.cpy".
       END PROGRAM YOUR-PROGRAM-NAME.
