      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-AUSENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-LIS ASSIGN TO "sortaus".
           SELECT SORT-MOV ASSIGN TO "sortmov".
           SELECT MOVORDEN ASSIGN TO "..\movimientosOrdenados.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-estado-mov.
           SELECT INSCRIPCIONES-ARCH ASSIGN TO "..\inscripciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ins.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impAusentes.dat".
           COPY "COPY-LOTES-SEL.cpy".
           COPY "COPY-PERIODO-SEL.cpy".
           COPY "COPY-PARAMBATCH-SEL.cpy".
           COPY "COPY-TOTALES-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       SD  SORT-LIS.
       01  sl-reg.
           03 sl-materia pic x(2).
           03 sl-cuatri pic 99.
           03 sl-legajo pic 9(5).
           03 sl-dni pic 9(8).
           03 sl-comision pic x.
           03 sl-nombre pic x(30).
       SD  SORT-MOV.
       01  sm-reg.
           03 sm-legajo pic 9(5).
           03 sm-cuatri pic 9(2).
           03 sm-materia pic x(2).
           03 sm-curso pic x.
           03 sm-nota pic 99.
           03 sm-lote pic x(4).
      * archivo de interfase del sort: cabecera H, detalles D y cola
      * T. El detalle puede traer el lote propio del movimiento; en
      * blanco vale el lote del ingreso (la ultima entrada SORT)
       FD  MOVORDEN.
       01  mo-linea.
           03 mo-tipo pic x.
           03 mo-datos pic x(18).
           03 filler redefines mo-datos.
               05 mo-legajo pic 9(5).
               05 mo-cuatri pic 9(2).
               05 mo-materia pic x(2).
               05 mo-curso pic x.
               05 mo-nota pic 99.
               05 mo-lote pic x(4).
               05 filler pic x(2).
           03 filler redefines mo-datos.
               05 mo-fecha pic 9(8).
               05 mo-origen pic x(10).
           03 filler redefines mo-datos.
               05 mo-cantidad pic 9(6).
               05 filler pic x(12).
       FD  INSCRIPCIONES-ARCH.
       01  ins-reg.
           03 ins-dni pic 9(8).
           03 ins-materia pic x(2).
           03 ins-cuatri pic 99.
           03 ins-anio pic 9(4).
           03 ins-comision pic x.
           03 ins-estado pic x.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-LOTES-FD.cpy".
           COPY "COPY-PERIODO-FD.cpy".
           COPY "COPY-PARAMBATCH-FD.cpy".
           COPY "COPY-TOTALES-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-mov pic xx.
       77  ws-estado-ins pic xx.
       77  ws-estado-lot pic xx.
       77  ws-estado-per pic xx.
       77  ws-estado-tot pic xx.
       77  w-flag-mov pic 9 value 0.
           88 fin-movimientos value 1.
       77  w-flag-ins pic 9 value 0.
           88 fin-inscripciones value 1.
       77  w-flag-lot pic 9 value 0.
           88 fin-lotes value 1.
       77  w-flag-per pic 9 value 0.
           88 fin-periodos value 1.
       77  w-flag-sort pic 9 value 0.
       77  w-vio-cabecera pic x value "N".
           88 vio-cabecera value "S".
       77  w-vio-trailer pic x value "N".
           88 vio-trailer value "S".
       01  w-fecha-lote pic 9(8) value zero.
       01  w-origen-lote pic x(10) value spaces.
       01  w-cantidad-cola pic 9(6) value zero.
       01  w-per-anio pic 9(4) value zero.
       01  w-lote-ausentes pic 9(4) value zero.
       77  w-operador pic x(10) value spaces.
       77  w-confirma pic x value "S".
           88 confirma-si value "S" "s".
      * detalles del lote tal como los dejo el sort
       01  w-cant-mov pic 9(4) value zero.
       01  km pic 9(4).
       77  w-mov-hallado pic x value "N".
           88 mov-hallado value "S".
       01  tabla-movimientos.
           03 tab-mov OCCURS 9999 TIMES.
               05 tmv-legajo pic 9(5).
               05 tmv-cuatri pic 9(2).
               05 tmv-materia pic x(2).
               05 tmv-curso pic x.
               05 tmv-nota pic 99.
               05 tmv-lote pic x(4).
      * materias que el lote cierra: solo esas se concilian
       01  w-cant-mc pic 9(3) value zero.
       01  kc pic 9(3).
       77  w-mc-hallada pic x value "N".
           88 mc-hallada value "S".
       01  tabla-mat-cuatri.
           03 tab-mc OCCURS 300 TIMES.
               05 tmc-materia pic x(2).
               05 tmc-cuatri pic 99.
               05 tmc-ausentes pic 9(4).
      * ausentes a generar
       01  w-cant-aus pic 9(4) value zero.
       01  ku pic 9(4).
       01  tabla-ausentes.
           03 tab-aus OCCURS 3000 TIMES.
               05 tau-legajo pic 9(5).
               05 tau-dni pic 9(8).
               05 tau-nombre pic x(30).
               05 tau-cuatri pic 9(2).
               05 tau-materia pic x(2).
               05 tau-comision pic x.
      * alumno de la inscripcion, leido por DNI
       77  w-legajo-hallado pic x value "N".
           88 legajo-hallado value "S".
       01  w-alu-legajo pic 9(5) value zero.
       01  w-alu-dni pic 9(8) value zero.
       01  w-alu-nombre pic x(30) value spaces.
       01  w-cont-ins-periodo pic 9(6) value zero.
       01  w-cont-sin-alta pic 9(6) value zero.
       01  w-cont-agregados pic 9(6) value zero.
       01  w-cont-escritos pic 9(6) value zero.
       01  w-materia-ant pic x(2) value spaces.
       01  w-cuatri-ant pic 99 value zero.
       01  w-cont-materia pic 9(4) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(38) value "INSCRIPTOS SIN RESULTADO EN
      -         " EL LOTE".
           03 filler       pic x(8)  value " - ANIO ".
           03 p-anio       pic 9(4).
           03 filler       pic x(13) value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  lin-materia.
           03 filler       pic x(9)  value "MATERIA: ".
           03 m-materia    pic x(2).
           03 filler       pic x(11) value "  CUATRI.: ".
           03 m-cuatri     pic z9.
           03 filler       pic x(56) value
               "  (SE REGISTRAN COMO AUSENTE SALVO AVISO DEL DOCENTE)".
       01  cabecera3.
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(6)  value "LEGAJO".
           03 filler       pic x(3)  value spaces.
           03 filler       pic x(10) value "DNI".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(30) value "NOMBRE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "COMISION".
           03 filler       pic x(15) value spaces.
       01  lin-detalle.
           03 filler       pic x(4)  value spaces.
           03 d-legajo     pic z(5).
           03 filler       pic x(4)  value spaces.
           03 d-dni        pic zz.zzz.zz9.
           03 filler       pic x(2)  value spaces.
           03 d-nombre     pic x(30).
           03 filler       pic x(5)  value spaces.
           03 d-comision   pic x.
           03 filler       pic x(19) value spaces.
       01  lin-total-mat.
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(21) value "ALUMNOS SIN RESULTADO".
           03 filler       pic x(2)  value ": ".
           03 t-cant       pic zzz9.
           03 filler       pic x(49) value spaces.
       01  lin-firma.
           03 filler pic x(40) value spaces.
           03 filler pic x(30) value "..............................".
           03 filler pic x(10) value spaces.
       01  lin-firma2.
           03 filler pic x(43) value spaces.
           03 filler pic x(25) value "Conforme del docente".
           03 filler pic x(12) value spaces.
           COPY "COPY-PARAMBATCH-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "conciliarAusentes" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-LOTE.
           PERFORM 300-CARGAR-INSCRIPCIONES.
           SORT SORT-LIS ASCENDING sl-materia sl-cuatri sl-legajo
               INPUT PROCEDURE IS ENTRADA-LISTADO
               OUTPUT PROCEDURE IS SALIDA-LISTADO.
           PERFORM 500-CONFIRMAR-AUSENTES.
           IF w-cont-agregados > ZERO
               PERFORM 975-ASIGNAR-LOTE
               SORT SORT-MOV ASCENDING sm-legajo sm-cuatri sm-materia
                   INPUT PROCEDURE IS ENTRADA-LOTE
                   OUTPUT PROCEDURE IS SALIDA-LOTE
               PERFORM 977-REGISTRAR-LOTE
           END-IF.
           PERFORM 830-GRABAR-TOTALES.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 950-CARGAR-PARAM-BATCH.
           IF modo-desatendido
               MOVE "DESATEND." TO w-operador
           ELSE
               DISPLAY "Ingrese su codigo de operador"
               ACCEPT w-operador
           END-IF.
           PERFORM 110-UBICAR-PERIODO.
           PERFORM 150-ABRIR-ALUMNOS.

      * el periodo que se cierra es el abierto en periodoLectivo;
      * sin archivo de periodos, el anio en curso
       110-UBICAR-PERIODO.
           MOVE FUNCTION CURRENT-DATE(1:4) TO w-per-anio.
           OPEN INPUT PERIODO-LECTIVO.
           IF ws-estado-per = "00"
               PERFORM 115-LEER-PERIODO
               PERFORM UNTIL fin-periodos
                   IF per-flag = "A"
                       MOVE per-anio TO w-per-anio
                   END-IF
                   PERFORM 115-LEER-PERIODO
               END-PERFORM
               CLOSE PERIODO-LECTIVO
           END-IF.
           MOVE w-per-anio TO p-anio.

       115-LEER-PERIODO.
           READ PERIODO-LECTIVO AT END MOVE 1 TO w-flag-per.

      * alumnos queda abierto mientras se concilian las
      * inscripciones: cada una se busca por DNI
       150-ABRIR-ALUMNOS.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu NOT = "00"
               MOVE "alumnos.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-alu TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir alumnos.dat (estado "
                       ws-estado-alu "), corrida cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * el lote se controla igual que en practicoFinal: sin cabecera,
      * sin cola o con una cola que no cierra, la cadena se corta
       200-CARGAR-LOTE.
           OPEN INPUT MOVORDEN.
           IF ws-estado-mov NOT = "00"
               MOVE "movimientosOrdenados.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-mov TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No existe movimientosOrdenados.txt, corrida "
                       "cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 210-LEER-MOVIMIENTO.
           PERFORM UNTIL fin-movimientos
               EVALUATE mo-tipo
                   WHEN "H"
                       MOVE "S" TO w-vio-cabecera
                       MOVE mo-fecha TO w-fecha-lote
                       MOVE mo-origen TO w-origen-lote
                   WHEN "T"
                       MOVE "S" TO w-vio-trailer
                       MOVE mo-cantidad TO w-cantidad-cola
                   WHEN "D"
                       PERFORM 220-GUARDAR-MOVIMIENTO
               END-EVALUATE
               PERFORM 210-LEER-MOVIMIENTO
           END-PERFORM.
           CLOSE MOVORDEN.
           IF NOT vio-cabecera OR NOT vio-trailer
               OR w-cantidad-cola NOT = w-cant-mov
               MOVE "movimientosOrdenados.txt" TO w-err-archivo
               MOVE "READ" TO w-err-operacion
               MOVE ws-estado-mov TO w-err-estado
               MOVE "LOTE INCOMPLETO" TO w-err-llave
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "Lote de movimientos incompleto (cola "
                       w-cantidad-cola ", detalles " w-cant-mov
                       "), corrida cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       210-LEER-MOVIMIENTO.
           READ MOVORDEN AT END MOVE 1 TO w-flag-mov.

       220-GUARDAR-MOVIMIENTO.
           IF w-cant-mov >= 9999
               MOVE "movimientosOrdenados.txt" TO w-err-archivo
               MOVE "READ" TO w-err-operacion
               MOVE ws-estado-mov TO w-err-estado
               MOVE "TABLA DE MOVIMIENTOS LLENA" TO w-err-llave
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "Tabla de movimientos desbordada, corrida "
                       "cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO w-cant-mov.
           MOVE mo-legajo TO tmv-legajo(w-cant-mov).
           MOVE mo-cuatri TO tmv-cuatri(w-cant-mov).
           MOVE mo-materia TO tmv-materia(w-cant-mov).
           MOVE mo-curso TO tmv-curso(w-cant-mov).
           MOVE mo-nota TO tmv-nota(w-cant-mov).
           MOVE mo-lote TO tmv-lote(w-cant-mov).
           MOVE "N" TO w-mc-hallada.
           PERFORM VARYING kc FROM 1 BY 1
               UNTIL kc > w-cant-mc OR mc-hallada
               IF tmc-materia(kc) = mo-materia
                   AND tmc-cuatri(kc) = mo-cuatri
                   MOVE "S" TO w-mc-hallada
               END-IF
           END-PERFORM.
      * una materia que no entra en la tabla quedaria sin conciliar:
      * se corta la corrida igual que con los movimientos
           IF NOT mc-hallada AND w-cant-mc >= 300
               MOVE "movimientosOrdenados.txt" TO w-err-archivo
               MOVE "READ" TO w-err-operacion
               MOVE ws-estado-mov TO w-err-estado
               MOVE "TABLA DE MATERIAS LLENA" TO w-err-llave
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "Tabla de materias del lote desbordada (300), "
                       "corrida cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT mc-hallada
               ADD 1 TO w-cant-mc
               MOVE mo-materia TO tmc-materia(w-cant-mc)
               MOVE mo-cuatri TO tmc-cuatri(w-cant-mc)
               MOVE ZERO TO tmc-ausentes(w-cant-mc)
           END-IF.

      * inscripcion vigente del anio en una materia que el lote
      * cierra y sin ningun movimiento del alumno: queda ausente
       300-CARGAR-INSCRIPCIONES.
           OPEN INPUT INSCRIPCIONES-ARCH.
           IF ws-estado-ins = "00"
               PERFORM 310-LEER-INSCRIPCION
               PERFORM UNTIL fin-inscripciones
                   IF ins-estado NOT = "C" AND ins-anio = w-per-anio
                       PERFORM 320-CONCILIAR-INSCRIPCION
                   END-IF
                   PERFORM 310-LEER-INSCRIPCION
               END-PERFORM
               CLOSE INSCRIPCIONES-ARCH
           ELSE
               DISPLAY "Sin inscripciones.txt, no hay nada que "
                       "conciliar"
           END-IF.
           CLOSE ALUMNOS.

       310-LEER-INSCRIPCION.
           READ INSCRIPCIONES-ARCH AT END MOVE 1 TO w-flag-ins.

       320-CONCILIAR-INSCRIPCION.
           MOVE "N" TO w-mc-hallada.
           PERFORM VARYING kc FROM 1 BY 1
               UNTIL kc > w-cant-mc OR mc-hallada
               IF tmc-materia(kc) = ins-materia
                   AND tmc-cuatri(kc) = ins-cuatri
                   MOVE "S" TO w-mc-hallada
               END-IF
           END-PERFORM.
           IF mc-hallada
               SUBTRACT 1 FROM kc
               ADD 1 TO w-cont-ins-periodo
               PERFORM 330-BUSCAR-LEGAJO
               IF NOT legajo-hallado
                   ADD 1 TO w-cont-sin-alta
                   DISPLAY "Inscripto sin alta, no se concilia DNI "
                           ins-dni " materia " ins-materia
               ELSE
                   PERFORM 340-BUSCAR-MOVIMIENTO
                   IF NOT mov-hallado
                       PERFORM 350-AGREGAR-AUSENTE
                   END-IF
               END-IF
           END-IF.

       330-BUSCAR-LEGAJO.
           MOVE "N" TO w-legajo-hallado.
           MOVE ins-dni TO al-dni.
           READ ALUMNOS KEY IS al-dni
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-legajo-hallado
                   MOVE al-legajo TO w-alu-legajo
                   MOVE al-dni TO w-alu-dni
                   MOVE al-nombre TO w-alu-nombre
           END-READ.

      * los ausentes ya generados tambien cuentan, asi una
      * inscripcion repetida no produce dos movimientos
       340-BUSCAR-MOVIMIENTO.
           MOVE "N" TO w-mov-hallado.
           PERFORM VARYING km FROM 1 BY 1
               UNTIL km > w-cant-mov OR mov-hallado
               IF tmv-legajo(km) = w-alu-legajo
                   AND tmv-materia(km) = ins-materia
                   AND tmv-cuatri(km) = ins-cuatri
                   MOVE "S" TO w-mov-hallado
               END-IF
           END-PERFORM.
           PERFORM VARYING ku FROM 1 BY 1
               UNTIL ku > w-cant-aus OR mov-hallado
               IF tau-legajo(ku) = w-alu-legajo
                   AND tau-materia(ku) = ins-materia
                   AND tau-cuatri(ku) = ins-cuatri
                   MOVE "S" TO w-mov-hallado
               END-IF
           END-PERFORM.

      * un ausente que no entra en la tabla dejaria la conciliacion
      * incompleta: se corta la corrida antes de llegar a
      * practicoFinal
       350-AGREGAR-AUSENTE.
           IF w-cant-aus >= 3000
               MOVE "inscripciones.txt" TO w-err-archivo
               MOVE "READ" TO w-err-operacion
               MOVE ws-estado-ins TO w-err-estado
               MOVE "TABLA DE AUSENTES LLENA" TO w-err-llave
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "Tabla de ausentes desbordada (3000) en el "
                       "legajo " w-alu-legajo " materia " ins-materia
                       ", corrida cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO w-cant-aus.
           MOVE w-alu-legajo TO tau-legajo(w-cant-aus).
           MOVE w-alu-dni TO tau-dni(w-cant-aus).
           MOVE w-alu-nombre TO tau-nombre(w-cant-aus).
           MOVE ins-cuatri TO tau-cuatri(w-cant-aus).
           MOVE ins-materia TO tau-materia(w-cant-aus).
           MOVE ins-comision TO tau-comision(w-cant-aus).
           ADD 1 TO tmc-ausentes(kc).

       ENTRADA-LISTADO.
           PERFORM VARYING ku FROM 1 BY 1 UNTIL ku > w-cant-aus
               MOVE tau-materia(ku) TO sl-materia
               MOVE tau-cuatri(ku) TO sl-cuatri
               MOVE tau-legajo(ku) TO sl-legajo
               MOVE tau-dni(ku) TO sl-dni
               MOVE tau-comision(ku) TO sl-comision
               MOVE tau-nombre(ku) TO sl-nombre
               RELEASE sl-reg
           END-PERFORM.

      * una hoja por materia con lugar para el conforme del docente
       SALIDA-LISTADO.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.
           MOVE ZERO TO w-flag-sort.
           PERFORM 600-LEER-SORT-LIS.
           PERFORM UNTIL w-flag-sort = 1
               IF sl-materia NOT = w-materia-ant
                   OR sl-cuatri NOT = w-cuatri-ant
                   IF w-materia-ant NOT = SPACES
                       PERFORM 420-CERRAR-MATERIA
                       PERFORM 520-LISTAR-ENCABEZADO
                   END-IF
                   PERFORM 410-ABRIR-MATERIA
               END-IF
               PERFORM 430-LISTAR-ALUMNO
               PERFORM 600-LEER-SORT-LIS
           END-PERFORM.
           IF w-materia-ant NOT = SPACES
               PERFORM 420-CERRAR-MATERIA
           ELSE
               MOVE SPACES TO lis-reg
               MOVE "TODOS LOS INSCRIPTOS TIENEN RESULTADO EN EL LOTE"
                   TO lis-reg
               WRITE lis-reg AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE LISTADO.

       600-LEER-SORT-LIS.
           RETURN SORT-LIS AT END MOVE 1 TO w-flag-sort.

       410-ABRIR-MATERIA.
           MOVE sl-materia TO w-materia-ant m-materia.
           MOVE sl-cuatri TO w-cuatri-ant m-cuatri.
           MOVE ZERO TO w-cont-materia.
           WRITE lis-reg FROM lin-materia AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-materia.
           WRITE lis-reg FROM cabecera3 AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

       420-CERRAR-MATERIA.
           MOVE w-cont-materia TO t-cant.
           WRITE lis-reg FROM lin-total-mat AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-total-mat.
           WRITE lis-reg FROM lin-firma AFTER ADVANCING 3 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM lin-firma2 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

       430-LISTAR-ALUMNO.
           ADD 1 TO w-cont-materia.
           MOVE sl-legajo TO d-legajo.
           MOVE sl-dni TO d-dni.
           MOVE sl-nombre TO d-nombre.
           MOVE sl-comision TO d-comision.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-detalle.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.

      * en linea el operador confirma con las hojas firmadas; en la
      * corrida desatendida decide la columna 30 de
      * parametrosBatch.txt ("N" retiene los ausentes, cualquier
      * otro valor los registra)
       500-CONFIRMAR-AUSENTES.
           IF w-cant-aus > ZERO
               IF modo-desatendido
                   IF pb-ausentes = "N"
                       MOVE "N" TO w-confirma
                   ELSE
                       MOVE "S" TO w-confirma
                   END-IF
               ELSE
                   DISPLAY w-cant-aus " inscriptos sin resultado, "
                           "ver impAusentes.dat"
                   DISPLAY "Registrarlos como ausentes en este "
                           "cierre? (S/N)"
                   ACCEPT w-confirma
               END-IF
               IF confirma-si
                   MOVE w-cant-aus TO w-cont-agregados
               ELSE
                   DISPLAY "Ausentes retenidos: el lote pasa sin "
                           "cambios a practicoFinal"
               END-IF
           END-IF.

      * el lote se regraba ordenado por legajo y cuatrimestre, como
      * lo recorre practicoFinal, con los ausentes intercalados
       ENTRADA-LOTE.
           PERFORM VARYING km FROM 1 BY 1 UNTIL km > w-cant-mov
               MOVE tmv-legajo(km) TO sm-legajo
               MOVE tmv-cuatri(km) TO sm-cuatri
               MOVE tmv-materia(km) TO sm-materia
               MOVE tmv-curso(km) TO sm-curso
               MOVE tmv-nota(km) TO sm-nota
               MOVE tmv-lote(km) TO sm-lote
               RELEASE sm-reg
           END-PERFORM.
           PERFORM VARYING ku FROM 1 BY 1 UNTIL ku > w-cant-aus
               MOVE tau-legajo(ku) TO sm-legajo
               MOVE tau-cuatri(ku) TO sm-cuatri
               MOVE tau-materia(ku) TO sm-materia
               MOVE "A" TO sm-curso
               MOVE ZERO TO sm-nota
               MOVE w-lote-ausentes TO sm-lote
               RELEASE sm-reg
           END-PERFORM.

       SALIDA-LOTE.
           OPEN OUTPUT MOVORDEN.
           IF ws-estado-mov NOT = "00"
               MOVE "movimientosOrdenados.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-mov TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo regrabar movimientosOrdenados.txt "
                       "(estado " ws-estado-mov "), corrida cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO mo-linea.
           MOVE "H" TO mo-tipo.
           MOVE w-fecha-lote TO mo-fecha.
           MOVE w-origen-lote TO mo-origen.
           WRITE mo-linea.
           MOVE ZERO TO w-flag-sort.
           PERFORM 610-LEER-SORT-MOV.
           PERFORM UNTIL w-flag-sort = 1
               MOVE SPACES TO mo-linea
               MOVE "D" TO mo-tipo
               MOVE sm-legajo TO mo-legajo
               MOVE sm-cuatri TO mo-cuatri
               MOVE sm-materia TO mo-materia
               MOVE sm-curso TO mo-curso
               MOVE sm-nota TO mo-nota
               MOVE sm-lote TO mo-lote
               WRITE mo-linea
               ADD 1 TO w-cont-escritos
               PERFORM 610-LEER-SORT-MOV
           END-PERFORM.
           MOVE SPACES TO mo-linea.
           MOVE "T" TO mo-tipo.
           MOVE w-cont-escritos TO mo-cantidad.
           WRITE mo-linea.
           CLOSE MOVORDEN.

       610-LEER-SORT-MOV.
           RETURN SORT-MOV AT END MOVE 1 TO w-flag-sort.

      * los ausentes llevan su propio numero de lote, asi se pueden
      * revertir con backoutLote sin tocar el resto del cierre
       975-ASIGNAR-LOTE.
           MOVE ZERO TO w-lote-ausentes.
           MOVE ZERO TO w-flag-lot.
           OPEN INPUT LOTES-REG.
           IF ws-estado-lot = "00"
               PERFORM 976-LEER-LOTE
               PERFORM UNTIL fin-lotes
                   IF lot-numero > w-lote-ausentes
                       MOVE lot-numero TO w-lote-ausentes
                   END-IF
                   PERFORM 976-LEER-LOTE
               END-PERFORM
               CLOSE LOTES-REG
           END-IF.
           ADD 1 TO w-lote-ausentes.

       976-LEER-LOTE.
           READ LOTES-REG AT END MOVE 1 TO w-flag-lot.

       977-REGISTRAR-LOTE.
           OPEN EXTEND LOTES-REG.
           IF ws-estado-lot = "35"
               OPEN OUTPUT LOTES-REG
           END-IF.
           IF ws-estado-lot NOT = "00"
               MOVE "lotesRegistro.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-lot TO w-err-estado
               MOVE w-lote-ausentes TO w-err-llave
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo registrar el lote de ausentes "
                       w-lote-ausentes " (estado " ws-estado-lot ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE w-lote-ausentes TO lot-numero.
           MOVE FUNCTION CURRENT-DATE(1:8) TO lot-fecha.
           MOVE "AUSENTES" TO lot-origen.
           MOVE w-operador TO lot-operador.
           MOVE w-cont-agregados TO lot-cantidad.
           MOVE SPACE TO lot-estado.
           MOVE ZERO TO lot-docente.
           WRITE lot-reg.
           CLOSE LOTES-REG.

      * verificarTotales concilia SORT LIBERADOS + AUSENTES
      * AGREGADOS contra lo que lee practicoFinal
       830-GRABAR-TOTALES.
           OPEN EXTEND CONTROL-TOTALES.
           IF ws-estado-tot = "35"
               OPEN OUTPUT CONTROL-TOTALES
           END-IF.
           IF ws-estado-tot NOT = "00"
               MOVE "controlTotales.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-tot TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir controlTotales.txt (estado "
                       ws-estado-tot "), corrida cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "AUSENTES" TO tot-paso.
           MOVE "AGREGADOS" TO tot-concepto.
           MOVE w-cont-agregados TO tot-valor.
           WRITE tot-reg.
           CLOSE CONTROL-TOTALES.

       800-FIN.
           DISPLAY "---- CONCILIACION DE AUSENTES ----".
           DISPLAY "MOVIMIENTOS DEL LOTE...: " w-cant-mov.
           DISPLAY "INSCRIPCIONES CONCIL...: " w-cont-ins-periodo.
           DISPLAY "INSCRIPTOS SIN ALTA....: " w-cont-sin-alta.
           DISPLAY "SIN RESULTADO..........: " w-cant-aus.
           DISPLAY "AUSENTES AGREGADOS.....: " w-cont-agregados.
           IF w-cont-agregados > ZERO
               DISPLAY "Lote de ausentes: " w-lote-ausentes
           END-IF.
           DISPLAY "Listado por materia en impAusentes.dat".

           COPY "COPY-PARAMBATCH-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM CONCILIAR-AUSENTES.
