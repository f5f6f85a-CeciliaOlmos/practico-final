       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           SELECT PARAM-INST ASSIGN TO "..\paramInstitucion.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-inst.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impMinisterio.dat".
           COPY "COPY-PERIODO-SEL.cpy".
           COPY "COPY-SEDES-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
           COPY "COPY-PARAMBATCH-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       FD  PARAM-INST.
       01  param-inst-reg.
           03 par-institucion pic x(6).
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  LISTADO.
       01  lis-reg pic x(80).
           COPY "COPY-PERIODO-FD.cpy".
           COPY "COPY-SEDES-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
           COPY "COPY-PARAMBATCH-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-inst pic xx.
       77  ws-estado-per pic xx.
       01  w-cont-detalles pic 9(6) value zero.
       01  w-suma-dni pic 9(12) value zero.
       01  w-suma-aprobadas pic 9(6) value zero.
      * cada sede sale en su propio bloque cabecera/detalles/cola;
      * los totales generales suman todos los bloques
       01  w-idx-sede pic 99 value zero.
       01  w-establecimiento pic x(6) value spaces.
       01  w-tot-detalles pic 9(6) value zero.
       01  w-tot-suma-dni pic 9(12) value zero.
       01  w-tot-aprobadas pic 9(6) value zero.
       01  w-tot-creditos pic 9(8) value zero.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       01  w-cant-mat pic 99 value zero.
       01  w-idx-mat pic 99.
       01  tabla-mat.
           03 tab-materias OCCURS 99 TIMES.
               05 vec-mater pic x(2).
               05 vec-plan pic x(2).
               05 vec-horas pic 9(3).
               05 vec-creditos pic 99.
               05 vec-tipo pic x.
      * las materias aprobado/desaprobado no entran en el promedio
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       01  w-horas-aprob pic 9(4) value zero.
       01  w-creditos-aprob pic 9(4) value zero.
       01  w-suma-creditos pic 9(8) value zero.
       01  w-ult-mat-sumada pic x(2) value spaces.
       01  reg-cabecera.
           03 filler pic x value "H".
           03 h-institucion pic x(6).
           03 d-plan pic x(2).
           03 d-aprobadas pic 9(3).
           03 d-promedio pic 9(2)v99.
           03 d-horas pic 9(4).
           03 d-creditos pic 9(4).
           03 filler pic x(30) value spaces.
       01  reg-trailer.
           03 filler pic x value "T".
           03 t-cantidad pic 9(6).
           03 t-suma-dni pic 9(12).
           03 t-suma-aprob pic 9(6).
           03 t-suma-creditos pic 9(8).
           03 filler pic x(27) value spaces.
       01  lin-control pic x(80).
       77  ws-estado-env pic xx.
       77  w-flag-env pic 9 value 0.
       77  w-ya-aceptado pic x value "N".
           88 ya-aceptado value "S".
       01  w-cont-salteados pic 9(6) value zero.
           COPY "COPY-SEDES-WS.cpy".
           COPY "COPY-PARAMBATCH-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "extractoMinisterio" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM VARYING w-idx-sede FROM 1 BY 1
               UNTIL w-idx-sede > w-cant-sede
               PERFORM 250-EXTRAER-SEDE
           END-PERFORM.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 110-LEER-INSTITUCION.
           PERFORM 931-CARGAR-SEDES.
           PERFORM 939-ASEGURAR-SEDE-PRINCIPAL.
           PERFORM 120-LEER-PERIODO-ACTUAL.
           PERFORM 140-CARGAR-ENVIOS.
           PERFORM 170-CARGAR-MATERIAS.
           OPEN INPUT ALUMNOS.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-est
               MOVE 1 TO w-flag-est
           END-IF.
           OPEN OUTPUT MINISTERIO.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO lin-control.
           STRING "EXTRACTO MINISTERIO - INSTITUCION " w-institucion
               " PERIODO " w-per-anio "/" w-per-cuatri
               DELIMITED BY SIZE INTO lin-control.
           WRITE lis-reg FROM lin-control.
           DISPLAY lin-control.

       110-LEER-INSTITUCION.
           OPEN INPUT PARAM-INST.
                       w-institucion
           END-IF.

      * en el cierre anual el extracto es del segundo cuatrimestre
      * del anio que se cierra, aunque ya haya otro periodo abierto
       120-LEER-PERIODO-ACTUAL.
           PERFORM 950-CARGAR-PARAM-BATCH.
           IF cierre-anual-desatendido
               MOVE w-anio-cierre TO w-per-anio
               MOVE 2 TO w-per-cuatri
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO w-per-anio
               OPEN INPUT PERIODO-LECTIVO
               IF ws-estado-per = "00"
                   PERFORM 130-LEER-PERIODO
                   PERFORM UNTIL fin-periodos
                       IF per-flag = "A"
                           MOVE per-anio TO w-per-anio
                           MOVE per-cuatri TO w-per-cuatri
                       END-IF
                       PERFORM 130-LEER-PERIODO
                   END-PERFORM
                   CLOSE PERIODO-LECTIVO
               END-IF
           END-IF.

       130-LEER-PERIODO.
               END-IF
           END-PERFORM.

      * horas y creditos de cada materia de cada plan
       170-CARGAR-MATERIAS.
           OPEN INPUT MATERIAS.
           PERFORM 180-LEER-MATERIAS.
           PERFORM UNTIL fin-archivo-mat
               IF w-cant-mat < 99
                   ADD 1 TO w-cant-mat
                   MOVE mat-mat TO vec-mater(w-cant-mat)
                   MOVE mat-plan TO vec-plan(w-cant-mat)
                   IF mat-horas IS NUMERIC
                       MOVE mat-horas TO vec-horas(w-cant-mat)
                   ELSE
                       MOVE ZERO TO vec-horas(w-cant-mat)
                   END-IF
                   IF mat-creditos IS NUMERIC
                       MOVE mat-creditos TO vec-creditos(w-cant-mat)
                   ELSE
                       MOVE ZERO TO vec-creditos(w-cant-mat)
                   END-IF
                   MOVE mat-tipo-nota TO vec-tipo(w-cant-mat)
               END-IF
               PERFORM 180-LEER-MATERIAS
           END-PERFORM.
           CLOSE MATERIAS.

       180-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

      * la sede sin codigo de establecimiento propio informa con el
      * de la institucion
       200-GRABAR-CABECERA.
           IF tse-establecimiento(w-idx-sede) = SPACES
               MOVE w-institucion TO w-establecimiento
           ELSE
               MOVE tse-establecimiento(w-idx-sede)
                   TO w-establecimiento
           END-IF.
           MOVE w-establecimiento TO h-institucion.
           MOVE w-per-anio TO h-anio.
           MOVE w-per-cuatri TO h-cuatri.
           MOVE FUNCTION CURRENT-DATE(1:8) TO h-fecha.
           WRITE min-reg FROM reg-cabecera.

      * un alumno sin sede o con una sede que ya no existe se
      * informa con la sede principal
       250-EXTRAER-SEDE.
           MOVE ZERO TO w-cont-detalles.
           MOVE ZERO TO w-suma-dni.
           MOVE ZERO TO w-suma-aprobadas.
           MOVE ZERO TO w-suma-creditos.
           PERFORM 200-GRABAR-CABECERA.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               MOVE al-sede TO w-sede-codigo
               PERFORM 934-NORMALIZAR-SEDE
               IF w-sede-codigo = tse-codigo(w-idx-sede)
                   PERFORM 400-GRABAR-DETALLE
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           PERFORM 500-GRABAR-TRAILER.
           ADD w-cont-detalles TO w-tot-detalles.
           ADD w-suma-dni TO w-tot-suma-dni.
           ADD w-suma-aprobadas TO w-tot-aprobadas.
           ADD w-suma-creditos TO w-tot-creditos.
           MOVE SPACES TO lin-control.
           STRING "SEDE " tse-codigo(w-idx-sede)
               " ESTABLECIMIENTO " w-establecimiento
               " DETALLES: " w-cont-detalles
               " SUMA APROBADAS: " w-suma-aprobadas
               DELIMITED BY SIZE INTO lin-control.
           WRITE lis-reg FROM lin-control.
           DISPLAY lin-control.

       400-GRABAR-DETALLE.
           PERFORM 160-VERIFICAR-ACEPTADO.
           END-IF.

       420-GRABAR-DETALLE-UTIL.
           MOVE al-dni TO d-dni.
           MOVE al-cohorte TO d-cohorte.
           IF al-plan = SPACES
           ELSE
               MOVE al-plan TO d-plan
           END-IF.
           PERFORM 410-ACUMULAR-ESTADOS.
           MOVE w-cant-aprobadas TO d-aprobadas.
           MOVE w-promedio TO d-promedio.
           MOVE w-horas-aprob TO d-horas.
           MOVE w-creditos-aprob TO d-creditos.
           WRITE min-reg FROM reg-detalle.
           ADD 1 TO w-cont-detalles.
           ADD al-dni TO w-suma-dni.
           ADD w-cant-aprobadas TO w-suma-aprobadas.
           ADD w-creditos-aprob TO w-suma-creditos.
           PERFORM 430-REGISTRAR-ENVIO.

       430-REGISTRAR-ENVIO.
           MOVE ZERO TO w-suma-nota.
           MOVE ZERO TO w-cant-notas.
           MOVE ZERO TO w-promedio.
           MOVE ZERO TO w-horas-aprob.
           MOVE ZERO TO w-creditos-aprob.
           MOVE SPACES TO w-ult-mat-sumada.
           IF w-flag-est = 1
               CONTINUE
           ELSE
                   END-READ
                   IF w-flag-est = ZERO
                       IF es-dni = al-dni
                           PERFORM 412-VERIFICAR-SIN-NOTA
                           IF NOT materia-sin-nota
                               ADD es-nota TO w-suma-nota
                               ADD 1 TO w-cant-notas
                           END-IF
                           IF es-nota >= w-nota-aprobada
                               ADD 1 TO w-cant-aprobadas
                               PERFORM 415-SUMAR-CARGA
                           END-IF
                       ELSE
                           MOVE 2 TO w-flag-est
               END-IF
           END-IF.

       412-VERIFICAR-SIN-NOTA.
           MOVE "N" TO w-materia-pf.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat OR materia-sin-nota
               IF vec-mater(w-idx-mat) = es-materia
                   AND vec-plan(w-idx-mat) = d-plan
                   AND vec-tipo(w-idx-mat) = "S"
                   MOVE "S" TO w-materia-pf
               END-IF
           END-PERFORM.

      * horas y creditos de la materia en el plan del alumno; una
      * materia aprobada mas de una vez suma una sola vez
       415-SUMAR-CARGA.
           IF es-materia NOT = w-ult-mat-sumada
               MOVE es-materia TO w-ult-mat-sumada
               PERFORM VARYING w-idx-mat FROM 1 BY 1
                   UNTIL w-idx-mat > w-cant-mat
                   IF vec-mater(w-idx-mat) = es-materia
                       AND vec-plan(w-idx-mat) = d-plan
                       ADD vec-horas(w-idx-mat) TO w-horas-aprob
                       ADD vec-creditos(w-idx-mat) TO w-creditos-aprob
                   END-IF
               END-PERFORM
           END-IF.

       500-GRABAR-TRAILER.
           MOVE w-cont-detalles TO t-cantidad.
           MOVE w-suma-dni TO t-suma-dni.
           MOVE w-suma-aprobadas TO t-suma-aprob.
           MOVE w-suma-creditos TO t-suma-creditos.
           WRITE min-reg FROM reg-trailer.

       800-FIN.
           MOVE SPACES TO lin-control.
           STRING "DETALLES: " w-tot-detalles
               " SUMA DNI: " w-tot-suma-dni
               " SUMA APROBADAS: " w-tot-aprobadas
               DELIMITED BY SIZE INTO lin-control.
           WRITE lis-reg FROM lin-control.
           DISPLAY lin-control.
           MOVE SPACES TO lin-control.
           STRING "SUMA CREDITOS: " w-tot-creditos
               DELIMITED BY SIZE INTO lin-control.
           WRITE lis-reg FROM lin-control.
           DISPLAY lin-control.
           CLOSE MINISTERIO.
           CLOSE LISTADO.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-SEDES-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
           COPY "COPY-PARAMBATCH-PROC.cpy".
       END PROGRAM EXTRACTO-MINISTERIO.
