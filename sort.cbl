           ORGANIZATION LINE SEQUENTIAL.
           SELECT MOVORDEN ASSIGN TO "..\movimientosOrdenados.txt"
           ORGANIZATION LINE SEQUENTIAL.
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT INSCRIPCIONES-ARCH ASSIGN TO "..\inscripciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ins.
           COPY "COPY-PERIODO-SEL.cpy".
           COPY "COPY-PARAMBATCH-SEL.cpy".
           COPY "COPY-TOTALES-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
           COPY "COPY-DOCLOTE-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       COPY "COPY-SORT.cpy".
               05 mb-materia pic x(2).
               05 mb-curso pic x.
               05 mb-nota pic 99.
      * en materias aprobado/desaprobado la nota viene como "AP" o
      * "DE" ("00" si la cursada es ausente)
               05 mb-nota-pf redefines mb-nota pic x(2).
               05 filler pic x(6).
           03 filler redefines mb-datos.
               05 mb-fecha pic 9(8).
           03 filler redefines mb-datos.
               05 mb-cantidad pic 9(6).
               05 filler pic x(12).
      * legajo del docente que presenta el lote, solo en la cabecera.
      * los lotes de origen PARCIALES los arma calcularCursada con
      * todas las materias y no lo traen: esas notas ya se
      * controlaron contra el docente al cargar los parciales, y el
      * lote se acepta solo si calcularCursada lo dejo registrado
           03 mb-docente pic 9(5).

       FD  MOVORDEN.
       01  mo-linea.
           COPY "COPY-PARAMBATCH-FD.cpy".
           COPY "COPY-TOTALES-FD.cpy".

           COPY "COPY-ERRLOG-FD.cpy".
           COPY "COPY-DOCLOTE-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-DOCLOTE-WS.cpy".
       77  ws-estado-tot pic xx.
       01  w-cont-liberados pic 9(6) value zero.
       77  ws-estado-ins pic xx.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  w-flag-ins pic 9 value 0.
           88 fin-inscripciones value 1.
       77  w-verificar-ins pic x value "N".
       77  w-operador pic x(10) value spaces.
           COPY "COPY-CTRLEJEC-WS.cpy".
           COPY "COPY-PARAMBATCH-WS.cpy".
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "LISTADO DE MOVIMIENTOS DE
           88 lote-ok value "S".
       77  w-vio-trailer pic x value "N".
           88 vio-trailer value "S".
       77  w-lote-con-docente pic x value "S".
           88 lote-con-docente value "S".
       77  w-lote-cursada pic x value "N".
           88 lote-cursada-registrado value "S".
       01  w-cant-cursada pic 9(6) value zero.
       01  w-fecha-cursada pic x(8) value spaces.
       77  w-modo-entrada pic 9 value 1.
           88 modo-archivo value 2.
       77  w-flag-batch pic 9 value 0.
           88 fin-archivo-batch value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic x value "N".
           88 materias-abierto value "S".
       77  w-materia-encontrada pic x value "N".
           88 materia-encontrada value "S".
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       01  w-resultado-pf pic x value space.
           88 resultado-pf-valido value "A" "D".
       01  w-cont-notas pic 9(6) value zero.
       77  w-nota-lote-ok pic x value "S".
           88 nota-lote-ok value "S".
       01  w-cont-movim pic 9(6) value zero.
       01  w-suma-nota pic 9(8) value zero.
       01  w-promedio-nota pic 999v99 value zero.
       01  w-legajo-hasta pic 9(5) value 99999.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "sort" TO w-err-programa.
            PERFORM 950-CARGAR-PARAM-BATCH.
            IF modo-desatendido
                MOVE pb-modo-reporte TO w-modo-reporte
           IF verificar-inscripciones
               CLOSE ALUMNOS
           END-IF.
           IF materias-abierto
               CLOSE MATERIAS
           END-IF.
       100-INICIO.
           PERFORM 260-ABRIR-MATERIAS.
           PERFORM 280-CARGAR-INSCRIPCIONES.
           PERFORM 960-CARGAR-PERIODO.
           IF periodo-existe AND NOT periodo-abierto
           PERFORM 235-INGRESAR-MATERIA-VALIDA.
           DISPLAY "Ingrese Curso".
           ACCEPT srt-curso.
           IF materia-sin-nota
               PERFORM 232-INGRESO-RESULTADO-PF
           ELSE
               DISPLAY "Ingrese Nota"
               ACCEPT srt-nota
           END-IF.

      * materia aprobado/desaprobado: no se pide nota, el resultado
      * se graba como 04 o 01; la cursada ausente queda en cero
       232-INGRESO-RESULTADO-PF.
           IF srt-curso = "A" OR srt-curso = "J"
               MOVE ZERO TO srt-nota
           ELSE
               MOVE SPACE TO w-resultado-pf
               PERFORM UNTIL resultado-pf-valido
                   DISPLAY "Ingrese resultado (A = aprobado, "
                           "D = desaprobado)"
                   ACCEPT w-resultado-pf
                   IF w-resultado-pf = "a"
                       MOVE "A" TO w-resultado-pf
                   END-IF
                   IF w-resultado-pf = "d"
                       MOVE "D" TO w-resultado-pf
                   END-IF
               END-PERFORM
               IF w-resultado-pf = "A"
                   MOVE 4 TO srt-nota
               ELSE
                   MOVE 1 TO srt-nota
               END-IF
           END-IF.
       235-INGRESAR-MATERIA-VALIDA.
           DISPLAY "Ingrese materia".
           ACCEPT srt-materia.
           END-PERFORM.
       237-VALIDAR-MATERIA.
           MOVE "N" TO w-materia-encontrada.
           MOVE "N" TO w-materia-pf.
           MOVE srt-materia TO mat-mat.
           READ MATERIAS KEY IS mat-mat
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-materia-encontrada
                   IF mat-sin-nota
                       MOVE "S" TO w-materia-pf
                   END-IF
           END-READ.
       240-INGRESO-DESDE-ARCHIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           OPEN INPUT MOVBATCH.
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF NOT lote-con-docente
                           AND mb-cantidad NOT = w-cant-cursada
                           DISPLAY "Cola del lote PARCIALES con "
                                   mb-cantidad " y calcularCursada "
                                   "registro " w-cant-cursada
                                   ", lote rechazado"
                           PERFORM 935-LIBERAR-CONTROL-BATCH
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "Registro con tipo desconocido en el "
                               "lote: " mb-tipo
                       DISPLAY "La cabecera del lote es del "
                               mb-fecha " y hoy es " w-fecha-hoy
                   ELSE
                       PERFORM 243-VALIDAR-DOCENTE-CABECERA
                   END-IF
               END-IF
           END-IF.

      * el docente de la cabecera tiene que estar activo; sus notas
      * se controlan contra las asignaciones del cuatrimestre
      * calendario del periodo abierto, o el de la fecha del lote
      * si no hay periodo cargado. los lotes de calcularCursada
      * (origen PARCIALES) no llevan docente: se aceptan solo si en
      * lotesRegistro.txt hay un lote CURSADA vigente de la misma
      * fecha, y su cantidad se vuelve a controlar contra la cola.
      * una cabecera PARCIALES sin ese registro se rechaza como
      * cualquier otra sin docente valido
       243-VALIDAR-DOCENTE-CABECERA.
           IF mb-origen = "PARCIALES"
               PERFORM 248-BUSCAR-LOTE-CURSADA
               IF lote-cursada-registrado
                   MOVE "N" TO w-lote-con-docente
                   MOVE ZERO TO w-lote-docente
                   MOVE "S" TO w-lote-ok
               ELSE
                   DISPLAY "Cabecera PARCIALES del " mb-fecha
                           " sin lote CURSADA de calcularCursada "
                           "en lotesRegistro.txt"
               END-IF
           ELSE
               PERFORM 244-VALIDAR-DOCENTE-LOTE
           END-IF.

       244-VALIDAR-DOCENTE-LOTE.
           MOVE mb-docente TO w-lote-docente.
           PERFORM 968-VALIDAR-DOCENTE-LOTE.
           IF docente-habilitado
               MOVE "S" TO w-lote-ok
               IF w-per-anio > 0
                   MOVE w-per-anio TO w-lote-anio
                   MOVE w-per-cuatri TO w-lote-periodo
               ELSE
                   MOVE mb-fecha TO w-lote-fecha
                   PERFORM 981-PERIODO-DE-FECHA
               END-IF
           ELSE
               DISPLAY "Docente " mb-docente " de la cabecera: "
                       w-motivo-docente
           END-IF.

       245-PROCESAR-DETALLE.
           MOVE mb-legajo TO srt-legajo.
           MOVE mb-cuatri TO srt-cuatri.
           MOVE mb-materia TO srt-materia.
           MOVE mb-curso TO srt-curso.
           MOVE ZERO TO srt-nota.
           PERFORM 237-VALIDAR-MATERIA.
           IF materia-encontrada
               IF lote-con-docente
                   PERFORM 246-VERIFICAR-ASIGNACION
               END-IF
               PERFORM 247-VALIDAR-NOTA-LOTE
               IF nota-lote-ok
                   PERFORM 290-VERIFICAR-INSCRIPCION
                   IF movim-inscripto
                       PERFORM 300-GRABAR-SORT
                   ELSE
                       DISPLAY "Sin inscripcion vigente, movimiento "
                               "ignorado para el legajo " srt-legajo
                   END-IF
               END-IF
           ELSE
               DISPLAY "Materia inexistente, ignorado: " mb-materia
           END-IF.

       246-VERIFICAR-ASIGNACION.
           MOVE mb-materia TO w-lote-materia.
           PERFORM 969-VERIFICAR-ASIGNACION.
           IF NOT materia-asignada
               DISPLAY "El docente " w-lote-docente " no tiene "
                       "asignada la materia " mb-materia " en "
                       w-lote-anio "/" w-lote-periodo
                       ", lote rechazado"
               PERFORM 935-LIBERAR-CONTROL-BATCH
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * la nota del lote tiene que corresponder al tipo de la
      * materia; si no, el movimiento se ignora
       247-VALIDAR-NOTA-LOTE.
           MOVE "S" TO w-nota-lote-ok.
           IF materia-sin-nota
               EVALUATE TRUE
                   WHEN mb-nota-pf = "AP"
                       MOVE 4 TO srt-nota
                   WHEN mb-nota-pf = "DE"
                       MOVE 1 TO srt-nota
                   WHEN mb-nota-pf = "00"
                       AND (mb-curso = "A" OR mb-curso = "J")
                       MOVE ZERO TO srt-nota
                   WHEN OTHER
                       DISPLAY "Materia aprobado/desaprobado con nota "
                               mb-nota-pf ", ignorado para el legajo "
                               mb-legajo
                       MOVE "N" TO w-nota-lote-ok
               END-EVALUATE
           ELSE
               IF mb-nota IS NUMERIC
                   MOVE mb-nota TO srt-nota
               ELSE
                   DISPLAY "Nota invalida " mb-nota-pf
                           ", ignorado para el legajo " mb-legajo
                   MOVE "N" TO w-nota-lote-ok
               END-IF
           END-IF.

      * si calcularCursada corrio mas de una vez en el dia vale el
      * ultimo lote registrado
       248-BUSCAR-LOTE-CURSADA.
           MOVE "N" TO w-lote-cursada.
           MOVE ZERO TO w-cant-cursada.
           MOVE mb-fecha TO w-fecha-cursada.
           MOVE ZERO TO w-flag-lot.
           OPEN INPUT LOTES-REG.
           IF ws-estado-lot = "00"
               PERFORM 976-LEER-LOTE
               PERFORM UNTIL fin-lotes
                   IF lot-origen = "CURSADA"
                       AND lot-fecha = w-fecha-cursada
                       AND lot-estado NOT = "R"
                       MOVE "S" TO w-lote-cursada
                       MOVE lot-cantidad TO w-cant-cursada
                   END-IF
                   PERFORM 976-LEER-LOTE
               END-PERFORM
               CLOSE LOTES-REG
           END-IF.

       250-LEER-BATCH.
           READ MOVBATCH AT END MOVE 1 TO w-flag-batch.
      * materias queda abierto toda la corrida: cada materia
      * se valida leyendo por codigo (clave alternativa)
       260-ABRIR-MATERIAS.
           OPEN INPUT MATERIAS.
           IF ws-estado-mat = "00"
               MOVE "S" TO w-flag-mat
           ELSE
               MOVE "materias.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-mat TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir materias.dat (estado "
                       ws-estado-mat ")"
           END-IF.
      * si existe inscripciones.txt solo se aceptan movimientos de
      * alumnos inscriptos en esa materia y cuatrimestre
       280-CARGAR-INSCRIPCIONES.
               CLOSE INSCRIPCIONES-ARCH
               OPEN INPUT ALUMNOS
               IF ws-estado-alu NOT = "00"
                   MOVE "alumnos.dat" TO w-err-archivo
                   MOVE "OPEN" TO w-err-operacion
                   MOVE ws-estado-alu TO w-err-estado
                   PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                   DISPLAY "No se pudo abrir alumnos.dat, no se "
                           "verifican inscripciones"
                   MOVE "N" TO w-verificar-ins

       295-BUSCAR-DNI-LEGAJO.
           MOVE ZERO TO w-dni-movim.
           MOVE srt-legajo TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE al-dni TO w-dni-movim
           END-READ.

       300-GRABAR-SORT.
           RELEASE srt-reg.

       0461-ACUMULAR-TOTALES.
           ADD 1 TO w-cont-movim.
      * las materias aprobado/desaprobado no entran en el promedio
           PERFORM 237-VALIDAR-MATERIA.
           IF NOT materia-sin-nota
               ADD 1 TO w-cont-notas
               ADD srt-nota TO w-suma-nota
           END-IF.
           IF modo-reporte-materia
               ADD 1 TO w-cont-materia
           END-IF.
           MOVE w-operador TO lot-operador.
           MOVE w-cont-liberados TO lot-cantidad.
           MOVE SPACE TO lot-estado.
           MOVE w-lote-docente TO lot-docente.
           WRITE lot-reg.
           CLOSE LOTES-REG.

           COPY "COPY-PARAMBATCH-PROC.cpy".

       810-CALCULAR-PROMEDIO.
           IF w-cont-notas > 0
               COMPUTE w-promedio-nota = w-suma-nota / w-cont-notas
           ELSE
               MOVE ZERO TO w-promedio-nota
           END-IF.
           WRITE lis-reg FROM w-linea-resumen AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY w-linea-resumen.

           COPY "COPY-ERRLOG-PROC.cpy".
           COPY "COPY-DOCLOTE-PROC.cpy".
       END PROGRAM SORT-ALU.
