                   FILE STATUS IS ws-estado-est.
           SELECT RECHAZOS ASSIGN TO "..\rechazosTexAindex.txt"
           ORGANIZATION LINE SEQUENTIAL.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT INSCRIPCIONES-ARCH ASSIGN TO "..\inscripciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ins.
           FILE STATUS IS ws-estado-cc.
           COPY "COPY-PARAMBATCH-SEL.cpy".
           COPY "COPY-LOTES-SEL.cpy".
           COPY "COPY-IMAGENES-SEL.cpy".
           COPY "COPY-PERIODO-SEL.cpy".
           COPY "COPY-CTRLEJEC-SEL.cpy".
           COPY "COPY-TOTALES-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
           03 cc-rechazados pic 9(6).
           COPY "COPY-PARAMBATCH-FD.cpy".
           COPY "COPY-LOTES-FD.cpy".
           COPY "COPY-IMAGENES-FD.cpy".
           COPY "COPY-PERIODO-FD.cpy".
           COPY "COPY-CTRLEJEC-FD.cpy".
           COPY "COPY-TOTALES-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-PARAMBATCH-WS.cpy".
           COPY "COPY-CTRLEJEC-WS.cpy".
       77  ws-estado-tot pic xx.
       77  ws-estado-est pic xx.
       77  w-flag-esta pic 9.
           88 fin-archivo value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic x value "N".
           88 materias-abierto value "S".
       01  w-cont-leidos pic 9(6) value zero.
       01  w-cont-grabados pic 9(6) value zero.
       01  w-cont-rechazados pic 9(6) value zero.
           88 registro-valido value "S".
       77  w-materia-encontrada pic x value "N".
           88 materia-encontrada value "S".
       77  ws-estado-ins pic xx.
       77  w-flag-ins pic 9 value 0.
           88 fin-inscripciones value 1.
       77  w-per-override pic x value "N".
           88 per-override-si value "S" "s".
       77  ws-estado-lot pic xx.
       77  ws-estado-img pic xx.
       77  w-flag-lot pic 9 value 0.
           88 fin-lotes value 1.
       01  w-lote-actual pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "texAindex" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 145-VALIDAR-CABECERA-LOTE.
           PERFORM 200-LEER-ARCH-FACT.
               CLOSE ESTA
               CLOSE ESTADOS
               CLOSE RECHAZOS
               CLOSE IMAGENES
               PERFORM 135-LIBERAR-CONTROL-BATCH
               MOVE 1 TO RETURN-CODE
               STOP RUN
               OPEN OUTPUT ESTADOS
           END-IF.
           OPEN OUTPUT RECHAZOS.
      * las altas de la carga dejan su imagen como las de
      * practicoFinal: el lote se puede revertir o volver a aplicar
           OPEN EXTEND IMAGENES.
           IF ws-estado-img = "35"
               OPEN OUTPUT IMAGENES
           END-IF.
           PERFORM 975-ASIGNAR-LOTE.
           DISPLAY "Lote asignado a esta corrida: " w-lote-actual.
           PERFORM 160-LEER-CONTROL-CARGA.
           PERFORM 110-ABRIR-MATERIAS.
           PERFORM 140-CARGAR-INSCRIPCIONES.

      * el registro de control deja constancia del avance de la
           COMPUTE lot-cantidad = w-cont-grabados
               + w-cont-ya-cargados.
           MOVE SPACE TO lot-estado.
           MOVE ZERO TO lot-docente.
           WRITE lot-reg.
           CLOSE LOTES-REG.

           MOVE ZERO TO w-ctl-sesiones.
           PERFORM 945-GRABAR-CONTROL-EJEC.

      * materias queda abierto toda la corrida: cada materia
      * se valida leyendo por codigo (clave alternativa)
       110-ABRIR-MATERIAS.
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

       200-LEER-ARCH-FACT.
           READ ESTA AT END MOVE 1 TO w-flag-esta.
                       PERFORM 330-VERIFICAR-DUPLICADO
                   NOT INVALID KEY
                       ADD 1 TO w-cont-grabados
                       PERFORM 340-IMAGEN-DE-ALTA
                       DISPLAY es-reg
               END-WRITE
           ELSE
                   END-IF
           END-READ.

       340-IMAGEN-DE-ALTA.
           MOVE es-lote TO img-lote.
           MOVE "A" TO img-tipo.
           MOVE es-dni TO img-dni.
           MOVE es-materia TO img-materia.
           MOVE es-cuatri TO img-cuatri.
           MOVE es-curso TO img-curso.
           MOVE es-secuen TO img-secuen.
           MOVE ZERO TO img-nota-ant.
           MOVE ZERO TO img-anio-ant.
           MOVE ZERO TO img-lote-ant.
           MOVE es-nota TO img-nota-nue.
           MOVE es-anio TO img-anio-nue.
           WRITE img-reg.

       310-VALIDAR-REGISTRO.
           MOVE "S" TO w-registro-valido.
           IF es-tex-dni = ZERO OR es-tex-dni < 1000000

       315-VALIDAR-MATERIA.
           MOVE "N" TO w-materia-encontrada.
           MOVE es-tex-materia TO mat-mat.
           READ MATERIAS KEY IS mat-mat
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-materia-encontrada
           END-READ.
           IF NOT materia-encontrada
               MOVE "N" TO w-registro-valido
               MOVE "MATERIA INEXISTENTE" TO w-razon-rechazo
           PERFORM 977-REGISTRAR-LOTE.
           PERFORM 410-GRABAR-TOTALES.
           CLOSE ESTA.
           IF materias-abierto
               CLOSE MATERIAS
           END-IF.
           CLOSE ESTADOS.
           CLOSE RECHAZOS.
           CLOSE IMAGENES.

      * primer paso de la cadena: arranca de cero el archivo de
      * totales que verificarTotales concilia al final

           COPY "COPY-PARAMBATCH-PROC.cpy".
           COPY "COPY-CTRLEJEC-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM YOUR-PROGRAM-NAME.
