           FILE STATUS IS ws-estado-prv.
           SELECT RECHAZOS ASSIGN TO "..\rechazosParciales.txt"
           ORGANIZATION LINE SEQUENTIAL.
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
           COPY "COPY-DOCLOTE-SEL.cpy".
           COPY "COPY-LOTES-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  PARCIALES-TEX.
           03 ptx-cuatri pic 99.
           03 ptx-eval pic 9.
           03 ptx-nota pic 99.
      * cabecera del lote: H, legajo del docente que presenta las
      * notas, anio y cuatrimestre lectivo (1 o 2)
       01  par-tex-cab redefines par-tex-reg.
           03 ptx-cab-tipo pic x.
           03 ptx-cab-docente pic 9(5).
           03 ptx-cab-anio pic 9(4).
           03 ptx-cab-periodo pic 9.
           03 filler pic x(4).
       FD  PARCIALES-ACUM.
       01  pac-reg.
           03 pac-dni pic 9(8).
       01  rec-rechazo pic x(80).
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
           COPY "COPY-DOCLOTE-FD.cpy".
           COPY "COPY-LOTES-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-DOCLOTE-WS.cpy".
       77  ws-estado-lot pic xx.
       77  w-flag-lot pic 9 value 0.
           88 fin-lotes value 1.
       01  w-lote-actual pic 9(4) value zero.
       77  w-lote-valido pic x value "N".
           88 lote-valido value "S".
       77  ws-estado-ptx pic xx.
       77  ws-estado-pac pic xx.
       77  w-flag-ptx pic 9 value 0.
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
       77  ws-estado-prv pic xx.
       77  w-flag-prv pic 9 value 0.
           88 fin-previo value 1.
           88 rec-respaldado value "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "cargarParciales" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ARCH-PAR.
           PERFORM UNTIL fin-archivo
               OPEN OUTPUT PARCIALES-ACUM
           END-IF.
           OPEN OUTPUT RECHAZOS.
           PERFORM 110-ABRIR-MATERIAS.
           IF NOT fin-archivo
               PERFORM 150-VALIDAR-LOTE-DOCENTE
           END-IF.

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

      * lo ya acumulado se releva para poder validar que un
      * recuperatorio reemplace una evaluacion desaprobada o
       140-LEER-PREVIO.
           READ ACUM-PREVIO AT END MOVE 1 TO w-flag-prv.

      * el lote entero se rechaza si el docente de la cabecera no
      * esta activo o si alguna nota es de una materia que no tiene
      * asignada en el cuatrimestre de la cabecera. Se recorre una
      * vez para controlar y se vuelve a abrir para cargar
       150-VALIDAR-LOTE-DOCENTE.
           MOVE "N" TO w-lote-valido.
           PERFORM 200-LEER-ARCH-PAR.
           IF fin-archivo OR ptx-cab-tipo NOT = "H"
               MOVE "LOTE SIN CABECERA H" TO w-razon-rechazo
           ELSE
               MOVE ptx-cab-docente TO w-lote-docente
               PERFORM 968-VALIDAR-DOCENTE-LOTE
               IF NOT docente-habilitado
                   MOVE w-motivo-docente TO w-razon-rechazo
               ELSE
                   IF ptx-cab-anio = ZERO OR ptx-cab-periodo < 1
                       OR ptx-cab-periodo > 2
                       MOVE "PERIODO INVALIDO EN CABECERA"
                           TO w-razon-rechazo
                   ELSE
                       MOVE ptx-cab-anio TO w-lote-anio
                       MOVE ptx-cab-periodo TO w-lote-periodo
                       MOVE "S" TO w-lote-valido
                       PERFORM 155-CONTROLAR-MATERIAS-LOTE
                   END-IF
               END-IF
           END-IF.
           CLOSE PARCIALES-TEX.
           IF lote-valido
               MOVE ZERO TO w-flag-ptx
               OPEN INPUT PARCIALES-TEX
               PERFORM 200-LEER-ARCH-PAR
           ELSE
               PERFORM 160-RECHAZAR-LOTE
           END-IF.

       155-CONTROLAR-MATERIAS-LOTE.
           PERFORM 200-LEER-ARCH-PAR.
           PERFORM UNTIL fin-archivo OR NOT lote-valido
               MOVE ptx-materia TO w-lote-materia
               PERFORM 969-VERIFICAR-ASIGNACION
               IF NOT materia-asignada
                   MOVE "N" TO w-lote-valido
                   MOVE "MATERIA NO ASIGNADA AL DOCENTE"
                       TO w-razon-rechazo
               ELSE
                   PERFORM 200-LEER-ARCH-PAR
               END-IF
           END-PERFORM.

       160-RECHAZAR-LOTE.
           PERFORM 320-RECHAZAR-REGISTRO.
           DISPLAY "Lote de parciales rechazado: " w-razon-rechazo.
           MOVE 1 TO w-flag-ptx.
           MOVE "99" TO ws-estado-ptx.
           MOVE 1 TO RETURN-CODE.

       200-LEER-ARCH-PAR.
           IF NOT fin-archivo
               READ PARCIALES-TEX AT END MOVE 1 TO w-flag-ptx

       315-VALIDAR-MATERIA.
           MOVE "N" TO w-materia-encontrada.
           MOVE ptx-materia TO mat-mat.
           READ MATERIAS KEY IS mat-mat
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-materia-encontrada
           END-READ.
           IF NOT materia-encontrada
               MOVE "N" TO w-registro-valido
               MOVE "MATERIA INEXISTENTE" TO w-razon-rechazo
           WRITE rec-rechazo.

       400-FIN.
           IF lote-valido
               PERFORM 975-ASIGNAR-LOTE
               PERFORM 977-REGISTRAR-LOTE
               DISPLAY "LOTE REGISTRADO......: " w-lote-actual
           END-IF.
           DISPLAY "PARCIALES LEIDOS.....: " w-cont-leidos.
           DISPLAY "PARCIALES GRABADOS...: " w-cont-grabados.
           DISPLAY "PARCIALES RECHAZADOS.: " w-cont-rechazados.
               CLOSE PARCIALES-TEX
           END-IF.
           CLOSE PARCIALES-ACUM.
           IF materias-abierto
               CLOSE MATERIAS
           END-IF.
           CLOSE RECHAZOS.

       975-ASIGNAR-LOTE.
           MOVE ZERO TO w-lote-actual.
           MOVE ZERO TO w-flag-lot.
           OPEN INPUT LOTES-REG.
           IF ws-estado-lot = "00"
               PERFORM 976-LEER-LOTE
               PERFORM UNTIL fin-lotes
                   IF lot-numero > w-lote-actual
                       MOVE lot-numero TO w-lote-actual
                   END-IF
                   PERFORM 976-LEER-LOTE
               END-PERFORM
               CLOSE LOTES-REG
           END-IF.
           ADD 1 TO w-lote-actual.

       976-LEER-LOTE.
           READ LOTES-REG AT END MOVE 1 TO w-flag-lot.

      * el registro de lotes guarda que docente presento las notas
       977-REGISTRAR-LOTE.
           OPEN EXTEND LOTES-REG.
           IF ws-estado-lot = "35"
               OPEN OUTPUT LOTES-REG
           END-IF.
           MOVE w-lote-actual TO lot-numero.
           MOVE FUNCTION CURRENT-DATE(1:8) TO lot-fecha.
           MOVE "PARCIALES" TO lot-origen.
           MOVE "CADENA" TO lot-operador.
           MOVE w-cont-grabados TO lot-cantidad.
           MOVE SPACE TO lot-estado.
           MOVE w-lote-docente TO lot-docente.
           WRITE lot-reg.
           CLOSE LOTES-REG.

           COPY "COPY-ERRLOG-PROC.cpy".
           COPY "COPY-DOCLOTE-PROC.cpy".
       END PROGRAM CARGAR-PARCIALES.
