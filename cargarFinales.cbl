                   FILE STATUS IS ws-estado-fin.
           SELECT RECHAZOS ASSIGN TO "..\rechazosFinales.txt"
           ORGANIZATION LINE SEQUENTIAL.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT MESAS ASSIGN TO "..\mesasExamen.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-estado-mes.
           SELECT LIBROS-FOLIOS ASSIGN TO "..\librosFolios.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-estado-lfo.
           COPY "COPY-REGVIG-SEL.cpy".
           SELECT PARAM-REG ASSIGN TO "..\paramRegularidad.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-estado-preg.
           SELECT REG-PERDIDA ASSIGN TO "..\regularidadPerdida.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-estado-perdida.
           COPY "COPY-ALUMNOS-SEL.cpy".
           COPY "COPY-AUDIT-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
           COPY "COPY-DOCLOTE-SEL.cpy".
           COPY "COPY-LOTES-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  FINALES-TEX.
           03 ftx-materia pic x(2).
           03 ftx-fecha pic 9(8).
           03 ftx-nota pic 99.
      * en materias aprobado/desaprobado viene "AP" o "DE"
           03 ftx-nota-pf redefines ftx-nota pic x(2).
           03 ftx-libro pic 9(3).
           03 ftx-folio pic 9(3).
      * cabecera del lote: H y legajo del docente que presenta
       01  fin-tex-cab redefines fin-tex-reg.
           03 ftx-cab-tipo pic x.
           03 ftx-cab-docente pic 9(5).
           03 filler pic x(20).
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  RECHAZOS.
       01  rec-rechazo pic x(80).
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  MESAS.
           COPY "COPY-MESAS.cpy".
       FD  INSC-MESAS.
           COPY "COPY-INSCMESA.cpy".
       FD  LIBROS-FOLIOS.
       01  lfo-reg.
           03 lfo-libro pic 9(3).
           03 lfo-folio pic 9(3).
           03 lfo-materia pic x(2).
           03 lfo-fecha pic 9(8).
           COPY "COPY-REGVIG-FD.cpy".
       FD  PARAM-REG.
           COPY "COPY-PARAMREG.cpy".
       FD  REG-PERDIDA.
       01  rp-linea pic x(80).
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
           COPY "COPY-AUDIT-FD.cpy".
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
       77  w-mesa-con-tribunal pic x value "N".
           88 mesa-con-tribunal value "S".
       77  ws-estado-ftx pic xx.
       77  ws-estado-fin pic xx.
       77  w-flag-ftx pic 9 value 0.
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
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       01  w-nota-final pic 99 value zero.
       77  ws-estado-mes pic xx.
       77  ws-estado-imx pic xx.
       77  w-flag-mes pic 9 value 0.
               05 tm-materia pic x(2).
               05 tm-fecha pic 9(8).
               05 tm-flag pic x.
               05 tm-tribunal pic 9(5) OCCURS 3 TIMES.
       01  w-cant-imx pic 9(3) value zero.
       01  w-idx-imx pic 9(3).
       77  w-alumno-en-mesa pic x value "N".
               05 tim-dni pic 9(8).
               05 tim-materia pic x(2).
               05 tim-fecha pic 9(8).
               05 tim-modalidad pic x.
       77  w-modalidad-fin pic x value "R".
       77  ws-estado-lfo pic xx.
       77  w-flag-lfo pic 9 value 0.
           88 fin-lfo value 1.
               05 tl-folio pic 9(3).
               05 tl-materia pic x(2).
               05 tl-fecha pic 9(8).
           COPY "COPY-REGVIG-WS.cpy".
      * regularidades en memoria: un aplazo que llega al tope del
      * plan pasa la fila a A y el archivo se regraba al final
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
       77  w-regular-hallada pic x value "N".
           88 regular-hallada value "S".
       77  ws-estado-preg pic xx.
       77  w-flag-preg pic 9 value 0.
           88 fin-preg value 1.
       01  w-cant-preg pic 99 value zero.
       01  kp pic 99.
       01  tabla-preg.
           03 tab-preg OCCURS 20 TIMES.
               05 preg-plan-tab pic x(2).
               05 preg-aplazos-tab pic 9(2).
       01  w-tope-aplazos pic 99 value 3.
       01  w-cont-aplazos pic 99 value zero.
       01  w-cont-perdidas pic 9(6) value zero.
       77  ws-estado-perdida pic xx.
       01  w-legajo-perdida pic 9(5) value zero.
       01  w-fin-aplazo pic 9 value 0.
           COPY "COPY-ALUMNOS-WS.cpy".
           COPY "COPY-AUDIT-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "cargarFinales" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ARCH-FIN.
           PERFORM UNTIL fin-archivo
           PERFORM 955-ABRIR-AUDITORIA-COMUN.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-aud-operador.
           PERFORM 110-ABRIR-MATERIAS.
           PERFORM 130-CARGAR-MESAS.
           PERFORM 150-CARGAR-INSC-MESAS.
           PERFORM 170-CARGAR-LIBROS-FOLIOS.
           PERFORM 180-CARGAR-REGULARES.
           PERFORM 190-CARGAR-PARAM-REG.
           IF NOT fin-archivo
               PERFORM 120-VALIDAR-LOTE-DOCENTE
           END-IF.

      * el lote entero se rechaza si el docente de la cabecera no
      * esta activo o si alguna nota es de una mesa de la que no
      * forma parte: con tribunal registrado tiene que ser uno de
      * los tres; sin tribunal, tener asignada la materia en el
      * cuatrimestre de la fecha de la mesa. Se recorre una vez para
      * controlar y se vuelve a abrir para cargar
       120-VALIDAR-LOTE-DOCENTE.
           MOVE "N" TO w-lote-valido.
           PERFORM 200-LEER-ARCH-FIN.
           IF fin-archivo OR ftx-cab-tipo NOT = "H"
               MOVE "LOTE SIN CABECERA H" TO w-razon-rechazo
           ELSE
               MOVE ftx-cab-docente TO w-lote-docente
               PERFORM 968-VALIDAR-DOCENTE-LOTE
               IF docente-habilitado
                   MOVE "S" TO w-lote-valido
                   PERFORM 125-CONTROLAR-NOTAS-LOTE
               ELSE
                   MOVE w-motivo-docente TO w-razon-rechazo
               END-IF
           END-IF.
           CLOSE FINALES-TEX.
           IF lote-valido
               MOVE ZERO TO w-flag-ftx
               OPEN INPUT FINALES-TEX
               PERFORM 200-LEER-ARCH-FIN
           ELSE
               PERFORM 127-RECHAZAR-LOTE
           END-IF.

       125-CONTROLAR-NOTAS-LOTE.
           PERFORM 200-LEER-ARCH-FIN.
           PERFORM UNTIL fin-archivo OR NOT lote-valido
               PERFORM 128-VERIFICAR-TRIBUNAL
               IF NOT mesa-con-tribunal
                   MOVE ftx-materia TO w-lote-materia
                   MOVE ftx-fecha TO w-lote-fecha
                   PERFORM 981-PERIODO-DE-FECHA
                   PERFORM 969-VERIFICAR-ASIGNACION
               END-IF
               IF NOT materia-asignada
                   MOVE "N" TO w-lote-valido
                   IF mesa-con-tribunal
                       MOVE "DOCENTE FUERA DEL TRIBUNAL"
                           TO w-razon-rechazo
                   ELSE
                       MOVE "MATERIA NO ASIGNADA AL DOCENTE"
                           TO w-razon-rechazo
                   END-IF
               ELSE
                   PERFORM 200-LEER-ARCH-FIN
               END-IF
           END-PERFORM.

       127-RECHAZAR-LOTE.
           PERFORM 320-RECHAZAR-REGISTRO.
           DISPLAY "Lote de finales rechazado: " w-razon-rechazo.
           MOVE 1 TO w-flag-ftx.
           MOVE "99" TO ws-estado-ftx.
           MOVE 1 TO RETURN-CODE.

      * deja materia-asignada si el docente integra el tribunal
       128-VERIFICAR-TRIBUNAL.
           MOVE "N" TO w-mesa-con-tribunal.
           MOVE "N" TO w-asignacion-lote.
           PERFORM VARYING w-idx-mes FROM 1 BY 1
               UNTIL w-idx-mes > w-cant-mes OR mesa-con-tribunal
               IF tm-materia(w-idx-mes) = ftx-materia
                   AND tm-fecha(w-idx-mes) = ftx-fecha
                   AND tm-tribunal(w-idx-mes, 1) NOT = ZERO
                   MOVE "S" TO w-mesa-con-tribunal
                   IF tm-tribunal(w-idx-mes, 1) = w-lote-docente
                       OR tm-tribunal(w-idx-mes, 2) = w-lote-docente
                       OR tm-tribunal(w-idx-mes, 3) = w-lote-docente
                       MOVE "S" TO w-asignacion-lote
                   END-IF
               END-IF
           END-PERFORM.

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

      * el calendario de mesas es la autoridad: una nota sin mesa
      * abierta que la respalde no entra mas al archivo de finales
                       MOVE mes-materia TO tm-materia(w-cant-mes)
                       MOVE mes-fecha TO tm-fecha(w-cant-mes)
                       MOVE mes-flag TO tm-flag(w-cant-mes)
                       MOVE ZERO TO tm-tribunal(w-cant-mes, 1)
                       MOVE ZERO TO tm-tribunal(w-cant-mes, 2)
                       MOVE ZERO TO tm-tribunal(w-cant-mes, 3)
                       IF mes-presidente NUMERIC
                           MOVE mes-presidente
                               TO tm-tribunal(w-cant-mes, 1)
                       END-IF
                       IF mes-vocal1 NUMERIC
                           MOVE mes-vocal1 TO tm-tribunal(w-cant-mes, 2)
                       END-IF
                       IF mes-vocal2 NUMERIC
                           MOVE mes-vocal2 TO tm-tribunal(w-cant-mes, 3)
                       END-IF
                   END-IF
                   PERFORM 140-LEER-MESA
               END-PERFORM
                       MOVE imx-dni TO tim-dni(w-cant-imx)
                       MOVE imx-materia TO tim-materia(w-cant-imx)
                       MOVE imx-fecha TO tim-fecha(w-cant-imx)
                       MOVE imx-modalidad TO tim-modalidad(w-cant-imx)
                   END-IF
                   PERFORM 160-LEER-INSC-MESA
               END-PERFORM
       175-LEER-LFO.
           READ LIBROS-FOLIOS AT END MOVE 1 TO w-flag-lfo.

       180-CARGAR-REGULARES.
           OPEN INPUT REG-VIGENTE.
           IF ws-estado-regvig = "00"
               PERFORM 185-LEER-REGVIG
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
                   PERFORM 185-LEER-REGVIG
               END-PERFORM
               CLOSE REG-VIGENTE
           END-IF.

       185-LEER-REGVIG.
           READ REG-VIGENTE AT END MOVE 1 TO w-flag-regvig.

       190-CARGAR-PARAM-REG.
           OPEN INPUT PARAM-REG.
           IF ws-estado-preg = "00"
               PERFORM 195-LEER-PARAM-REG
               PERFORM UNTIL fin-preg
                   IF w-cant-preg < 20
                       ADD 1 TO w-cant-preg
                       MOVE preg-plan TO preg-plan-tab(w-cant-preg)
                       IF preg-aplazos IS NUMERIC
                           AND preg-aplazos NOT = ZERO
                           MOVE preg-aplazos
                               TO preg-aplazos-tab(w-cant-preg)
                       ELSE
                           MOVE 3 TO preg-aplazos-tab(w-cant-preg)
                       END-IF
                   END-IF
                   PERFORM 195-LEER-PARAM-REG
               END-PERFORM
               CLOSE PARAM-REG
           END-IF.

       195-LEER-PARAM-REG.
           READ PARAM-REG AT END MOVE 1 TO w-flag-preg.

       200-LEER-ARCH-FIN.
           IF NOT fin-archivo
               READ FINALES-TEX AT END MOVE 1 TO w-flag-ftx
               MOVE ftx-dni TO fin-dni
               MOVE ftx-materia TO fin-materia
               MOVE ftx-fecha TO fin-fecha
               MOVE w-nota-final TO fin-nota
               MOVE ftx-libro TO fin-libro
               MOVE ftx-folio TO fin-folio
               MOVE w-modalidad-fin TO fin-modalidad
               WRITE fin-reg
                   INVALID KEY
                       MOVE "LLAVE DUPLICADA" TO w-razon-rechazo
                   NOT INVALID KEY
                       ADD 1 TO w-cont-grabados
                       PERFORM 330-ASENTAR-EN-AUDITORIA
                       IF w-nota-final < 4
                           AND w-modalidad-fin NOT = "L"
                           PERFORM 340-CONTROLAR-APLAZOS
                       END-IF
               END-WRITE
           ELSE
               PERFORM 320-RECHAZAR-REGISTRO
           IF registro-valido
               PERFORM 315-VALIDAR-MATERIA
           END-IF.
           IF registro-valido
               PERFORM 314-VALIDAR-NOTA
           END-IF.
           IF registro-valido AND ftx-fecha = ZERO
               MOVE "N" TO w-registro-valido
               MOVE "SIN MESA ABIERTA" TO w-razon-rechazo
           END-IF.

      * la modalidad de la nota es la de la inscripcion a la mesa:
      * quien se anoto libre queda libre en finales.dat
       317-VALIDAR-INSCRIPTO-MESA.
           MOVE "N" TO w-alumno-en-mesa.
           MOVE "R" TO w-modalidad-fin.
           PERFORM VARYING w-idx-imx FROM 1 BY 1
               UNTIL w-idx-imx > w-cant-imx OR alumno-en-mesa
               IF tim-dni(w-idx-imx) = ftx-dni
                   AND tim-materia(w-idx-imx) = ftx-materia
                   AND tim-fecha(w-idx-imx) = ftx-fecha
                   MOVE "S" TO w-alumno-en-mesa
                   IF tim-modalidad(w-idx-imx) = "L"
                       MOVE "L" TO w-modalidad-fin
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT alumno-en-mesa
               MOVE "LIBRO/FOLIO NO REGISTRADO" TO w-razon-rechazo
           END-IF.

      * las materias aprobado/desaprobado solo aceptan AP (se graba
      * nota 04) o DE (nota 01); las demas, una nota de 0 a 10
       314-VALIDAR-NOTA.
           MOVE ZERO TO w-nota-final.
           IF materia-sin-nota
               EVALUATE ftx-nota-pf
                   WHEN "AP"
                       MOVE 4 TO w-nota-final
                   WHEN "DE"
                       MOVE 1 TO w-nota-final
                   WHEN OTHER
                       MOVE "N" TO w-registro-valido
                       MOVE "MATERIA SOLO APROBADO/DESAPROB"
                           TO w-razon-rechazo
               END-EVALUATE
           ELSE
               IF ftx-nota IS NOT NUMERIC OR ftx-nota > 10
                   MOVE "N" TO w-registro-valido
                   MOVE "NOTA FUERA DE RANGO" TO w-razon-rechazo
               ELSE
                   MOVE ftx-nota TO w-nota-final
               END-IF
           END-IF.

       315-VALIDAR-MATERIA.
           MOVE "N" TO w-materia-encontrada.
           MOVE "N" TO w-materia-pf.
           MOVE ftx-materia TO mat-mat.
           READ MATERIAS KEY IS mat-mat
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-materia-encontrada
                   IF mat-sin-nota
                       MOVE "S" TO w-materia-pf
                   END-IF
           END-READ.
           IF NOT materia-encontrada
               MOVE "N" TO w-registro-valido
               MOVE "MATERIA INEXISTENTE" TO w-razon-rechazo
               fin-materia DELIMITED BY SIZE
               " FINAL NOTA=" DELIMITED BY SIZE
               fin-nota DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               fin-modalidad DELIMITED BY SIZE
               INTO w-aud-detalle.
           PERFORM 965-ASENTAR-AUDITORIA.

      * los aplazos se cuentan dentro de la regularidad vigente: solo
      * finales rendidos como regular desde la fecha en que se
      * obtuvo. Al llegar al tope del plan la regularidad se pierde,
      * la fila pasa a A (mesasExamen ya no inscribe) y la perdida
      * sale en regularidadPerdida.txt con su propio motivo
       340-CONTROLAR-APLAZOS.
           MOVE "N" TO w-regular-hallada.
           PERFORM VARYING kr FROM 1 BY 1
               UNTIL kr > w-cant-regulares OR regular-hallada
               IF trv-dni(kr) = ftx-dni
                   AND trv-materia(kr) = ftx-materia
                   AND trv-estado(kr) = "V"
                   MOVE "S" TO w-regular-hallada
               END-IF
           END-PERFORM.
           IF regular-hallada
               SUBTRACT 1 FROM kr
               PERFORM 345-BUSCAR-TOPE-APLAZOS
               PERFORM 350-CONTAR-APLAZOS
               IF w-cont-aplazos >= w-tope-aplazos
                   MOVE "A" TO trv-estado(kr)
                   ADD 1 TO w-cont-perdidas
                   PERFORM 360-REGISTRAR-PERDIDA
                   DISPLAY "DNI " ftx-dni " MATERIA " ftx-materia
                           ": " w-cont-aplazos " aplazos, pierde la "
                           "regularidad"
               END-IF
           END-IF.

       345-BUSCAR-TOPE-APLAZOS.
           MOVE 3 TO w-tope-aplazos.
           PERFORM VARYING kp FROM 1 BY 1 UNTIL kp > w-cant-preg
               IF preg-plan-tab(kp) = trv-plan(kr)
                   MOVE preg-aplazos-tab(kp) TO w-tope-aplazos
               END-IF
           END-PERFORM.

       350-CONTAR-APLAZOS.
           MOVE ZERO TO w-cont-aplazos.
           MOVE ZERO TO w-fin-aplazo.
           MOVE ftx-dni TO fin-dni.
           MOVE ftx-materia TO fin-materia.
           MOVE trv-fecha(kr) TO fin-fecha.
           START FINALES KEY IS NOT LESS THAN fin-llave
               INVALID KEY
                   MOVE 1 TO w-fin-aplazo
           END-START.
           PERFORM UNTIL w-fin-aplazo = 1
               READ FINALES NEXT RECORD
                   AT END MOVE 1 TO w-fin-aplazo
               END-READ
               IF w-fin-aplazo = 0
                   IF fin-dni = ftx-dni AND fin-materia = ftx-materia
                       IF fin-nota < 4 AND NOT fin-libre
                           ADD 1 TO w-cont-aplazos
                       END-IF
                   ELSE
                       MOVE 1 TO w-fin-aplazo
                   END-IF
               END-IF
           END-PERFORM.

      * mismas posiciones fijas que vencerRegularidad y practicoFinal:
      * LEGAJO= 30-34, CUATRIMESTRE= 62-63, MAT= 69-70, motivo 72-80
       360-REGISTRAR-PERDIDA.
           MOVE ZERO TO w-legajo-perdida.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu = "00"
               MOVE ftx-dni TO al-dni
               READ ALUMNOS KEY IS al-dni
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE al-legajo TO w-legajo-perdida
               END-READ
               CLOSE ALUMNOS
           END-IF.
           OPEN EXTEND REG-PERDIDA.
           IF ws-estado-perdida = "35"
               OPEN OUTPUT REG-PERDIDA
           END-IF.
           MOVE SPACES TO rp-linea.
           STRING "REGULARIDAD PERDIDA - LEGAJO=" DELIMITED BY SIZE
               w-legajo-perdida DELIMITED BY SIZE
               " DNI=" DELIMITED BY SIZE
               ftx-dni DELIMITED BY SIZE
               " CUATRIMESTRE=" DELIMITED BY SIZE
               trv-cuatri(kr) DELIMITED BY SIZE
               " MAT=" DELIMITED BY SIZE
               ftx-materia DELIMITED BY SIZE
               " APLAZOS" DELIMITED BY SIZE
               INTO rp-linea.
           WRITE rp-linea.
           CLOSE REG-PERDIDA.

       320-RECHAZAR-REGISTRO.
           ADD 1 TO w-cont-rechazados.
           MOVE SPACES TO rec-rechazo.
           WRITE rec-rechazo.

       400-FIN.
           IF lote-valido
               PERFORM 975-ASIGNAR-LOTE
               PERFORM 977-REGISTRAR-LOTE
               DISPLAY "LOTE REGISTRADO......: " w-lote-actual
           END-IF.
           DISPLAY "FINALES LEIDOS.......: " w-cont-leidos.
           DISPLAY "FINALES GRABADOS.....: " w-cont-grabados.
           DISPLAY "FINALES RECHAZADOS...: " w-cont-rechazados.
           DISPLAY "REGULARIDADES PERDIDAS POR APLAZOS: "
                   w-cont-perdidas.
           IF w-cont-perdidas > ZERO
               IF regulares-desbordados
                   DISPLAY "Tabla de regularidades desbordada (5000), "
                           "regularidadVigente.txt NO se regraba"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM 410-REGRABAR-REG-VIGENTE
               END-IF
           END-IF.
           IF ws-estado-ftx = "00" OR ws-estado-ftx = "10"
               CLOSE FINALES-TEX
           END-IF.
           CLOSE FINALES.
           IF materias-abierto
               CLOSE MATERIAS
           END-IF.
           CLOSE RECHAZOS.
           CLOSE AUDITORIA.

       410-REGRABAR-REG-VIGENTE.
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
           MOVE "FINALES" TO lot-origen.
           MOVE w-aud-operador TO lot-operador.
           MOVE w-cont-grabados TO lot-cantidad.
           MOVE SPACE TO lot-estado.
           MOVE w-lote-docente TO lot-docente.
           WRITE lot-reg.
           CLOSE LOTES-REG.

           COPY "COPY-AUDIT-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
           COPY "COPY-DOCLOTE-PROC.cpy".
       END PROGRAM CARGAR-FINALES.
