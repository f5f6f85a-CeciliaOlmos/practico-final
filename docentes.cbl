           SELECT ASIGNACIONES ASSIGN TO "..\asignacionDocentes.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-asg.
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-CARGADOC-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  DOCENTES-ARCH.
           03 doc-estado pic x.
               88 docente-activo value "A".
               88 docente-en-baja value "B".
       FD  ASIGNACIONES.
           COPY "COPY-ASIGDOC.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
           COPY "COPY-CARGADOC-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-doc pic xx.
       77  ws-estado-asg pic xx.
       77  w-flag-asg pic 9 value 0.
           88 fin-asignaciones value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-flag-doc pic 9 value 0.
               05 tg-plan pic x(2).
               05 tg-cuatri pic 99.
               05 tg-anio pic 9(4).
               05 tg-comision pic x.
       01  w-legajo-doc pic 9(5) value zero.
       01  w-materia-nueva pic x(2) value spaces.
       01  w-plan-nuevo pic x(2) value spaces.
       01  w-cuatri-nuevo pic 99 value zero.
       01  w-anio-nuevo pic 9(4) value zero.
       01  w-comision-nueva pic x value space.
       77  w-asignacion-ok pic x value "N".
           88 asignacion-ok value "S".
       01  w-min-docente pic 9(5) value zero.
       01  w-horas-docente pic 9(3)v99 value zero.
       01  w-horas-edit pic zz9,99.
       01  w-cont-choques pic 9(3) value zero.
       77  w-ya-asignada pic x value "N".
           88 ya-asignada value "S".
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       01  w-cont-asig-doc pic 9(3) value zero.
           COPY "COPY-CARGADOC-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "docentes" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               END-IF
           END-IF.
           IF ws-estado-doc NOT = "00"
               MOVE "docentes.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-doc TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir docentes.dat (estado "
                       ws-estado-doc ")"
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 130-CARGAR-ASIGNACIONES.
           PERFORM 985-CARGAR-BANDAS-DOC.

       110-CARGAR-MATERIAS.
           OPEN INPUT MATERIAS.
           CLOSE MATERIAS.

       120-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       130-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES.
                       MOVE asg-plan TO tg-plan(w-cant-asg)
                       MOVE asg-cuatri TO tg-cuatri(w-cant-asg)
                       MOVE asg-anio TO tg-anio(w-cant-asg)
                       MOVE asg-comision TO tg-comision(w-cant-asg)
                   END-IF
                   PERFORM 140-LEER-ASIGNACION
               END-PERFORM
                   MOVE "A" TO doc-estado
                   WRITE doc-reg
                       INVALID KEY
                           MOVE "docentes.dat" TO w-err-archivo
                           MOVE "WRITE" TO w-err-operacion
                           MOVE ws-estado-doc TO w-err-estado
                           MOVE doc-legajo TO w-err-llave
                           PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                           DISPLAY "No se pudo grabar el docente"
                       NOT INVALID KEY
                           DISPLAY "Docente dado de alta"
               ACCEPT w-cuatri-nuevo
               DISPLAY "Ingrese el anio"
               ACCEPT w-anio-nuevo
               DISPLAY "Ingrese la comision (espacio = todas)"
               ACCEPT w-comision-nueva
               PERFORM 630-VERIFICAR-ASIGNADA
               IF ya-asignada
                   DISPLAY "El docente ya tiene esa materia asignada "
                           "en ese periodo"
               ELSE
                   PERFORM 640-CONTROLAR-CARGA
                   IF asignacion-ok
                       PERFORM 650-AGREGAR-ASIGNACION
                   END-IF
               END-IF
           END-IF.
                   AND tg-plan(k) = w-plan-nuevo
                   AND tg-cuatri(k) = w-cuatri-nuevo
                   AND tg-anio(k) = w-anio-nuevo
                   AND (tg-comision(k) = w-comision-nueva
                       OR tg-comision(k) = SPACE
                       OR w-comision-nueva = SPACE)
                   MOVE "S" TO w-ya-asignada
               END-IF
           END-PERFORM.

      * antes de grabar se cruzan las bandas de la materia nueva con
      * las de las otras asignaciones del docente en el periodo: un
      * choque de horario o pasarse de la carga maxima se avisa y la
      * asignacion queda solo si se confirma
       640-CONTROLAR-CARGA.
           MOVE ZERO TO w-min-docente.
           MOVE ZERO TO w-cont-choques.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-asg
               IF tg-legajo(k) = w-legajo-doc
                   AND tg-cuatri(k) = w-cuatri-nuevo
                   AND tg-anio(k) = w-anio-nuevo
                   PERFORM 645-CRUZAR-ASIGNACION
               END-IF
           END-PERFORM.
           PERFORM VARYING kb FROM 1 BY 1 UNTIL kb > w-cant-bdo
               IF tbd-materia(kb) = w-materia-nueva
                   AND (w-comision-nueva = SPACE
                       OR tbd-comision(kb) = w-comision-nueva)
                   PERFORM 987-MINUTOS-BANDA
                   ADD w-min-banda TO w-min-docente
               END-IF
           END-PERFORM.
           COMPUTE w-horas-docente = w-min-docente / 60.
           MOVE "S" TO w-asignacion-ok.
           IF w-horas-docente > w-max-horas-doc
               MOVE w-horas-docente TO w-horas-edit
               DISPLAY "Atencion: con esta materia el docente suma "
                       w-horas-edit " horas semanales (maximo "
                       w-max-horas-doc ")"
           END-IF.
           IF w-cont-choques NOT = ZERO
               OR w-horas-docente > w-max-horas-doc
               DISPLAY "Confirma la asignacion de todos modos? (S/N)"
               ACCEPT w-confirma
               IF NOT confirma-si
                   MOVE "N" TO w-asignacion-ok
                   DISPLAY "Asignacion cancelada"
               END-IF
           END-IF.

       645-CRUZAR-ASIGNACION.
           PERFORM VARYING kb2 FROM 1 BY 1 UNTIL kb2 > w-cant-bdo
               IF tbd-materia(kb2) = tg-materia(k)
                   AND (tg-comision(k) = SPACE
                       OR tbd-comision(kb2) = tg-comision(k))
                   MOVE kb2 TO kb
                   PERFORM 987-MINUTOS-BANDA
                   ADD w-min-banda TO w-min-docente
                   PERFORM 647-CHOCAR-CON-NUEVA
               END-IF
           END-PERFORM.

       647-CHOCAR-CON-NUEVA.
           PERFORM VARYING kb FROM 1 BY 1 UNTIL kb > w-cant-bdo
               IF tbd-materia(kb) = w-materia-nueva
                   AND (w-comision-nueva = SPACE
                       OR tbd-comision(kb) = w-comision-nueva)
                   PERFORM 988-CHOCAR-BANDAS
                   IF bandas-chocan
                       ADD 1 TO w-cont-choques
                       DISPLAY "Atencion: choque de horario con la "
                               "materia " tbd-materia(kb2)
                               " comision " tbd-comision(kb2)
                               " dia " tbd-dia(kb2) " de "
                               tbd-desde(kb2) " a " tbd-hasta(kb2)
                   END-IF
               END-IF
           END-PERFORM.

       650-AGREGAR-ASIGNACION.
           IF w-cant-asg >= 300
               DISPLAY "Tabla de asignaciones llena"
           ELSE
               ADD 1 TO w-cant-asg
               MOVE w-legajo-doc TO tg-legajo(w-cant-asg)
               MOVE w-materia-nueva TO tg-materia(w-cant-asg)
               MOVE w-plan-nuevo TO tg-plan(w-cant-asg)
               MOVE w-cuatri-nuevo TO tg-cuatri(w-cant-asg)
               MOVE w-anio-nuevo TO tg-anio(w-cant-asg)
               MOVE w-comision-nueva TO tg-comision(w-cant-asg)
               DISPLAY "Materia asignada"
           END-IF.

       700-LISTAR-ASIGNACIONES.
           DISPLAY "Ingrese el legajo del docente".
           ACCEPT w-legajo-doc.
                   DISPLAY "  MATERIA: " tg-materia(k) " PLAN: "
                           tg-plan(k) " CUATRI: " tg-cuatri(k)
                           " ANIO: " tg-anio(k)
                           " COMISION: " tg-comision(k)
               END-IF
           END-PERFORM.
           DISPLAY "Materias asignadas: " w-cont-asig-doc.
               MOVE tg-plan(k) TO asg-plan
               MOVE tg-cuatri(k) TO asg-cuatri
               MOVE tg-anio(k) TO asg-anio
               MOVE tg-comision(k) TO asg-comision
               WRITE asg-reg
           END-PERFORM.
           CLOSE ASIGNACIONES.

           COPY "COPY-CARGADOC-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM DOCENTES.
