      * sin docentes.dat no se puede saber quien presenta el lote:
      * ningun lote se acepta
       968-VALIDAR-DOCENTE-LOTE.
           MOVE "N" TO w-docente-lote.
           MOVE SPACES TO w-motivo-docente.
           MOVE ZERO TO w-cant-asg-lote.
           IF w-lote-docente = ZERO
               MOVE "LOTE SIN DOCENTE EN CABECERA" TO w-motivo-docente
           ELSE
               OPEN INPUT DOCENTES-ARCH
               IF ws-estado-doc NOT = "00"
                   MOVE "docentes.dat" TO w-err-archivo
                   MOVE "OPEN" TO w-err-operacion
                   MOVE ws-estado-doc TO w-err-estado
                   MOVE w-lote-docente TO w-err-llave
                   PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                   MOVE "NO SE PUDO LEER DOCENTES.DAT"
                       TO w-motivo-docente
               ELSE
                   MOVE w-lote-docente TO doc-legajo
                   READ DOCENTES-ARCH
                       INVALID KEY
                           MOVE "DOCENTE INEXISTENTE"
                               TO w-motivo-docente
                       NOT INVALID KEY
                           IF docente-en-baja
                               MOVE "DOCENTE DADO DE BAJA"
                                   TO w-motivo-docente
                           ELSE
                               MOVE "S" TO w-docente-lote
                           END-IF
                   END-READ
                   CLOSE DOCENTES-ARCH
               END-IF
           END-IF.
           IF docente-habilitado
               PERFORM 971-CARGAR-ASIGNACIONES-LOTE
           END-IF.

       969-VERIFICAR-ASIGNACION.
           MOVE "N" TO w-asignacion-lote.
           PERFORM VARYING k-asg FROM 1 BY 1
               UNTIL k-asg > w-cant-asg-lote OR materia-asignada
               IF tal-materia(k-asg) = w-lote-materia
                   AND tal-cuatri(k-asg) = w-lote-periodo
                   AND tal-anio(k-asg) = w-lote-anio
                   MOVE "S" TO w-asignacion-lote
               END-IF
           END-PERFORM.

      * solo las asignaciones del docente del lote
       971-CARGAR-ASIGNACIONES-LOTE.
           MOVE ZERO TO w-flag-asg.
           OPEN INPUT ASIGNACIONES.
           IF ws-estado-asg = "00"
               PERFORM 974-LEER-ASIGNACION-LOTE
               PERFORM UNTIL fin-asignaciones
                   IF asg-legajo = w-lote-docente
                       AND w-cant-asg-lote < 300
                       ADD 1 TO w-cant-asg-lote
                       MOVE asg-materia TO tal-materia(w-cant-asg-lote)
                       MOVE asg-cuatri TO tal-cuatri(w-cant-asg-lote)
                       MOVE asg-anio TO tal-anio(w-cant-asg-lote)
                   END-IF
                   PERFORM 974-LEER-ASIGNACION-LOTE
               END-PERFORM
               CLOSE ASIGNACIONES
           ELSE
               IF ws-estado-asg NOT = "35"
                   MOVE "asignacionDocentes.txt" TO w-err-archivo
                   MOVE "OPEN" TO w-err-operacion
                   MOVE ws-estado-asg TO w-err-estado
                   MOVE w-lote-docente TO w-err-llave
                   PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               END-IF
           END-IF.

       974-LEER-ASIGNACION-LOTE.
           READ ASIGNACIONES AT END MOVE 1 TO w-flag-asg.

       981-PERIODO-DE-FECHA.
           MOVE w-lote-fecha(1:4) TO w-lote-anio.
           IF w-lote-fecha(5:2) <= "06"
               MOVE 1 TO w-lote-periodo
           ELSE
               MOVE 2 TO w-lote-periodo
           END-IF.
