       956-CARGAR-TURNOS.
           MOVE ZERO TO w-cant-tur.
           MOVE ZERO TO w-flag-tur.
           OPEN INPUT TURNOS-INSC.
           IF ws-estado-tur = "00"
               PERFORM 957-LEER-TURNO
               PERFORM UNTIL fin-turnos
                   IF w-cant-tur < 50 AND tur-anio NOT = ZERO
                       ADD 1 TO w-cant-tur
                       MOVE tur-anio TO ttu-anio(w-cant-tur)
                       MOVE tur-cuatri TO ttu-cuatri(w-cant-tur)
                       MOVE tur-numero TO ttu-numero(w-cant-tur)
                       MOVE tur-desde-fecha TO w-tur-aux-fecha
                       MOVE tur-desde-hora TO w-tur-aux-hora
                       MOVE w-tur-aux-num TO ttu-apertura(w-cant-tur)
                       MOVE tur-hasta-fecha TO w-tur-aux-fecha
                       MOVE tur-hasta-hora TO w-tur-aux-hora
                       MOVE w-tur-aux-num TO ttu-cierre(w-cant-tur)
                       MOVE tur-min-aprobadas
                           TO ttu-min-aprobadas(w-cant-tur)
                       MOVE tur-cohorte-max
                           TO ttu-cohorte-max(w-cant-tur)
                       MOVE tur-descripcion
                           TO ttu-descripcion(w-cant-tur)
                   END-IF
                   PERFORM 957-LEER-TURNO
               END-PERFORM
               CLOSE TURNOS-INSC
           END-IF.

       957-LEER-TURNO.
           READ TURNOS-INSC AT END MOVE 1 TO w-flag-tur.

      * de los turnos del periodo que el alumno cumple se queda con
      * el que abre primero; w-tur-ultimo guarda el que abre ultimo
      * para el alumno que no cumple ninguno
       958-UBICAR-TURNO.
           MOVE "N" TO w-turno-hallado.
           MOVE ZERO TO k-tur.
           MOVE ZERO TO w-tur-ultimo.
           PERFORM VARYING k-tur2 FROM 1 BY 1
               UNTIL k-tur2 > w-cant-tur
               IF ttu-anio(k-tur2) = w-tur-anio
                   AND ttu-cuatri(k-tur2) = w-tur-cuatri
                   IF w-tur-ultimo = ZERO
                       MOVE k-tur2 TO w-tur-ultimo
                   ELSE
                       IF ttu-apertura(k-tur2) >
                           ttu-apertura(w-tur-ultimo)
                           MOVE k-tur2 TO w-tur-ultimo
                       END-IF
                   END-IF
                   MOVE "S" TO w-tur-cumple
                   IF w-tur-aprobadas < ttu-min-aprobadas(k-tur2)
                       MOVE "N" TO w-tur-cumple
                   END-IF
                   IF ttu-cohorte-max(k-tur2) NOT = ZERO
                       AND (w-tur-cohorte = ZERO
                           OR w-tur-cohorte > ttu-cohorte-max(k-tur2))
                       MOVE "N" TO w-tur-cumple
                   END-IF
                   IF tur-cumple
                       IF k-tur = ZERO
                           MOVE k-tur2 TO k-tur
                       ELSE
                           IF ttu-apertura(k-tur2) <
                               ttu-apertura(k-tur)
                               MOVE k-tur2 TO k-tur
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF k-tur = ZERO
               MOVE w-tur-ultimo TO k-tur
           END-IF.
           IF k-tur NOT = ZERO
               MOVE "S" TO w-turno-hallado
           END-IF.

       959-VERIFICAR-APERTURA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-tur-ahora-fecha.
           MOVE FUNCTION CURRENT-DATE(9:4) TO w-tur-ahora-hora.
           IF w-tur-ahora-num < ttu-apertura(k-tur)
               MOVE "N" TO w-turno-abierto
           ELSE
               MOVE "S" TO w-turno-abierto
           END-IF.
