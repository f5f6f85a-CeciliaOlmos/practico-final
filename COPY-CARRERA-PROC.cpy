       951-CARGAR-CARRERAS.
           MOVE ZERO TO w-cant-car.
           MOVE ZERO TO w-flag-car.
           MOVE "N" TO w-car-desborde.
           OPEN INPUT CARRERAS.
           IF ws-estado-car = "00"
               PERFORM 952-LEER-CARRERA
               PERFORM UNTIL fin-carreras
                   IF car-legajo NOT = ZERO AND w-cant-car < 1000
                       ADD 1 TO w-cant-car
                       MOVE car-legajo TO tca-legajo(w-cant-car)
                       MOVE car-dni TO tca-dni(w-cant-car)
                       MOVE car-plan TO tca-plan(w-cant-car)
                       MOVE car-cohorte TO tca-cohorte(w-cant-car)
                       MOVE car-estado TO tca-estado(w-cant-car)
                       MOVE car-fecha-alta TO tca-fecha-alta(w-cant-car)
                   ELSE
                       IF car-legajo NOT = ZERO
                           MOVE "S" TO w-car-desborde
                       END-IF
                   END-IF
                   PERFORM 952-LEER-CARRERA
               END-PERFORM
               CLOSE CARRERAS
           END-IF.
           IF carreras-desbordadas
               DISPLAY "Tabla de carreras llena (1000), quedaron "
                       "carreras sin cargar"
           END-IF.

       952-LEER-CARRERA.
           READ CARRERAS AT END MOVE 1 TO w-flag-car.

       953-BUSCAR-CARRERA.
           MOVE "N" TO w-carrera-hallada.
           PERFORM VARYING k-car FROM 1 BY 1
               UNTIL k-car > w-cant-car OR carrera-hallada
               IF tca-legajo(k-car) = w-car-legajo
                   AND tca-plan(k-car) = w-car-plan
                   MOVE "S" TO w-carrera-hallada
               END-IF
           END-PERFORM.
           IF carrera-hallada
               SUBTRACT 1 FROM k-car
           END-IF.

      * con la carga desbordada el archivo perderia las carreras que
      * no entraron: no se regraba
       954-GRABAR-CARRERAS.
           IF carreras-desbordadas
               DISPLAY "Tabla de carreras llena (1000), "
                       "carrerasAlumno.txt no se graba"
           ELSE
               OPEN OUTPUT CARRERAS
               PERFORM VARYING k-car FROM 1 BY 1
                   UNTIL k-car > w-cant-car
                   MOVE tca-legajo(k-car) TO car-legajo
                   MOVE tca-dni(k-car) TO car-dni
                   MOVE tca-plan(k-car) TO car-plan
                   MOVE tca-cohorte(k-car) TO car-cohorte
                   MOVE tca-estado(k-car) TO car-estado
                   MOVE tca-fecha-alta(k-car) TO car-fecha-alta
                   WRITE car-reg
               END-PERFORM
               CLOSE CARRERAS
           END-IF.
