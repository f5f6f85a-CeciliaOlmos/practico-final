           SELECT ESTA ASSIGN TO "..\estados.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-estado-esta.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT CORRELATIVAS ASSIGN TO "..\correlativas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-correl.
           SELECT CHECKPOINT ASSIGN TO "..\checkpointPracticoFinal.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-chk.
           COPY "COPY-POOLS-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTA.
       01  es-tex-reg pic x(22).
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
      * el mismo registro visto como texto, para validar los campos
      * numericos antes de usarlos
       01  mat-linea.
           03 ml-plan pic x(2).
           03 ml-mat pic x(2).
           03 ml-cuat pic x(2).
           03 ml-nombre pic x(30).
           03 ml-admite-libre pic x.
           03 ml-pool pic x(2).
           03 ml-horas pic x(3).
           03 ml-creditos pic x(2).
           03 ml-tipo pic x.
       FD  CORRELATIVAS.
           COPY "COPY-CORRELATIVAS.cpy".
       FD  ESTADOS.
       01  chk-linea.
           03 cl-legajo pic x(5).
           03 cl-cuatri pic x(2).
           COPY "COPY-POOLS-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-esta pic xx.
       77  ws-estado-mat pic xx.
       77  ws-estado-correl pic xx.
       77  w-flag-correl pic 9 value 0.
           88 fin-correl value 1.
       01  w-cont-errores pic 99 value zero.
       01  w-cant-mat pic 9(4) value zero.
       01  w-cant-correl pic 999 value zero.
       01  k pic 999.
       01  tabla-correl.
               05 cor-mat-tab pic x(2).
               05 cor-req-tab pic x(2).
               05 cor-plan-tab pic x(2).
               05 cor-tipo-tab pic x.
       77  w-mat-existe pic x value "N".
           88 mat-existe value "S".
       01  w-mat-buscada pic x(2).
       01  w-plan-buscado pic x(2).
           COPY "COPY-POOLS-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "verificarEntradas" TO w-err-programa.
           DISPLAY "---- VERIFICACION PREVIA DE LA CADENA ----".
           PERFORM 100-VERIFICAR-ESTA.
           PERFORM 915-CARGAR-POOLS.
           PERFORM 200-VERIFICAR-MATERIAS.
           PERFORM 250-VERIFICAR-POOLS.
           PERFORM 300-VERIFICAR-CORRELATIVAS.
           PERFORM 400-VERIFICAR-ESTADOS.
           PERFORM 500-VERIFICAR-CHECKPOINT.
           OPEN INPUT ESTA.
           IF ws-estado-esta NOT = "00"
               ADD 1 TO w-cont-errores
               MOVE "estados.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-esta TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "ERROR: falta estados.txt (estado "
                       ws-estado-esta ")"
           ELSE
               CLOSE ESTA
           END-IF.

      * las materias de cada grupo de optativas se suman mientras
      * se lee el archivo; 250 controla los totales
       200-VERIFICAR-MATERIAS.
           PERFORM 918-LIMPIAR-CUENTAS-POOL.
           OPEN INPUT MATERIAS.
           IF ws-estado-mat NOT = "00"
               ADD 1 TO w-cont-errores
               MOVE "materias.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-mat TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "ERROR: falta materias.dat (estado "
                       ws-estado-mat ")"
           ELSE
               PERFORM 210-LEER-MATERIA
               CLOSE MATERIAS
               IF w-cant-mat = ZERO
                   ADD 1 TO w-cont-errores
                   DISPLAY "ERROR: materias.dat esta vacio"
               END-IF
           END-IF.

       210-LEER-MATERIA.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00" AND NOT fin-archivo-mat
               ADD 1 TO w-cont-errores
               MOVE "materias.dat" TO w-err-archivo
               MOVE "READ" TO w-err-operacion
               MOVE ws-estado-mat TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "ERROR: materias.dat no se lee limpio (estado "
                       ws-estado-mat ")"
               MOVE 1 TO w-flag-mat
           END-IF.

       220-VALIDAR-MATERIA.
           IF ml-cuat IS NOT NUMERIC OR ml-mat = SPACES
               OR ml-plan = SPACES
               OR (ml-admite-libre NOT = "S" AND NOT = "N"
                   AND NOT = SPACE)
               OR (ml-horas IS NOT NUMERIC AND ml-horas NOT = SPACES)
               OR (ml-creditos IS NOT NUMERIC
                   AND ml-creditos NOT = SPACES)
               ADD 1 TO w-cont-errores
               DISPLAY "ERROR: registro invalido en materias.dat: "
                       mat-linea
           ELSE
               ADD 1 TO w-cant-mat
               IF ml-pool NOT = SPACES
                   MOVE ml-plan TO w-pool-plan
                   MOVE ml-pool TO w-pool-codigo
                   PERFORM 917-BUSCAR-POOL
                   IF NOT pool-hallado
                       ADD 1 TO w-cont-errores
                       DISPLAY "ERROR: grupo de optativas inexistente "
                               ml-pool " plan " ml-plan
                               " en materia " ml-mat
                   ELSE
                       IF ml-creditos IS NUMERIC
                           MOVE ml-creditos TO w-pool-creditos
                       ELSE
                           MOVE ZERO TO w-pool-creditos
                       END-IF
                       MOVE "S" TO w-pool-aprobada
                       PERFORM 919-SUMAR-EN-POOL
                   END-IF
               END-IF
           END-IF.

      * un grupo que pide aprobar mas materias (o creditos) de los
      * que suman las asignadas deja el plan imposible de completar
       250-VERIFICAR-POOLS.
           PERFORM VARYING k-pool FROM 1 BY 1
               UNTIL k-pool > w-cant-pool
               IF tpo-miembros(k-pool) < tpo-requeridas(k-pool)
                   ADD 1 TO w-cont-errores
                   DISPLAY "ERROR: el grupo de optativas "
                           tpo-codigo(k-pool) " plan " tpo-plan(k-pool)
                           " pide " tpo-requeridas(k-pool)
                           " materias y tiene " tpo-miembros(k-pool)
               END-IF
               IF tpo-creditos-apr(k-pool) < tpo-creditos-req(k-pool)
                   ADD 1 TO w-cont-errores
                   DISPLAY "ERROR: el grupo de optativas "
                           tpo-codigo(k-pool) " plan " tpo-plan(k-pool)
                           " pide " tpo-creditos-req(k-pool)
                           " creditos y sus materias suman "
                           tpo-creditos-apr(k-pool)
               END-IF
           END-PERFORM.

       300-VERIFICAR-CORRELATIVAS.
           OPEN INPUT CORRELATIVAS.
           IF ws-estado-correl = "00"
                       MOVE cor-requisito TO
                           cor-req-tab(w-cant-correl)
                       MOVE cor-plan TO cor-plan-tab(w-cant-correl)
                       IF cor-tipo = SPACE
                           MOVE "C" TO cor-tipo-tab(w-cant-correl)
                       ELSE
                           MOVE cor-tipo TO cor-tipo-tab(w-cant-correl)
                       END-IF
                   END-IF
                   PERFORM 310-LEER-CORRELATIVA
               END-PERFORM
           READ CORRELATIVAS AT END MOVE 1 TO w-flag-correl.

       320-VALIDAR-CORRELATIVAS.
           OPEN INPUT MATERIAS.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-correl
               MOVE cor-mat-tab(k) TO w-mat-buscada
               MOVE cor-plan-tab(k) TO w-plan-buscado
                           "inexistente: " cor-req-tab(k) " plan "
                           cor-plan-tab(k)
               END-IF
               IF cor-tipo-tab(k) NOT = "C"
                   AND cor-tipo-tab(k) NOT = "F"
                   ADD 1 TO w-cont-errores
                   DISPLAY "ERROR: correlativa de tipo invalido ("
                           cor-tipo-tab(k) "): " cor-mat-tab(k)
                           " requiere " cor-req-tab(k)
               END-IF
           END-PERFORM.
           CLOSE MATERIAS.

       330-BUSCAR-MATERIA.
           MOVE "N" TO w-mat-existe.
           MOVE w-plan-buscado TO mat-plan.
           MOVE w-mat-buscada TO mat-mat.
           READ MATERIAS KEY IS mat-llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-mat-existe
           END-READ.

       400-VERIFICAR-ESTADOS.
           OPEN INPUT ESTADOS.
                           "carga lo crea"
               ELSE
                   ADD 1 TO w-cont-errores
                   MOVE "estados.dat" TO w-err-archivo
                   MOVE "OPEN" TO w-err-operacion
                   MOVE ws-estado-est TO w-err-estado
                   PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                   DISPLAY "ERROR: estados.dat no abre limpio "
                           "(estado " ws-estado-est ")"
               END-IF
                       " problemas, la cadena NO debe correr"
               MOVE 1 TO RETURN-CODE
           END-IF.

           COPY "COPY-POOLS-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM VERIFICAR-ENTRADAS.
