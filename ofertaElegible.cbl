       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fin-llave
                   FILE STATUS IS ws-estado-fin.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT CORRELATIVAS ASSIGN TO "..\correlativas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-correl.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impOferta.dat".
           COPY "COPY-POOLS-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  CORRELATIVAS.
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-POOLS-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-fin pic xx.
       77  ws-estado-correl pic xx.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-flag-correl pic 9 value 0.
               05 vec-mater pic x(2).
               05 vec-nombre pic x(30).
               05 vec-plan pic x(2).
               05 vec-pool pic x(2).
               05 vec-creditos pic 99.
      * bandera de aprobada por materia de la tabla, recalculada
      * alumno por alumno
       01  tabla-aprobadas.
           03 tab-apr OCCURS 99 TIMES pic x.
      * idem regularizada (cursada regular, promocion o equivalencia)
       01  tabla-regularizadas.
           03 tab-reg OCCURS 99 TIMES pic x.
       01  w-cant-correl pic 999 value zero.
       01  k pic 999.
       01  tabla-correl.
               05 cor-mat-tab pic x(2).
               05 cor-req-tab pic x(2).
               05 cor-plan-tab pic x(2).
               05 cor-tipo-tab pic x.
       77  w-materia-aprobada pic x value "N".
           88 materia-aprobada value "S".
       77  w-materia-regularizada pic x value "N".
           88 materia-regularizada value "S".
       77  w-req-ok pic x value "S".
           88 req-ok value "S".
       01  w-idx-req pic 99 value zero.
           03 filler       pic x(7)  value " FALTA:".
           03 db-req       pic x(2).
           03 filler       pic x(23) value spaces.
           COPY "COPY-POOLS-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF w-legajo-pedido = ZERO
               PERFORM 978-PRIMER-ALUMNO
               PERFORM UNTIL fin-alumnos
                   IF alumno-activo
                       PERFORM 300-EVALUAR-ALUMNO
                   END-IF
                   PERFORM 979-SIGUIENTE-ALUMNO
               END-PERFORM
           ELSE
               PERFORM 250-BUSCAR-POR-LEGAJO
            STOP RUN.

       100-INICIO.
           PERFORM 915-CARGAR-POOLS.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 130-CARGAR-CORRELATIVAS.
           DISPLAY "Ingrese el legajo (0 = todo el padron)".
               MOVE mat-mat TO vec-mater(w-cant-mat)
               MOVE mat-nombre TO vec-nombre(w-cant-mat)
               MOVE mat-plan TO vec-plan(w-cant-mat)
               MOVE mat-plan TO w-pool-plan
               MOVE mat-pool TO w-pool-codigo
               PERFORM 914-NORMALIZAR-POOL
               MOVE w-pool-codigo TO vec-pool(w-cant-mat)
               IF mat-creditos IS NUMERIC
                   MOVE mat-creditos TO vec-creditos(w-cant-mat)
               ELSE
                   MOVE ZERO TO vec-creditos(w-cant-mat)
               END-IF
               PERFORM 120-LEER-MATERIAS
           END-PERFORM.
           CLOSE MATERIAS.

       120-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       130-CARGAR-CORRELATIVAS.
           OPEN INPUT CORRELATIVAS.
                   MOVE cor-materia TO cor-mat-tab(w-cant-correl)
                   MOVE cor-requisito TO cor-req-tab(w-cant-correl)
                   MOVE cor-plan TO cor-plan-tab(w-cant-correl)
                   IF cor-tipo = SPACE
                       MOVE "C" TO cor-tipo-tab(w-cant-correl)
                   ELSE
                       MOVE cor-tipo TO cor-tipo-tab(w-cant-correl)
                   END-IF
                   PERFORM 135-LEER-CORRELATIVAS
               END-PERFORM
               CLOSE CORRELATIVAS
       135-LEER-CORRELATIVAS.
           READ CORRELATIVAS AT END MOVE 1 TO w-flag-correl.

       250-BUSCAR-POR-LEGAJO.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 300-EVALUAR-ALUMNO
           END-READ.

      * por cada alumno se marca que materias de SU plan ya tiene
      * aprobadas o regularizadas y despues se recorren las
      * pendientes: si todas sus correlativas para cursar (tipo C)
      * estan regularizadas, la materia es elegible. Las optativas de
      * un grupo ya cumplido no se ofrecen
       300-EVALUAR-ALUMNO.
           ADD 1 TO w-cont-alumnos.
           IF al-plan = SPACES
               MOVE al-plan TO w-plan-alu
           END-IF.
           PERFORM 310-MARCAR-APROBADAS.
           PERFORM 330-CONTAR-POOLS.
           MOVE al-legajo TO ca-legajo.
           MOVE al-nombre TO ca-nombre.
           MOVE w-plan-alu TO ca-plan.
               UNTIL w-idx-mat > w-cant-mat
               IF vec-plan(w-idx-mat) = w-plan-alu
                   AND tab-apr(w-idx-mat) = "N"
                   IF vec-pool(w-idx-mat) = SPACES
                       PERFORM 400-EVALUAR-PENDIENTE
                   ELSE
                       MOVE w-plan-alu TO w-pool-plan
                       MOVE vec-pool(w-idx-mat) TO w-pool-codigo
                       PERFORM 917-BUSCAR-POOL
                       PERFORM 913-EVALUAR-POOL
                       IF NOT pool-cumplido
                           PERFORM 400-EVALUAR-PENDIENTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

                   ELSE
                       MOVE "N" TO tab-apr(w-idx-mat)
                   END-IF
                   IF materia-aprobada OR materia-regularizada
                       MOVE "S" TO tab-reg(w-idx-mat)
                   ELSE
                       MOVE "N" TO tab-reg(w-idx-mat)
                   END-IF
               ELSE
                   MOVE "N" TO tab-apr(w-idx-mat)
                   MOVE "N" TO tab-reg(w-idx-mat)
               END-IF
           END-PERFORM.

       320-BUSCAR-APROBADA.
           MOVE "N" TO w-materia-aprobada.
           MOVE "N" TO w-materia-regularizada.
           MOVE ZERO TO w-flag-est.
           MOVE al-dni TO es-dni.
           MOVE vec-mater(w-idx-mat) TO es-materia.
               IF w-flag-est = 0
                   IF es-dni = al-dni
                       AND es-materia = vec-mater(w-idx-mat)
                       IF es-curso = "R" OR es-curso = "P"
                           OR es-curso = "E"
                           MOVE "S" TO w-materia-regularizada
                       END-IF
                       IF es-nota >= w-nota-aprobada
                           AND (NOT finales-activo
                               OR es-curso = "P" OR es-curso = "E")
               END-IF
           END-PERFORM.

       330-CONTAR-POOLS.
           PERFORM 918-LIMPIAR-CUENTAS-POOL.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               IF vec-plan(w-idx-mat) = w-plan-alu
                   AND vec-pool(w-idx-mat) NOT = SPACES
                   MOVE w-plan-alu TO w-pool-plan
                   MOVE vec-pool(w-idx-mat) TO w-pool-codigo
                   MOVE tab-apr(w-idx-mat) TO w-pool-aprobada
                   MOVE vec-creditos(w-idx-mat) TO w-pool-creditos
                   PERFORM 919-SUMAR-EN-POOL
               END-IF
           END-PERFORM.

       400-EVALUAR-PENDIENTE.
           MOVE "S" TO w-req-ok.
           MOVE ZERO TO w-idx-req.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-correl
               IF cor-mat-tab(k) = vec-mater(w-idx-mat)
                   AND cor-plan-tab(k) = w-plan-alu
                   AND cor-tipo-tab(k) = "C"
                   PERFORM 410-BUSCAR-REQ-EN-TABLA
                   IF w-idx-req = ZERO
                       OR tab-reg(w-idx-req) NOT = "S"
                       MOVE "N" TO w-req-ok
                       PERFORM 430-LISTAR-BLOQUEADA
                   END-IF
           END-IF.
           CLOSE LISTADO.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-POOLS-PROC.cpy".
       END PROGRAM OFERTA-ELEGIBLE.
