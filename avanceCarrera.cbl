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
           "..\impAvance.dat".
           SELECT RESUMEN ASSIGN TO "..\resumenAvance.txt"
           ORGANIZATION is line SEQUENTIAL.
           COPY "COPY-POOLS-SEL.cpy".
           COPY "COPY-CARRERA-SEL.cpy".
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
       01  lis-reg pic x(80).
       FD  RESUMEN.
       01  res-linea pic x(80).
           COPY "COPY-POOLS-FD.cpy".
           COPY "COPY-CARRERA-FD.cpy".
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
       01  w-cant-plan pic 99 value zero.
       01  w-cant-aprob pic 99 value zero.
       01  w-porcentaje pic 999 value zero.
       01  w-peso-pool pic 99 value zero.
      * cadena de correlativas no cumplidas que traba la materia:
      * se arma eslabon por eslabon hasta llegar a una materia sin
      * requisitos pendientes (el arranque del camino critico)
           03 filler       pic x(2)  value spaces.
           03 dr-nombre    pic x(30).
           03 filler       pic x(32) value spaces.
       01  lin-pool.
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(11) value "OPTATIVAS: ".
           03 dp-nombre    pic x(30).
           03 filler       pic x(8)  value " FALTAN ".
           03 dp-faltan    pic z9.
           03 filler       pic x(6)  value " MAT. ".
           03 dp-faltan-cred pic zz9.
           03 filler       pic x(6)  value " CRED.".
           03 filler       pic x(10) value spaces.
       01  lin-opcion.
           03 filler       pic x(8)  value spaces.
           03 filler       pic x(8)  value "OPCION: ".
           03 do-mat       pic x(2).
           03 filler       pic x(2)  value spaces.
           03 do-nombre    pic x(30).
           03 filler       pic x(30) value spaces.
       01  lin-cadena.
           03 filler       pic x(8)  value spaces.
           03 filler       pic x(8)  value "CADENA: ".
           03 dc-cadena    pic x(60).
           03 filler       pic x(4)  value spaces.
           COPY "COPY-POOLS-WS.cpy".
           COPY "COPY-CARRERA-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF w-legajo-pedido = ZERO
               PERFORM 978-PRIMER-ALUMNO
               PERFORM UNTIL fin-alumnos
                   PERFORM 300-EVALUAR-ALUMNO
                   PERFORM 979-SIGUIENTE-ALUMNO
               END-PERFORM
           ELSE
               PERFORM 250-BUSCAR-POR-LEGAJO
            STOP RUN.

       100-INICIO.
           PERFORM 915-CARGAR-POOLS.
           PERFORM 951-CARGAR-CARRERAS.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 130-CARGAR-CORRELATIVAS.
           DISPLAY "Ingrese el legajo (0 = toda la cohorte)".
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

      * una pagina por carrera: la de alumnos.dat y las adicionales
      * del legajo. En la corrida de toda la cohorte van solo las
      * carreras activas; pedido un legajo, todas las no dadas de
      * baja
       300-EVALUAR-ALUMNO.
           IF al-plan = SPACES
               MOVE "01" TO w-plan-alu
           ELSE
               MOVE al-plan TO w-plan-alu
           END-IF.
           IF alumno-activo OR w-legajo-pedido NOT = ZERO
               PERFORM 305-EVALUAR-CARRERA
           END-IF.
           PERFORM VARYING k-car FROM 1 BY 1 UNTIL k-car > w-cant-car
               IF tca-legajo(k-car) = al-legajo
                   IF tca-activa(k-car)
                       OR (w-legajo-pedido NOT = ZERO
                           AND tca-estado(k-car) NOT = "B")
                       MOVE tca-plan(k-car) TO w-plan-alu
                       PERFORM 305-EVALUAR-CARRERA
                   END-IF
               END-IF
           END-PERFORM.

       305-EVALUAR-CARRERA.
           ADD 1 TO w-cont-alumnos.
           PERFORM 310-MARCAR-APROBADAS.
           MOVE ZERO TO w-cant-plan.
           MOVE ZERO TO w-cant-aprob.
           PERFORM 918-LIMPIAR-CUENTAS-POOL.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               IF vec-plan(w-idx-mat) = w-plan-alu
                   IF vec-pool(w-idx-mat) = SPACES
                       ADD 1 TO w-cant-plan
                       IF tab-apr(w-idx-mat) = "S"
                           ADD 1 TO w-cant-aprob
                       END-IF
                   ELSE
                       MOVE w-plan-alu TO w-pool-plan
                       MOVE vec-pool(w-idx-mat) TO w-pool-codigo
                       MOVE tab-apr(w-idx-mat) TO w-pool-aprobada
                       MOVE vec-creditos(w-idx-mat) TO w-pool-creditos
                       PERFORM 919-SUMAR-EN-POOL
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 330-SUMAR-POOLS.
           IF w-cant-plan = ZERO
               MOVE ZERO TO w-porcentaje
           ELSE
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               MOVE "N" TO tab-apr(w-idx-mat)
               MOVE "N" TO tab-reg(w-idx-mat)
               IF vec-plan(w-idx-mat) = w-plan-alu
                   PERFORM 320-BUSCAR-APROBADA
                   IF materia-aprobada
                       MOVE "S" TO tab-apr(w-idx-mat)
                   END-IF
                   IF materia-aprobada OR materia-regularizada
                       MOVE "S" TO tab-reg(w-idx-mat)
                   END-IF
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

      * cada grupo de optativas pesa en el plan lo que pide aprobar
      * (uno que solo exige creditos pesa como una materia): las
      * optativas aprobadas de mas no suman avance, y mientras falten
      * creditos el grupo no se da por completo
       330-SUMAR-POOLS.
           PERFORM VARYING k-pool FROM 1 BY 1
               UNTIL k-pool > w-cant-pool
               IF tpo-plan(k-pool) = w-plan-alu
                   IF tpo-requeridas(k-pool) = ZERO
                       MOVE 1 TO w-peso-pool
                   ELSE
                       MOVE tpo-requeridas(k-pool) TO w-peso-pool
                   END-IF
                   ADD w-peso-pool TO w-cant-plan
                   PERFORM 913-EVALUAR-POOL
                   IF pool-cumplido
                       ADD w-peso-pool TO w-cant-aprob
                   ELSE
                       IF tpo-aprobadas(k-pool) < w-peso-pool
                           ADD tpo-aprobadas(k-pool) TO w-cant-aprob
                       ELSE
                           COMPUTE w-cant-aprob =
                               w-cant-aprob + w-peso-pool - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       340-LISTAR-PAGINA.
           MOVE al-legajo TO ca-legajo.
           MOVE al-nombre TO ca-nombre.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               IF vec-plan(w-idx-mat) = w-plan-alu
                   AND vec-pool(w-idx-mat) = SPACES
                   AND tab-apr(w-idx-mat) = "N"
                   PERFORM 345-LISTAR-RESTANTE
               END-IF
           END-PERFORM.
           PERFORM VARYING k-pool FROM 1 BY 1
               UNTIL k-pool > w-cant-pool
               IF tpo-plan(k-pool) = w-plan-alu
                   PERFORM 913-EVALUAR-POOL
                   IF NOT pool-cumplido
                       PERFORM 347-LISTAR-POOL-PENDIENTE
                   END-IF
               END-IF
           END-PERFORM.

       345-LISTAR-RESTANTE.
           MOVE vec-mater(w-idx-mat) TO dr-mat.
               DISPLAY lin-cadena
           END-IF.

      * un grupo de optativas no cumplido se lista una vez, con las
      * materias del grupo que el alumno todavia puede elegir
       347-LISTAR-POOL-PENDIENTE.
           MOVE tpo-nombre(k-pool) TO dp-nombre.
           IF tpo-aprobadas(k-pool) < tpo-requeridas(k-pool)
               COMPUTE dp-faltan =
                   tpo-requeridas(k-pool) - tpo-aprobadas(k-pool)
           ELSE
               MOVE ZERO TO dp-faltan
           END-IF.
           IF tpo-creditos-apr(k-pool) < tpo-creditos-req(k-pool)
               COMPUTE dp-faltan-cred =
                   tpo-creditos-req(k-pool) - tpo-creditos-apr(k-pool)
           ELSE
               MOVE ZERO TO dp-faltan-cred
           END-IF.
           WRITE lis-reg FROM lin-pool AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-pool.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               IF vec-plan(w-idx-mat) = w-plan-alu
                   AND vec-pool(w-idx-mat) = tpo-codigo(k-pool)
                   AND tab-apr(w-idx-mat) = "N"
                   MOVE vec-mater(w-idx-mat) TO do-mat
                   MOVE vec-nombre(w-idx-mat) TO do-nombre
                   WRITE lis-reg FROM lin-opcion
                       AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
                   END-WRITE
                   DISPLAY lin-opcion
               END-IF
           END-PERFORM.

      * del eslabon actual se toma el primer requisito no cumplido
      * y se sigue por el: el ultimo eslabon es la materia por la
      * que conviene empezar. Una correlativa para cursar (C) se
      * cumple con el requisito regularizado, una para rendir (F)
      * recien con el requisito aprobado
       360-ARMAR-CADENA.
           MOVE ZERO TO w-largo-cadena.
           MOVE SPACES TO w-texto-cadena.
           PERFORM VARYING km FROM 1 BY 1 UNTIL km > w-cant-mat
               IF vec-mater(km) = cor-req-tab(k)
                   AND vec-plan(km) = w-plan-alu
                   IF (cor-tipo-tab(k) = "F" AND tab-apr(km) = "N")
                       OR (cor-tipo-tab(k) = "C"
                           AND tab-reg(km) = "N")
                       MOVE cor-req-tab(k) TO w-prox-eslabon
                   END-IF
               END-IF
           END-PERFORM.


       800-FIN.
           DISPLAY "---- AVANCE DE CARRERA ----".
           DISPLAY "CARRERAS EVALUADAS: " w-cont-alumnos.
           DISPLAY "Pagina por carrera en impAvance.dat, resumen en "
                   "resumenAvance.txt".
           CLOSE ALUMNOS.
           CLOSE ESTADOS.
           CLOSE LISTADO.
           CLOSE RESUMEN.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-POOLS-PROC.cpy".
           COPY "COPY-CARRERA-PROC.cpy".
       END PROGRAM AVANCE-CARRERA.
