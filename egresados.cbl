       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ALTERNATE RECORD KEY IS es-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT FINALES ASSIGN TO "..\finales.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impEgresados.dat".
           COPY "COPY-POOLS-SEL.cpy".
           COPY "COPY-TESIS-SEL.cpy".
           COPY "COPY-CARRERA-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  EGRESADOS-SAL.
       01  eg-reg.
           03 eg-legajo pic 9(5).
           03 eg-nombre pic x(30).
           03 eg-cohorte pic 9(4).
           03 eg-anio-egreso pic 9(4).
           03 eg-plan pic x(2).
       FD  LEGAJO-DOC.
       01  doc-reg.
           03 doc-legajo pic 9(5).
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-POOLS-FD.cpy".
           COPY "COPY-TESIS-FD.cpy".
           COPY "COPY-CARRERA-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-flag-est pic 9 value 0.
       77  ws-estado-fin pic xx.
       77  w-finales-activo pic x value "N".
           88 finales-activo value "S".
       01  w-plan-alu pic x(2) value "01".
       01  w-cohorte-car pic 9(4) value zero.
       01  w-nota-aprobada pic 99 value 4.
       01  w-cant-mat pic 99 value zero.
       01  w-idx-mat pic 99.
               05 vec-mater pic x(2).
               05 vec-nombre pic x(30).
               05 vec-plan pic x(2).
               05 vec-pool pic x(2).
               05 vec-creditos pic 99.
       77  w-materia-aprobada pic x value "N".
           88 materia-aprobada value "S".
       77  w-plan-completo pic x value "N".
           03 filler       pic x(7)  value "COHORTE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "EGRESO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(4)  value "PLAN".
           03 filler       pic x(5)  value spaces.
       01  cabecera4.
           03 filler       pic x(80) value all "-".
       01  lin-detalle.
           03 d-cohorte    pic 9(4).
           03 filler       pic x(5)  value spaces.
           03 d-anio       pic 9(4).
           03 filler       pic x(6)  value spaces.
           03 d-plan       pic x(2).
           03 filler       pic x(7)  value spaces.
           COPY "COPY-POOLS-WS.cpy".
           COPY "COPY-TESIS-WS.cpy".
           COPY "COPY-CARRERA-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               PERFORM 300-EVALUAR-ALUMNO
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 915-CARGAR-POOLS.
           PERFORM 905-CARGAR-PARAM-TESIS.
           PERFORM 907-CARGAR-TESIS.
           PERFORM 951-CARGAR-CARRERAS.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 115-CARGAR-DOCUMENTAL.
           OPEN INPUT ALUMNOS.
           OPEN INPUT ESTADOS.
           OPEN INPUT FINALES.
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

      * la carpeta documental incompleta frena la certificacion
      * del egresado aunque el plan academico este completo
               END-IF
           END-PERFORM.

      * un grupo de optativas cuenta como tantas materias como
      * pide aprobar
       130-CONTAR-MATERIAS-PLAN.
           MOVE ZERO TO w-cant-plan.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               IF vec-plan(w-idx-mat) = w-plan-alu
                   AND vec-pool(w-idx-mat) = SPACES
                   ADD 1 TO w-cant-plan
               END-IF
           END-PERFORM.
           PERFORM VARYING k-pool FROM 1 BY 1
               UNTIL k-pool > w-cant-pool
               IF tpo-plan(k-pool) = w-plan-alu
                   IF tpo-requeridas(k-pool) = ZERO
                       ADD 1 TO w-cant-plan
                   ELSE
                       ADD tpo-requeridas(k-pool) TO w-cant-plan
                   END-IF
               END-IF
           END-PERFORM.
           IF w-cant-plan = ZERO
               DISPLAY "Sin materias para el plan " w-plan-alu
           END-IF.

      * cada carrera del legajo se evalua por separado, con su
      * plan y su cohorte: primero la de alumnos.dat y despues las
      * adicionales que no esten dadas de baja. Las notas son por
      * DNI, asi que una materia comun a los dos planes cuenta en
      * los dos
       300-EVALUAR-ALUMNO.
           ADD 1 TO w-cont-alumnos.
           IF al-plan = SPACES
           ELSE
               MOVE al-plan TO w-plan-alu
           END-IF.
           MOVE al-cohorte TO w-cohorte-car.
           PERFORM 305-EVALUAR-CARRERA.
           PERFORM VARYING k-car FROM 1 BY 1 UNTIL k-car > w-cant-car
               IF tca-legajo(k-car) = al-legajo
                   AND tca-estado(k-car) NOT = "B"
                   MOVE tca-plan(k-car) TO w-plan-alu
                   MOVE tca-cohorte(k-car) TO w-cohorte-car
                   PERFORM 305-EVALUAR-CARRERA
               END-IF
           END-PERFORM.

       305-EVALUAR-CARRERA.
           PERFORM 130-CONTAR-MATERIAS-PLAN.
           IF w-cant-plan = ZERO
               MOVE "N" TO w-plan-completo
           MOVE ZERO TO w-anio-egreso.
           PERFORM 310-EVALUAR-MATERIAS.

      * todas las obligatorias aprobadas y, de cada grupo de
      * optativas del plan, al menos las materias y los creditos que
      * el grupo pide
       310-EVALUAR-MATERIAS.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat OR NOT plan-completo
               IF vec-plan(w-idx-mat) = w-plan-alu
                   AND vec-pool(w-idx-mat) = SPACES
                   PERFORM 320-BUSCAR-APROBADA
                   IF NOT materia-aprobada
                       MOVE "N" TO w-plan-completo
                   END-IF
               END-IF
           END-PERFORM.
           IF plan-completo
               PERFORM 315-EVALUAR-OPTATIVAS
           END-IF.
           IF plan-completo
               PERFORM 317-EVALUAR-TRABAJO-FINAL
           END-IF.
           IF plan-completo
               PERFORM 118-VERIFICAR-CARPETA
               IF carpeta-completa
               END-IF
           END-IF.

       315-EVALUAR-OPTATIVAS.
           PERFORM 918-LIMPIAR-CUENTAS-POOL.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               IF vec-plan(w-idx-mat) = w-plan-alu
                   AND vec-pool(w-idx-mat) NOT = SPACES
                   PERFORM 320-BUSCAR-APROBADA
                   MOVE w-plan-alu TO w-pool-plan
                   MOVE vec-pool(w-idx-mat) TO w-pool-codigo
                   MOVE w-materia-aprobada TO w-pool-aprobada
                   MOVE vec-creditos(w-idx-mat) TO w-pool-creditos
                   PERFORM 919-SUMAR-EN-POOL
               END-IF
           END-PERFORM.
           PERFORM VARYING k-pool FROM 1 BY 1
               UNTIL k-pool > w-cant-pool
               IF tpo-plan(k-pool) = w-plan-alu
                   PERFORM 913-EVALUAR-POOL
                   IF NOT pool-cumplido
                       MOVE "N" TO w-plan-completo
                   END-IF
               END-IF
           END-PERFORM.

      * en los planes de paramTesis.txt el egreso pide ademas el
      * trabajo final defendido y aprobado; el anio de egreso es el de
      * la defensa si es posterior a la ultima materia
       317-EVALUAR-TRABAJO-FINAL.
           MOVE w-plan-alu TO w-tes-plan.
           PERFORM 904-PLAN-CON-TESIS.
           IF plan-con-tesis
               MOVE al-legajo TO w-tes-legajo
               PERFORM 909-BUSCAR-TESIS
               IF tesis-hallada AND tt-etapa(k-tes) = "F"
                   IF tt-fecha-defensa(k-tes)(1:4) > w-anio-egreso
                       MOVE tt-fecha-defensa(k-tes)(1:4)
                           TO w-anio-egreso
                   END-IF
               ELSE
                   MOVE "N" TO w-plan-completo
               END-IF
           END-IF.

       320-BUSCAR-APROBADA.
           MOVE "N" TO w-materia-aprobada.
           MOVE ZERO TO w-flag-est.
           MOVE al-legajo TO eg-legajo.
           MOVE al-dni TO eg-dni.
           MOVE al-nombre TO eg-nombre.
           MOVE w-cohorte-car TO eg-cohorte.
           MOVE w-anio-egreso TO eg-anio-egreso.
           MOVE w-plan-alu TO eg-plan.
           WRITE eg-reg.
           MOVE al-legajo TO d-legajo.
           MOVE al-dni TO d-dni.
           MOVE al-nombre TO d-nombre.
           MOVE w-cohorte-car TO d-cohorte.
           MOVE w-anio-egreso TO d-anio.
           MOVE w-plan-alu TO d-plan.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-detalle.
           END-IF.
           CLOSE EGRESADOS-SAL.
           CLOSE LISTADO.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-POOLS-PROC.cpy".
           COPY "COPY-TESIS-PROC.cpy".
           COPY "COPY-CARRERA-PROC.cpy".
       END PROGRAM EGRESADOS.
