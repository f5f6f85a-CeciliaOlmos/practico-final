                   ALTERNATE RECORD KEY IS es-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES.
           COPY "COPY-ALUMNOS-SEL.cpy".
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impRanking.dat".
       DATA DIVISION.
       FILE SECTION.
       SD  SORT-RANK.
           COPY "COPY-ESTADOS.cpy".
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  w-flag-est pic 9 value 0.
           88 fin-estados value 1.
       77  w-flag-sort pic 9 value 0.
               05 ta-dni pic 9(8).
               05 ta-legajo pic 9(5).
               05 ta-nombre pic x(30).
               05 ta-plan pic x(2).
      * las materias aprobado/desaprobado no entran en el ranking
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       01  w-cant-mat pic 99 value zero.
       01  w-idx-mat pic 99.
       01  tabla-mat.
           03 tab-materias OCCURS 99 TIMES.
               05 vec-mater pic x(2).
               05 vec-plan pic x(2).
       01  w-plan-alu pic x(2) value "01".
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       01  w-nombre-alu pic x(30) value spaces.
       01  w-legajo-alu pic 9(5) value zero.
       01  cabecera1.
           03 filler       pic x(5)  value spaces.
           03 d-promedio   pic z9,99.
           03 filler       pic x(6)  value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
            STOP RUN.

       100-INICIO.
           DISPLAY "Minimo de materias aprobadas para rankear".
           ACCEPT w-minimo-materias.
           PERFORM 150-CARGAR-ALUMNOS.
           PERFORM 160-CARGAR-MATERIAS.

       150-CARGAR-ALUMNOS.
           OPEN INPUT ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF w-cant-alu < 2500
                   ADD 1 TO w-cant-alu
                   MOVE al-dni TO ta-dni(w-cant-alu)
                   MOVE al-legajo TO ta-legajo(w-cant-alu)
                   MOVE al-nombre TO ta-nombre(w-cant-alu)
                   MOVE al-plan TO ta-plan(w-cant-alu)
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.

      * solo hace falta conocer las materias aprobado/desaprobado
       160-CARGAR-MATERIAS.
           OPEN INPUT MATERIAS.
           PERFORM 170-LEER-MATERIAS.
           PERFORM UNTIL fin-archivo-mat
               IF mat-sin-nota AND w-cant-mat < 99
                   ADD 1 TO w-cant-mat
                   MOVE mat-mat TO vec-mater(w-cant-mat)
                   MOVE mat-plan TO vec-plan(w-cant-mat)
               END-IF
               PERFORM 170-LEER-MATERIAS
           END-PERFORM.
           CLOSE MATERIAS.

       170-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       ENTRADA-PROMEDIOS.
           OPEN INPUT ESTADOS.
           PERFORM 200-LEER-ESTADO.
           IF NOT fin-estados
               MOVE es-dni TO w-dni-ant
               PERFORM 260-PLAN-ALUMNO
           END-IF.
           PERFORM UNTIL fin-estados
               IF es-dni NOT = w-dni-ant
                   PERFORM 300-CERRAR-ALUMNO
                   MOVE es-dni TO w-dni-ant
                   PERFORM 260-PLAN-ALUMNO
               END-IF
               PERFORM 250-ACUMULAR
               PERFORM 200-LEER-ESTADO
           READ ESTADOS AT END MOVE 1 TO w-flag-est.

       250-ACUMULAR.
           PERFORM 270-VERIFICAR-SIN-NOTA.
           IF NOT materia-sin-nota
               ADD es-nota TO w-suma-nota
               ADD 1 TO w-cant-notas
               IF es-nota >= w-nota-aprobada
                   ADD 1 TO w-cant-aprobadas
               END-IF
           END-IF.

       260-PLAN-ALUMNO.
           MOVE "01" TO w-plan-alu.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-alu
               IF ta-dni(k) = w-dni-ant AND ta-plan(k) NOT = SPACES
                   MOVE ta-plan(k) TO w-plan-alu
                   MOVE w-cant-alu TO k
               END-IF
           END-PERFORM.

       270-VERIFICAR-SIN-NOTA.
           MOVE "N" TO w-materia-pf.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat OR materia-sin-nota
               IF vec-mater(w-idx-mat) = es-materia
                   AND vec-plan(w-idx-mat) = w-plan-alu
                   MOVE "S" TO w-materia-pf
               END-IF
           END-PERFORM.

       300-CERRAR-ALUMNO.
           IF w-cant-aprobadas >= w-minimo-materias
               AND w-cant-notas > 0
               COMPUTE w-promedio = w-suma-nota / w-cant-notas
               MOVE w-promedio TO rk-promedio
               MOVE w-dni-ant TO rk-dni
           DISPLAY "ALUMNOS DESCARTADOS..: " w-cont-descartados.
           DISPLAY "MINIMO DE APROBADAS..: " w-minimo-materias.

           COPY "COPY-ALUMNOS-PROC.cpy".
       END PROGRAM RANKING-PROMEDIOS.
