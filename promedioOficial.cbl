       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           SELECT HISTORICO ASSIGN TO "..\estadosHistorico.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-hist.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impPromedioOficial.dat".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  HISTORICO.
       01  hist-linea pic x(80).
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
       77  ws-estado-fin pic xx.
       77  ws-estado-hist pic xx.
       77  w-flag-est pic 9 value 0.
       01  w-cant-sin pic 9(4) value zero.
       01  w-prom-con pic 99v99 value zero.
       01  w-prom-sin pic 99v99 value zero.
      * promedio ponderado por creditos: cada nota aprobada pesa lo
      * que la materia otorga en el plan del alumno (una materia sin
      * creditos cargados no pesa)
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       01  w-cant-mat pic 99 value zero.
       01  w-idx-mat pic 99.
       01  tabla-mat.
           03 tab-materias OCCURS 99 TIMES.
               05 vec-mater pic x(2).
               05 vec-plan pic x(2).
               05 vec-creditos pic 99.
               05 vec-tipo pic x.
      * las materias aprobado/desaprobado no entran en el promedio
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       01  w-plan-alu pic x(2) value "01".
       01  w-mat-pond pic x(2) value spaces.
       01  w-nota-pond pic 99 value zero.
       01  w-suma-pond pic 9(7) value zero.
       01  w-cred-pond pic 9(5) value zero.
       01  w-prom-pond pic 99v99 value zero.
       01  w-cont-alumnos pic 9(6) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 d-cant-sin   pic zzz9.
           03 filler       pic x(7)  value " notas)".
           03 filler       pic x(36) value spaces.
       01  lin-promedio3.
           03 filler       pic x(25) value "PONDERADO POR CREDITOS.: ".
           03 d-prom-pond  pic z9,99.
           03 filler       pic x(3)  value " (".
           03 d-cred-pond  pic zzzz9.
           03 filler       pic x(26) value
               " creditos, sin aplazos)".
           03 filler       pic x(16) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF w-legajo-pedido = ZERO
               PERFORM 978-PRIMER-ALUMNO
               PERFORM UNTIL fin-alumnos
                   PERFORM 300-CALCULAR-ALUMNO
                   PERFORM 979-SIGUIENTE-ALUMNO
               END-PERFORM
           ELSE
               PERFORM 250-BUSCAR-POR-LEGAJO
            STOP RUN.

       100-INICIO.
           PERFORM 130-CARGAR-HISTORICO.
           PERFORM 160-CARGAR-MATERIAS.
           DISPLAY "Ingrese el legajo (0 = todo el padron)".
           ACCEPT w-legajo-pedido.
           OPEN INPUT ALUMNOS.
               END-IF
           END-IF.

       160-CARGAR-MATERIAS.
           OPEN INPUT MATERIAS.
           PERFORM 170-LEER-MATERIAS.
           PERFORM UNTIL fin-archivo-mat
               IF w-cant-mat < 99
                   ADD 1 TO w-cant-mat
                   MOVE mat-mat TO vec-mater(w-cant-mat)
                   MOVE mat-plan TO vec-plan(w-cant-mat)
                   IF mat-creditos IS NUMERIC
                       MOVE mat-creditos TO vec-creditos(w-cant-mat)
                   ELSE
                       MOVE ZERO TO vec-creditos(w-cant-mat)
                   END-IF
                   MOVE mat-tipo-nota TO vec-tipo(w-cant-mat)
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

       250-BUSCAR-POR-LEGAJO.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 300-CALCULAR-ALUMNO
           END-READ.

      * formula oficial: cuentan todos los finales rendidos
      * (aplazos incluidos), las promociones y equivalencias del
      * archivo vivo y los resultados ya archivados; el promedio
      * sin aplazos excluye las notas menores a 4. El ponderado por
      * creditos usa las mismas notas que el promedio sin aplazos
       300-CALCULAR-ALUMNO.
           ADD 1 TO w-cont-alumnos.
           MOVE ZERO TO w-suma-con w-cant-con w-suma-sin w-cant-sin.
           MOVE ZERO TO w-suma-pond w-cred-pond.
           IF al-plan = SPACES
               MOVE "01" TO w-plan-alu
           ELSE
               MOVE al-plan TO w-plan-alu
           END-IF.
           PERFORM 310-ENCABEZADO-ALUMNO.
           IF finales-activo
               PERFORM 320-SUMAR-FINALES
               END-READ
               IF w-flag-fin = 0
                   IF fin-dni = al-dni
                       MOVE fin-materia TO w-mat-pond
                       PERFORM 344-VERIFICAR-SIN-NOTA
                       IF fin-nota NOT = ZERO AND NOT materia-sin-nota
                           MOVE "FINAL" TO d-origen
                           MOVE fin-materia TO d-mat
                           MOVE fin-nota TO d-nota
               END-READ
               IF w-flag-est = 0
                   IF es-dni = al-dni
                       MOVE es-materia TO w-mat-pond
                       PERFORM 344-VERIFICAR-SIN-NOTA
                       IF (es-curso = "P" OR es-curso = "E")
                           AND es-nota NOT = ZERO
                           AND NOT materia-sin-nota
                           EVALUATE es-curso
                               WHEN "P" MOVE "PROMO" TO d-origen
                               WHEN "E" MOVE "EQUIV" TO d-origen
               IF th-dni(kh) = al-dni
                   AND th-nota(kh) NOT = ZERO
                   AND (th-curso(kh) = "P" OR th-curso(kh) = "E")
                   MOVE th-materia(kh) TO w-mat-pond
                   PERFORM 344-VERIFICAR-SIN-NOTA
                   IF NOT materia-sin-nota
                       MOVE "HIST" TO d-origen
                       MOVE th-materia(kh) TO d-mat
                       MOVE th-nota(kh) TO d-nota
                       PERFORM 347-ACUMULAR-HISTORICO
                   END-IF
               END-IF
           END-PERFORM.

       344-VERIFICAR-SIN-NOTA.
           MOVE "N" TO w-materia-pf.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               IF vec-mater(w-idx-mat) = w-mat-pond
                   AND vec-plan(w-idx-mat) = w-plan-alu
                   AND vec-tipo(w-idx-mat) = "S"
                   MOVE "S" TO w-materia-pf
               END-IF
           END-PERFORM.

           IF fin-nota >= w-nota-aprobada
               ADD fin-nota TO w-suma-sin
               ADD 1 TO w-cant-sin
               MOVE fin-materia TO w-mat-pond
               MOVE fin-nota TO w-nota-pond
               PERFORM 349-PONDERAR-NOTA
           END-IF.
           PERFORM 348-LISTAR-DETALLE.

           IF es-nota >= w-nota-aprobada
               ADD es-nota TO w-suma-sin
               ADD 1 TO w-cant-sin
               MOVE es-materia TO w-mat-pond
               MOVE es-nota TO w-nota-pond
               PERFORM 349-PONDERAR-NOTA
           END-IF.
           PERFORM 348-LISTAR-DETALLE.

           IF th-nota(kh) >= w-nota-aprobada
               ADD th-nota(kh) TO w-suma-sin
               ADD 1 TO w-cant-sin
               MOVE th-materia(kh) TO w-mat-pond
               MOVE th-nota(kh) TO w-nota-pond
               PERFORM 349-PONDERAR-NOTA
           END-IF.
           PERFORM 348-LISTAR-DETALLE.

       349-PONDERAR-NOTA.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               IF vec-mater(w-idx-mat) = w-mat-pond
                   AND vec-plan(w-idx-mat) = w-plan-alu
                   COMPUTE w-suma-pond = w-suma-pond
                       + w-nota-pond * vec-creditos(w-idx-mat)
                   ADD vec-creditos(w-idx-mat) TO w-cred-pond
               END-IF
           END-PERFORM.

       348-LISTAR-DETALLE.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           ELSE
               COMPUTE w-prom-sin ROUNDED = w-suma-sin / w-cant-sin
           END-IF.
           IF w-cred-pond = ZERO
               MOVE ZERO TO w-prom-pond
           ELSE
               COMPUTE w-prom-pond ROUNDED = w-suma-pond / w-cred-pond
           END-IF.
           MOVE w-prom-con TO d-prom-con.
           MOVE w-cant-con TO d-cant-con.
           MOVE w-prom-sin TO d-prom-sin.
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM lin-promedio2 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           MOVE w-prom-pond TO d-prom-pond.
           MOVE w-cred-pond TO d-cred-pond.
           WRITE lis-reg FROM lin-promedio3 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY "LEGAJO " al-legajo " CON APLAZOS " w-prom-con
                   " SIN APLAZOS " w-prom-sin
                   " PONDERADO CREDITOS " w-prom-pond.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           END-IF.
           CLOSE LISTADO.

           COPY "COPY-ALUMNOS-PROC.cpy".
       END PROGRAM PROMEDIO-OFICIAL.
