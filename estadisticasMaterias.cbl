                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impEstadisticas.dat".
           COPY "COPY-ALUMNOS-SEL.cpy".
           COPY "COPY-SEDES-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
           COPY "COPY-SEDES-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-est pic xx.
       77  w-flag-est pic 9 value 0.
           88 fin-estados value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       01  w-cant-mat pic 99 value zero.
               05 vec-mater pic x(2).
               05 vec-nombre pic x(30).
               05 vec-plan pic x(2).
               05 vec-tipo pic x.
      * una materia aprobado/desaprobado no tiene promedio de notas
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       01  w-cant-est pic 9(3) value zero.
       01  k pic 9(3).
       01  k2 pic 9(3).
       77  w-grupo-hallado pic x value "N".
           88 grupo-hallado value "S".
      * sede efectiva de cada alumno: los resultados se abren por
      * la sede del alumno que rindio
       01  w-cant-asd pic 9(5) value zero.
       01  kd pic 9(5).
       01  tabla-alu-sede.
           03 tab-asd OCCURS 5000 TIMES.
               05 tas-dni pic 9(8).
               05 tas-sede pic x(2).
       01  w-sede-est pic x(2) value spaces.
       01  w-sede-anterior pic x(2) value spaces.
       01  w-sub-registros pic 9(6) value zero.
       01  w-sub-aprobados pic 9(6) value zero.
       01  w-sub-ausentes pic 9(6) value zero.
       01  tabla-estad.
           03 tab-estad OCCURS 500 TIMES.
               05 te-sede pic x(2).
               05 te-materia pic x(2).
               05 te-anio pic 9(4).
               05 te-registros pic 9(5).
               05 te-ausentes pic 9(5).
               05 te-suma-nota pic 9(7).
       01  w-grupo-inter.
           03 gi-sede pic x(2).
           03 gi-materia pic x(2).
           03 gi-anio pic 9(4).
           03 gi-registros pic 9(5).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  cabecera3.
           03 filler       pic x(3)  value "SD ".
           03 filler       pic x(3)  value "MAT".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(17) value "NOMBRE".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(4)  value "ANIO".
           03 filler       pic x(2)  value spaces.
       01  cabecera4.
           03 filler       pic x(80) value all "-".
       01  lin-detalle.
           03 d-sede       pic x(2).
           03 filler       pic x(1)  value spaces.
           03 d-mat        pic x(2).
           03 filler       pic x(2)  value spaces.
           03 d-nombre     pic x(17).
           03 filler       pic x(1)  value spaces.
           03 d-anio       pic 9(4).
           03 filler       pic x(2)  value spaces.
           03 d-ausen      pic zzzz9.
           03 filler       pic x(2)  value spaces.
           03 d-prom       pic z9,99.
           03 d-prom-x redefines d-prom pic x(5).
           03 filler       pic x(2)  value spaces.
           03 d-porc       pic zz9,99.
           03 filler       pic x(13) value spaces.
       01  lin-subtotal.
           03 filler       pic x(11) value "TOTAL SEDE ".
           03 s-sede       pic x(2).
           03 filler       pic x(2)  value ": ".
           03 s-regs       pic zzzzz9.
           03 filler       pic x(10) value " APROBADOS".
           03 filler       pic x(2)  value ": ".
           03 s-aprob      pic zzzzz9.
           03 filler       pic x(10) value " AUSENTES:".
           03 filler       pic x(1)  value spaces.
           03 s-ausen      pic zzzzz9.
           03 filler       pic x(24) value spaces.
       01  lin-total.
           03 filler       pic x(15) value "TOTAL GENERAL: ".
           03 t-regs       pic zzzzz9.
           03 filler       pic x(1)  value spaces.
           03 t-ausen      pic zzzzz9.
           03 filler       pic x(24) value spaces.
           COPY "COPY-SEDES-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "estadisticasMaterias" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ESTADO.
           PERFORM UNTIL fin-estados
            STOP RUN.

       100-INICIO.
           PERFORM 931-CARGAR-SEDES.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 130-CARGAR-SEDE-ALUMNOS.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-est
               MOVE 1 TO w-flag-est
               MOVE mat-mat TO vec-mater(w-cant-mat)
               MOVE mat-nombre TO vec-nombre(w-cant-mat)
               MOVE mat-plan TO vec-plan(w-cant-mat)
               MOVE mat-tipo-nota TO vec-tipo(w-cant-mat)
               PERFORM 120-LEER-MATERIAS
           END-PERFORM.
           CLOSE MATERIAS.

       120-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       130-CARGAR-SEDE-ALUMNOS.
           OPEN INPUT ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF w-cant-asd < 5000
                   MOVE al-sede TO w-sede-codigo
                   PERFORM 934-NORMALIZAR-SEDE
                   ADD 1 TO w-cant-asd
                   MOVE al-dni TO tas-dni(w-cant-asd)
                   MOVE w-sede-codigo TO tas-sede(w-cant-asd)
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.

      * un DNI que no esta en alumnos queda en la sede principal
       140-BUSCAR-SEDE-DNI.
           MOVE w-sede-principal TO w-sede-est.
           PERFORM VARYING kd FROM 1 BY 1 UNTIL kd > w-cant-asd
               IF tas-dni(kd) = es-dni
                   MOVE tas-sede(kd) TO w-sede-est
                   MOVE w-cant-asd TO kd
               END-IF
           END-PERFORM.

       200-LEER-ESTADO.
           IF NOT fin-estados
           END-IF.

       300-ACUMULAR.
           PERFORM 140-BUSCAR-SEDE-DNI.
           MOVE "N" TO w-grupo-hallado.
           PERFORM VARYING k FROM 1 BY 1
               UNTIL k > w-cant-est OR grupo-hallado
               IF te-sede(k) = w-sede-est
                   AND te-materia(k) = es-materia
                   AND te-anio(k) = es-anio
                   MOVE "S" TO w-grupo-hallado
               END-IF
           IF NOT grupo-hallado
               IF w-cant-est >= 500
                   DISPLAY "tabla de estadisticas llena, se ignora "
                           w-sede-est " " es-materia " " es-anio
               ELSE
                   ADD 1 TO w-cant-est
                   MOVE w-cant-est TO k
                   MOVE w-sede-est TO te-sede(k)
                   MOVE es-materia TO te-materia(k)
                   MOVE es-anio TO te-anio(k)
                   MOVE ZERO TO te-registros(k)
           END-IF.

      * ordenamiento por intercambio sobre la tabla en memoria,
      * sede, materia y anio ascendentes, para listar agrupado
       400-ORDENAR-TABLA.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k >= w-cant-est
               PERFORM VARYING k2 FROM 1 BY 1
                   UNTIL k2 >= w-cant-est
                   IF te-sede(k2) > te-sede(k2 + 1)
                       OR (te-sede(k2) = te-sede(k2 + 1)
                           AND te-materia(k2) > te-materia(k2 + 1))
                       OR (te-sede(k2) = te-sede(k2 + 1)
                           AND te-materia(k2) = te-materia(k2 + 1)
                           AND te-anio(k2) > te-anio(k2 + 1))
                       MOVE tab-estad(k2) TO w-grupo-inter
                       MOVE tab-estad(k2 + 1) TO tab-estad(k2)
               END-PERFORM
           END-PERFORM.

      * corte de control por sede: al cambiar de sede sale el
      * total de la sede anterior
       500-LISTAR.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-est
               IF k > 1 AND te-sede(k) NOT = w-sede-anterior
                   PERFORM 540-LISTAR-TOTAL-SEDE
               END-IF
               MOVE te-sede(k) TO w-sede-anterior
               PERFORM 510-LISTAR-GRUPO
           END-PERFORM.
           IF w-cant-est > 0
               PERFORM 540-LISTAR-TOTAL-SEDE
           END-IF.

       540-LISTAR-TOTAL-SEDE.
           MOVE w-sede-anterior TO s-sede.
           MOVE w-sub-registros TO s-regs.
           MOVE w-sub-aprobados TO s-aprob.
           MOVE w-sub-ausentes TO s-ausen.
           WRITE lis-reg FROM lin-subtotal AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-subtotal.
           MOVE ZERO TO w-sub-registros.
           MOVE ZERO TO w-sub-aprobados.
           MOVE ZERO TO w-sub-ausentes.

       510-LISTAR-GRUPO.
           PERFORM 530-BUSCAR-NOMBRE-MATERIA.
           MOVE te-sede(k) TO d-sede.
           MOVE te-materia(k) TO d-mat.
           MOVE w-nombre-mat TO d-nombre.
           MOVE te-anio(k) TO d-anio.
               MOVE ZERO TO w-promedio-n
               MOVE ZERO TO w-porcentaje-n
           END-IF.
           IF materia-sin-nota
               MOVE " A/D " TO d-prom-x
           ELSE
               MOVE w-promedio-n TO d-prom
           END-IF.
           MOVE w-porcentaje-n TO d-porc.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           ADD te-registros(k) TO w-tot-registros.
           ADD te-aprobados(k) TO w-tot-aprobados.
           ADD te-ausentes(k) TO w-tot-ausentes.
           ADD te-registros(k) TO w-sub-registros.
           ADD te-aprobados(k) TO w-sub-aprobados.
           ADD te-ausentes(k) TO w-sub-ausentes.

       530-BUSCAR-NOMBRE-MATERIA.
           MOVE "(SIN NOMBRE)" TO w-nombre-mat.
           MOVE "N" TO w-materia-pf.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               IF vec-mater(w-idx-mat) = te-materia(k)
                   MOVE vec-nombre(w-idx-mat) TO w-nombre-mat
                   MOVE vec-tipo(w-idx-mat) TO w-materia-pf
               END-IF
           END-PERFORM.

               CLOSE ESTADOS
           END-IF.
           CLOSE LISTADO.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-SEDES-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM ESTADISTICAS-MATERIAS.
