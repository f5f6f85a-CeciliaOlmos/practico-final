           SELECT HISTORICO ASSIGN TO "..\estadosHistorico.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-hist.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impTendencias.dat".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-hist pic xx.
       77  w-flag-est pic 9 value 0.
       77  w-flag-hist pic 9 value 0.
           88 fin-historico value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       01  w-cant-mat pic 99 value zero.
           03 tab-materias OCCURS 99 TIMES.
               05 vec-mater pic x(2).
               05 vec-nombre pic x(30).
      * una materia aprobado/desaprobado no tiene promedio de notas
               05 vec-tipo pic x.
       01  w-nombre-mat pic x(30) value spaces.
      * una celda por materia y anio con lo acumulado de los dos
      * origenes: el archivo vivo y el historico archivado
           03 filler       pic x(2)  value " %".
           03 filler       pic x(11) value "  PROMEDIO:".
           03 d-promedio   pic z9,99.
           03 d-promedio-x redefines d-promedio pic x(5).
           03 filler       pic x(2)  value spaces.
           03 d-tendencia  pic x(8).
           03 filler       pic x(17) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "tendenciaMaterias" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-ACUMULAR-ESTADOS.
           PERFORM 300-ACUMULAR-HISTORICO.
           PERFORM 110-CARGAR-MATERIAS.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat (estado "
                       ws-estado-est ")"
               MOVE 1 TO RETURN-CODE
               ADD 1 TO w-cant-mat
               MOVE mat-mat TO vec-mater(w-cant-mat)
               MOVE mat-nombre TO vec-nombre(w-cant-mat)
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

       200-ACUMULAR-ESTADOS.
           MOVE LOW-VALUES TO es-llave.
           MOVE ts-anio(ks) TO d-anio.
           MOVE ts-cursantes(ks) TO d-cursantes.
           MOVE w-tasa TO d-tasa.
           IF vec-tipo(km) = "S"
               MOVE " A/D " TO d-promedio-x
           ELSE
               MOVE w-promedio TO d-promedio
           END-IF.
           MOVE w-tendencia TO d-tendencia.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY "Listado en impTendencias.dat".
           CLOSE ESTADOS.
           CLOSE LISTADO.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM TENDENCIA-MATERIAS.
