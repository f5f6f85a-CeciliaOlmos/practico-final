           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impRecursadas.dat".
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
       77  w-flag-est pic 9 value 0.
           88 fin-estados value 1.
           03 filler       pic x(24) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "reporteRecursadas" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ESTADO.
           IF NOT fin-estados
       100-INICIO.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-est
               MOVE 1 TO w-flag-est
               CLOSE ESTADOS
           END-IF.
           CLOSE LISTADO.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM REPORTE-RECURSADAS.
