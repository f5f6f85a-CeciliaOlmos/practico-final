           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impAuditoria.dat".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-AUDIT-FD.cpy".
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-aud pic xx.
       77  ws-estado-aar pic xx.
       77  w-flag-aud pic 9 value 0.
           03 filler       pic x(47) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "reporteAuditoria" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-AUDITORIA.
           PERFORM UNTIL fin-auditoria
           ACCEPT w-incluir-archivo.
           OPEN INPUT AUDITORIA.
           IF ws-estado-aud NOT = "00"
               MOVE "auditoria.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-aud TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir auditoria.txt, estado "
                       ws-estado-aud
               MOVE 1 TO w-flag-aud
           END-IF.
           CLOSE LISTADO.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM REPORTE-AUDITORIA.
