           SELECT TRABAJO ASSIGN TO "..\retencion.tmp"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-tmp.
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
      * politica de retencion por archivo: cuantos anios quedan en
           03 seg-retenidos pic 9(6).
       FD  TRABAJO.
       01  tmp-linea pic x(80).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-pol pic xx.
       77  ws-estado-aud pic xx.
       77  ws-estado-aar pic xx.
           88 archivo-seguro value "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "retencion" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 300-RETENER-AUDITORIA.
           PERFORM 400-RETENER-LOTES.
                       MOVE aud-reg TO aar-linea
                       WRITE aar-linea
                       IF ws-estado-aar NOT = "00"
                           IF archivo-seguro
                               MOVE "auditoriaArchivo.txt"
                                   TO w-err-archivo
                               MOVE "WRITE" TO w-err-operacion
                               MOVE ws-estado-aar TO w-err-estado
                               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                           END-IF
                           MOVE "N" TO w-archivo-seguro
                       END-IF
                       ADD 1 TO w-cont-movidos
                       MOVE lot-reg TO lar-linea
                       WRITE lar-linea
                       IF ws-estado-lar NOT = "00"
                           IF archivo-seguro
                               MOVE "lotesArchivo.txt" TO w-err-archivo
                               MOVE "WRITE" TO w-err-operacion
                               MOVE ws-estado-lar TO w-err-estado
                               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                           END-IF
                           MOVE "N" TO w-archivo-seguro
                       END-IF
                       ADD 1 TO w-cont-movidos
                       MOVE con-reg TO car-linea
                       WRITE car-linea
                       IF ws-estado-car NOT = "00"
                           IF archivo-seguro
                               MOVE "constanciasArchivo.txt"
                                   TO w-err-archivo
                               MOVE "WRITE" TO w-err-operacion
                               MOVE ws-estado-car TO w-err-estado
                               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                           END-IF
                           MOVE "N" TO w-archivo-seguro
                       END-IF
                       ADD 1 TO w-cont-movidos
                   MOVE not-linea TO nar-linea
                   WRITE nar-linea
                   IF ws-estado-nar NOT = "00"
                       IF archivo-seguro
                           MOVE "notificacionesArchivo.txt"
                               TO w-err-archivo
                           MOVE "WRITE" TO w-err-operacion
                           MOVE ws-estado-nar TO w-err-estado
                           PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                       END-IF
                       MOVE "N" TO w-archivo-seguro
                   END-IF
                   ADD 1 TO w-cont-movidos
                   MOVE rtx-linea TO rta-linea
                   WRITE rta-linea
                   IF ws-estado-rta NOT = "00"
                       IF archivo-seguro
                           MOVE "rechazosTexArchivo.txt"
                               TO w-err-archivo
                           MOVE "WRITE" TO w-err-operacion
                           MOVE ws-estado-rta TO w-err-estado
                           PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                       END-IF
                       MOVE "N" TO w-archivo-seguro
                   END-IF
                   ADD 1 TO w-cont-movidos
                   MOVE rfi-linea TO rfa-linea
                   WRITE rfa-linea
                   IF ws-estado-rfa NOT = "00"
                       IF archivo-seguro
                           MOVE "rechazosFinArchivo.txt"
                               TO w-err-archivo
                           MOVE "WRITE" TO w-err-operacion
                           MOVE ws-estado-rfa TO w-err-estado
                           PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                       END-IF
                       MOVE "N" TO w-archivo-seguro
                   END-IF
                   ADD 1 TO w-cont-movidos
                   MOVE rpa-linea TO rpr-linea
                   WRITE rpr-linea
                   IF ws-estado-rpr NOT = "00"
                       IF archivo-seguro
                           MOVE "rechazosParArchivo.txt"
                               TO w-err-archivo
                           MOVE "WRITE" TO w-err-operacion
                           MOVE ws-estado-rpr TO w-err-estado
                           PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                       END-IF
                       MOVE "N" TO w-archivo-seguro
                   END-IF
                   ADD 1 TO w-cont-movidos
           CLOSE SEGMENTOS.
           DISPLAY "---- RETENCION TERMINADA ----".
           DISPLAY "Segmentos registrados en retencionSegmentos.txt".

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM RETENCION.
