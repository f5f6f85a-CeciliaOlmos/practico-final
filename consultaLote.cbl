           SELECT LOT-ARCHIVO ASSIGN TO "..\lotesArchivo.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-lar.
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
           03 lar-operador pic x(10).
           03 lar-cantidad pic 9(6).
           03 lar-estado pic x.
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-lot pic xx.
       77  ws-estado-lar pic xx.
       01  w-cont-registros pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "consultaLote" TO w-err-programa.
           DISPLAY "Ingrese el numero de lote a consultar".
           ACCEPT w-lote-pedido.
           PERFORM 100-MOSTRAR-REGISTRO-LOTE.
                               " ORIGEN " lot-origen
                               " OPERADOR " lot-operador
                               " REGISTROS " lot-cantidad
                               " DOCENTE " lot-docente
                   END-IF
                   PERFORM 110-LEER-LOTE
               END-PERFORM
       200-LISTAR-ESTADOS-LOTE.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-est
               MOVE 1 TO w-flag-est
       800-FIN.
           DISPLAY "Registros del lote " w-lote-pedido ": "
                   w-cont-registros.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM CONSULTA-LOTE.
