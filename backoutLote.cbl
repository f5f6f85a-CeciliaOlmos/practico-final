                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           COPY "COPY-IMAGENES-SEL.cpy".
           SELECT INFORME ASSIGN TO "..\informeBackout.txt"
           ORGANIZATION is line SEQUENTIAL.
           COPY "COPY-LOTES-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
           COPY "COPY-IMAGENES-FD.cpy".
       FD  INFORME.
       01  inf-linea pic x(80).
           COPY "COPY-LOTES-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-img pic xx.
       77  ws-estado-lot pic xx.
           88 lote-hallado value "S".
       77  w-lote-revertido pic x value "N".
           88 lote-revertido value "S".
      * los lotes de cargarFinales y cargarParciales graban
      * finales.dat y parcialesAcum.txt, no estados, y no dejan
      * imagenes que revertir
       01  w-origen-pedido pic x(10) value spaces.
           88 lote-sin-estados value "FINALES" "PARCIALES"
               "CURSADA".
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       01  w-cant-lot pic 9(3) value zero.
               05 tl-operador pic x(10).
               05 tl-cantidad pic 9(6).
               05 tl-estado pic x.
               05 tl-docente pic 9(5).
       01  w-cont-imagenes pic 9(6) value zero.
       01  w-cont-borrados pic 9(6) value zero.
       01  w-cont-restaurados pic 9(6) value zero.
       01  w-cont-conflictos pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "backoutLote" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-IMAGEN.
           PERFORM UNTIL fin-imagenes
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF lote-sin-estados
               DISPLAY "El lote " w-lote-pedido " es de origen "
                       w-origen-pedido " y no modifica estados.dat, "
                       "no se puede revertir con el backout"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Confirma revertir todo el lote " w-lote-pedido
                   "? (S/N)".
           ACCEPT w-confirma.
           END-IF.
           OPEN I-O ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat (estado "
                       ws-estado-est ")"
               MOVE 1 TO RETURN-CODE
                       MOVE lot-operador TO tl-operador(w-cant-lot)
                       MOVE lot-cantidad TO tl-cantidad(w-cant-lot)
                       MOVE lot-estado TO tl-estado(w-cant-lot)
                       MOVE lot-docente TO tl-docente(w-cant-lot)
                       IF lot-numero = w-lote-pedido
                           MOVE "S" TO w-lote-hallado
                           MOVE lot-origen TO w-origen-pedido
                           IF lot-estado = "R"
                               MOVE "S" TO w-lote-revertido
                           END-IF
               MOVE tl-origen(kl) TO lot-origen
               MOVE tl-operador(kl) TO lot-operador
               MOVE tl-cantidad(kl) TO lot-cantidad
               MOVE tl-docente(kl) TO lot-docente
               IF tl-numero(kl) = w-lote-pedido
                   MOVE "R" TO lot-estado
               ELSE
           CLOSE IMAGENES.
           CLOSE ESTADOS.
           CLOSE INFORME.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM BACKOUT-LOTE.
