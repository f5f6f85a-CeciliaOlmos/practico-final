      * el numero sigue al ultimo encolado; la cola queda abierta
      * para agregar hasta que el programa la cierra
       994-ABRIR-COLA.
           MOVE ZERO TO w-col-numero.
           MOVE ZERO TO w-flag-col.
           OPEN INPUT COLA-COM.
           IF ws-estado-col = "00"
               PERFORM 997-LEER-COLA
               PERFORM UNTIL fin-cola
                   IF col-numero > w-col-numero
                       MOVE col-numero TO w-col-numero
                   END-IF
                   PERFORM 997-LEER-COLA
               END-PERFORM
               CLOSE COLA-COM
           END-IF.
           OPEN EXTEND COLA-COM.
           IF ws-estado-col = "35"
               OPEN OUTPUT COLA-COM
           END-IF.

      * regla unica de canal para todos los mensajes: correo de la
      * ficha vigente, si no domicilio postal, si no telefono; sin
      * ficha se usa el contacto del alta (correo si tiene arroba)
       996-ENCOLAR-MENSAJE.
           MOVE SPACES TO w-col-direccion w-col-localidad.
           EVALUATE TRUE
               WHEN contacto-hallado AND w-ctt-email NOT = SPACES
                   MOVE "E" TO w-col-canal
                   MOVE w-ctt-email TO w-col-direccion
               WHEN contacto-hallado AND w-ctt-domicilio NOT = SPACES
                   MOVE "P" TO w-col-canal
                   MOVE w-ctt-domicilio TO w-col-direccion
                   MOVE w-ctt-localidad TO w-col-localidad
               WHEN contacto-hallado AND w-ctt-telefono NOT = SPACES
                   MOVE "T" TO w-col-canal
                   MOVE w-ctt-telefono TO w-col-direccion
               WHEN OTHER
                   MOVE ZERO TO w-col-arrobas
                   INSPECT w-col-alta TALLYING w-col-arrobas
                       FOR ALL "@"
                   IF w-col-arrobas > 0
                       MOVE "E" TO w-col-canal
                   ELSE
                       MOVE "T" TO w-col-canal
                   END-IF
                   MOVE w-col-alta TO w-col-direccion
           END-EVALUATE.
           ADD 1 TO w-col-numero.
           MOVE w-col-numero TO col-numero.
           MOVE FUNCTION CURRENT-DATE(1:8) TO col-fecha.
           MOVE w-col-legajo TO col-legajo.
           MOVE w-col-nombre TO col-nombre.
           MOVE w-col-tipo TO col-tipo.
           MOVE w-col-detalle TO col-detalle.
           MOVE w-col-canal TO col-canal.
           MOVE w-col-direccion TO col-direccion.
           MOVE w-col-localidad TO col-localidad.
           MOVE "P" TO col-estado.
           MOVE col-fecha TO col-fecha-estado.
           MOVE SPACES TO col-motivo-falla.
           WRITE col-reg.
           ADD 1 TO w-col-cont-encolados.

       997-LEER-COLA.
           READ COLA-COM AT END MOVE 1 TO w-flag-col.
