      * el proximo numero sale del ultimo registrado; el archivo
      * queda abierto para agregar hasta que el programa lo cierra
       990-ABRIR-REGISTRO-DOC.
           MOVE ZERO TO w-dem-numero.
           MOVE ZERO TO w-flag-dem.
           OPEN INPUT DOC-EMITIDOS.
           IF ws-estado-dem = "00"
               PERFORM 993-LEER-DOCUMENTO
               PERFORM UNTIL fin-documentos
                   IF dem-numero > w-dem-numero
                       MOVE dem-numero TO w-dem-numero
                   END-IF
                   PERFORM 993-LEER-DOCUMENTO
               END-PERFORM
               CLOSE DOC-EMITIDOS
           END-IF.
           OPEN EXTEND DOC-EMITIDOS.
           IF ws-estado-dem = "35"
               OPEN OUTPUT DOC-EMITIDOS
           END-IF.

       991-REGISTRAR-DOCUMENTO.
           ADD 1 TO w-dem-numero.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-dem-fecha.
           PERFORM 992-CALCULAR-CODIGO.
           MOVE w-dem-numero TO dem-numero.
           MOVE w-dem-fecha TO dem-fecha.
           MOVE w-dem-tipo TO dem-tipo.
           MOVE w-dem-legajo TO dem-legajo.
           MOVE w-dem-dni TO dem-dni.
           MOVE w-dem-nombre TO dem-nombre.
           MOVE w-dem-codigo TO dem-codigo.
           WRITE dem-reg.
           MOVE w-dem-numero TO lv-numero.
           MOVE w-dem-codigo TO lv-codigo.

      * el codigo mezcla numero, DNI, legajo y fecha de emision y se
      * escribe en base 32: seis letras o digitos por documento
       992-CALCULAR-CODIGO.
           COMPUTE w-dem-semilla = w-dem-numero * 7919
               + w-dem-dni * 104729 + w-dem-legajo * 613
               + w-dem-fecha * 31.
           DIVIDE w-dem-semilla BY 999999937 GIVING w-dem-cociente
               REMAINDER w-dem-resto.
           MOVE w-dem-resto TO w-dem-semilla.
           MOVE SPACES TO w-dem-codigo.
           PERFORM VARYING k-dem FROM 1 BY 1 UNTIL k-dem > 6
               DIVIDE w-dem-semilla BY 32 GIVING w-dem-cociente
                   REMAINDER w-dem-resto
               MOVE w-dem-alfabeto(w-dem-resto + 1:1)
                   TO w-dem-codigo(k-dem:1)
               MOVE w-dem-cociente TO w-dem-semilla
           END-PERFORM.

       993-LEER-DOCUMENTO.
           READ DOC-EMITIDOS AT END MOVE 1 TO w-flag-dem.
