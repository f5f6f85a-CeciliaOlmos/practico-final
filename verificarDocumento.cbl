      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-DOCUMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-DOCEMI-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-DOCEMI-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-DOCEMI-WS.cpy".
       01  w-numero-pedido pic 9(6) value zero.
       01  w-codigo-pedido pic x(6) value spaces.
       77  w-doc-hallado pic x value "N".
           88 doc-hallado value "S".
       01  w-tipo-desc pic x(30) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "VERIFICACION DE DOCUMENTOS EMITIDOS".
           PERFORM 100-PEDIR-NUMERO.
           PERFORM UNTIL w-numero-pedido = ZERO
               PERFORM 200-PEDIR-CODIGO
               PERFORM 300-BUSCAR-DOCUMENTO
               PERFORM 400-INFORMAR
               PERFORM 100-PEDIR-NUMERO
           END-PERFORM.
            STOP RUN.

       100-PEDIR-NUMERO.
           DISPLAY "Ingrese el numero de documento (0 = fin)".
           ACCEPT w-numero-pedido.

      * el codigo se compara en mayusculas: en ventanilla se tipea
      * como venga
       200-PEDIR-CODIGO.
           DISPLAY "Ingrese el codigo de verificacion".
           ACCEPT w-codigo-pedido.
           INSPECT w-codigo-pedido CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       300-BUSCAR-DOCUMENTO.
           MOVE "N" TO w-doc-hallado.
           MOVE ZERO TO w-flag-dem.
           OPEN INPUT DOC-EMITIDOS.
           IF ws-estado-dem = "00"
               PERFORM 993-LEER-DOCUMENTO
               PERFORM UNTIL fin-documentos OR doc-hallado
                   IF dem-numero = w-numero-pedido
                      AND dem-codigo = w-codigo-pedido
                       MOVE "S" TO w-doc-hallado
                   ELSE
                       PERFORM 993-LEER-DOCUMENTO
                   END-IF
               END-PERFORM
               CLOSE DOC-EMITIDOS
           END-IF.

      * un numero con codigo equivocado recibe la misma respuesta que
      * un numero inexistente: no se da pista de cual de los dos fallo
       400-INFORMAR.
           IF NOT doc-hallado
               DISPLAY "DOCUMENTO NO EMITIDO POR ESTA INSTITUCION"
           ELSE
               EVALUATE TRUE
                   WHEN dem-constancia
                       MOVE "CONSTANCIA DE ALUMNO REGULAR"
                           TO w-tipo-desc
                   WHEN dem-analitico
                       MOVE "CERTIFICADO ANALITICO" TO w-tipo-desc
                   WHEN dem-boletin
                       MOVE "BOLETIN DE CALIFICACIONES" TO w-tipo-desc
                   WHEN OTHER
                       MOVE dem-tipo TO w-tipo-desc
               END-EVALUATE
               DISPLAY "DOCUMENTO VALIDO NRO. " dem-numero
               DISPLAY "TIPO......: " w-tipo-desc
               DISPLAY "ALUMNO....: " dem-nombre
               DISPLAY "LEGAJO....: " dem-legajo "   DNI: " dem-dni
               DISPLAY "EMITIDO EL: " dem-fecha(7:2) "/"
                       dem-fecha(5:2) "/" dem-fecha(1:4)
           END-IF.

           COPY "COPY-DOCEMI-PROC.cpy".
       END PROGRAM VERIFICAR-DOCUMENTO.
