      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-CIERRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-PERIODO-SEL.cpy".
           COPY "COPY-PARAMBATCH-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-PERIODO-FD.cpy".
           COPY "COPY-PARAMBATCH-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-PARAMBATCH-WS.cpy".
       77  ws-estado-per pic xx.
       77  w-flag-per pic 9 value 0.
           88 fin-periodos value 1.
       01  w-cont-errores pic 99 value zero.
       77  w-segundo-hallado pic x value "N".
           88 segundo-hallado value "S".
       77  w-segundo-flag pic x value space.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "verificarCierre" TO w-err-programa.
           DISPLAY "---- VERIFICACION PREVIA DEL CIERRE ANUAL ----".
           PERFORM 100-VERIFICAR-PARAMETROS.
           PERFORM 200-VERIFICAR-PERIODO.
           PERFORM 800-FIN.
            STOP RUN.

      * la cadena anual corre sin operador: los programas de menu
      * toman su paso de parametrosBatch.txt
       100-VERIFICAR-PARAMETROS.
           PERFORM 950-CARGAR-PARAM-BATCH.
           IF NOT modo-desatendido
               ADD 1 TO w-cont-errores
               DISPLAY "ERROR: falta parametrosBatch.txt, la cadena "
                       "anual corre desatendida"
           ELSE
               IF NOT cierre-anual-desatendido
                   ADD 1 TO w-cont-errores
                   DISPLAY "ERROR: parametrosBatch.txt no marca "
                           "cierre anual (columna 31 = S)"
               END-IF
           END-IF.
           DISPLAY "Anio lectivo a cerrar: " w-anio-cierre.

      * el segundo cuatrimestre del anio tiene que estar cerrado y no
      * puede quedar ningun periodo de ese anio abierto
       200-VERIFICAR-PERIODO.
           OPEN INPUT PERIODO-LECTIVO.
           IF ws-estado-per NOT = "00"
               ADD 1 TO w-cont-errores
               MOVE "periodoLectivo.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-per TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "ERROR: falta periodoLectivo.txt (estado "
                       ws-estado-per ")"
           ELSE
               PERFORM 210-LEER-PERIODO
               PERFORM UNTIL fin-periodos
                   IF per-anio = w-anio-cierre
                       IF per-cuatri = 2
                           MOVE "S" TO w-segundo-hallado
                           MOVE per-flag TO w-segundo-flag
                       END-IF
                       IF per-flag = "A"
                           ADD 1 TO w-cont-errores
                           DISPLAY "ERROR: el periodo " per-anio "/"
                                   per-cuatri " sigue abierto"
                       END-IF
                   END-IF
                   PERFORM 210-LEER-PERIODO
               END-PERFORM
               CLOSE PERIODO-LECTIVO
               IF NOT segundo-hallado
                   ADD 1 TO w-cont-errores
                   DISPLAY "ERROR: no figura el segundo cuatrimestre "
                           "de " w-anio-cierre " en periodoLectivo.txt"
               ELSE
                   IF w-segundo-flag NOT = "C"
                       AND w-segundo-flag NOT = "A"
                       ADD 1 TO w-cont-errores
                       DISPLAY "ERROR: el segundo cuatrimestre de "
                               w-anio-cierre " no esta cerrado"
                   END-IF
               END-IF
           END-IF.

       210-LEER-PERIODO.
           READ PERIODO-LECTIVO AT END MOVE 1 TO w-flag-per.

       800-FIN.
           IF w-cont-errores = ZERO
               DISPLAY "VERIFICACION CORRECTA: el cierre anual puede "
                       "correr"
           ELSE
               DISPLAY "VERIFICACION CON ERRORES: " w-cont-errores
                       " problemas, el cierre anual NO debe correr"
               MOVE 1 TO RETURN-CODE
           END-IF.

           COPY "COPY-PARAMBATCH-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM VERIFICAR-CIERRE.
