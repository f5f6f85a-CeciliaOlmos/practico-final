      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-FINALES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * el archivo viejo se lee con el trazado anterior a la
      * modalidad libre: sin el byte de modalidad al final
           SELECT FINALES-VIEJO ASSIGN TO "..\finales.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS fiv-llave
                   FILE STATUS IS ws-estado-viejo.
           SELECT FINALES-NUEVO ASSIGN TO "..\finalesConvertido.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fin-llave
                   FILE STATUS IS ws-estado-nuevo.
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  FINALES-VIEJO.
       01  fiv-reg.
           03 fiv-llave.
               05 fiv-dni pic 9(8).
               05 fiv-materia pic x(2).
               05 fiv-fecha pic 9(8).
           03 fiv-nota pic 99.
           03 fiv-libro pic 9(3).
           03 fiv-folio pic 9(3).
       FD  FINALES-NUEVO.
           COPY "COPY-FINALES.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-viejo pic xx.
       77  ws-estado-nuevo pic xx.
       77  w-flag-viejo pic 9 value 0.
           88 fin-viejo value 1.
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       01  w-cont-leidos pic 9(6) value zero.
       01  w-cont-grabados pic 9(6) value zero.
       01  w-cont-rechazados pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "convertirFinales" TO w-err-programa.
           DISPLAY "CONVERSION DE FINALES AL TRAZADO CON MODALIDAD".
           DISPLAY "Lee finales.dat (trazado viejo, sin modalidad) y "
                   "genera finalesConvertido.dat".
           DISPLAY "Toda nota existente queda como rendida en "
                   "condicion de regular".
           DISPLAY "Al terminar, conservar el viejo como respaldo y "
                   "renombrar el convertido como finales.dat".
           DISPLAY "Confirma la conversion? (S/N)".
           ACCEPT w-confirma.
           IF NOT confirma-si
               DISPLAY "Operacion cancelada, archivos sin cambios"
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-VIEJO.
           PERFORM UNTIL fin-viejo
               ADD 1 TO w-cont-leidos
               PERFORM 300-CONVERTIR-REGISTRO
               PERFORM 200-LEER-VIEJO
           END-PERFORM.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           OPEN INPUT FINALES-VIEJO.
           IF ws-estado-viejo NOT = "00"
               MOVE "finales.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-viejo TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir finales.dat, estado "
                       ws-estado-viejo
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FINALES-NUEVO.
           IF ws-estado-nuevo NOT = "00"
               MOVE "finalesConvertido.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-nuevo TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo crear finalesConvertido.dat, "
                       "estado " ws-estado-nuevo
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-LEER-VIEJO.
           READ FINALES-VIEJO NEXT RECORD
               AT END MOVE 1 TO w-flag-viejo.

       300-CONVERTIR-REGISTRO.
           MOVE fiv-dni TO fin-dni.
           MOVE fiv-materia TO fin-materia.
           MOVE fiv-fecha TO fin-fecha.
           MOVE fiv-nota TO fin-nota.
           MOVE fiv-libro TO fin-libro.
           MOVE fiv-folio TO fin-folio.
           MOVE "R" TO fin-modalidad.
           WRITE fin-reg
               INVALID KEY
                   ADD 1 TO w-cont-rechazados
                   DISPLAY "LLAVE DUPLICADA AL CONVERTIR: DNI "
                           fiv-dni " MATERIA " fiv-materia
                           " FECHA " fiv-fecha
               NOT INVALID KEY
                   ADD 1 TO w-cont-grabados
           END-WRITE.

       800-FIN.
           DISPLAY "---- CONTROL DE LA CONVERSION ----".
           DISPLAY "REGISTROS LEIDOS (VIEJO)....: " w-cont-leidos.
           DISPLAY "REGISTROS GRABADOS (NUEVO)..: " w-cont-grabados.
           DISPLAY "REGISTROS RECHAZADOS........: " w-cont-rechazados.
           IF w-cont-leidos NOT = w-cont-grabados
               DISPLAY "ATENCION: los totales no cierran, revisar "
                       "antes de renombrar"
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE FINALES-VIEJO.
           CLOSE FINALES-NUEVO.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM CONVERTIR-FINALES.
