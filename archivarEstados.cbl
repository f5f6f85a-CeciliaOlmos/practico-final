           SELECT PARAM-ARCH ASSIGN TO "..\paramArchivo.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-param.
           COPY "COPY-PARAMBATCH-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
       FD  PARAM-ARCH.
       01  param-arch-reg.
           03 par-anios-retener pic 99.
           COPY "COPY-PARAMBATCH-FD.cpy".

       WORKING-STORAGE SECTION.
       77  w-flag-est pic 9 value 0.
       01  w-cont-leidos pic 9(6) value zero.
       01  w-cont-archivados pic 9(6) value zero.
       01  w-cont-retenidos pic 9(6) value zero.
           COPY "COPY-PARAMBATCH-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE PARAM-ARCH
           END-IF.

      * los anios a retener se cuentan desde el anio que se cierra
       100-INICIO.
           PERFORM 950-CARGAR-PARAM-BATCH.
           MOVE w-anio-cierre TO w-anio-actual.
           COMPUTE w-anio-limite = w-anio-actual - w-anios-retener.
           OPEN I-O ESTADOS.
           OPEN OUTPUT HISTORICO.
           DISPLAY "REGISTROS RETENIDOS......: " w-cont-retenidos.
           CLOSE ESTADOS.
           CLOSE HISTORICO.
           COPY "COPY-PARAMBATCH-PROC.cpy".
       END PROGRAM YOUR-PROGRAM-NAME.
