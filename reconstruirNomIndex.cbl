      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONSTRUIR-NOM-INDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT NOM-INDEX ASSIGN TO "..\nomIndex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nix-llave
           FILE STATUS IS ws-estado-nix.
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  NOM-INDEX.
       01  nix-reg.
           03 nix-llave.
               05 nix-nombre pic x(30).
               05 nix-legajo pic 9(5).
           03 nix-dni pic 9(8).
           03 filler pic x(4).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-nix pic xx.
       01  w-cont-nombres pic 9(5) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "reconstruirNomIndex" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               PERFORM 400-INDEXAR-NOMBRE
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu NOT = "00"
               MOVE "alumnos.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-alu TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir alumnos.dat, estado "
                       ws-estado-alu
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NOM-INDEX.
           IF ws-estado-nix NOT = "00"
               MOVE "nomIndex.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-nix TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo crear nomIndex.dat, estado "
                       ws-estado-nix
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * el indice de nombres admite homonimos porque la llave lleva
      * el legajo; un rechazo aca solo puede ser un legajo repetido
       400-INDEXAR-NOMBRE.
           MOVE al-nombre TO nix-nombre.
           MOVE al-legajo TO nix-legajo.
           MOVE al-dni TO nix-dni.
           WRITE nix-reg
               INVALID KEY
                   DISPLAY "Nombre+legajo repetido: " al-legajo

       800-FIN.
           DISPLAY "................................................".
           DISPLAY "RECONSTRUCCION DEL INDICE DE NOMBRES".
           DISPLAY "Nombres indexados: " w-cont-nombres.
           DISPLAY "................................................".
           CLOSE ALUMNOS.
           CLOSE NOM-INDEX.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM RECONSTRUIR-NOM-INDEX.
