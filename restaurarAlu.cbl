       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ALUMNOS-BAK ASSIGN to "..\alumnos.bak"
               ORGANIZATION is RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE key is rel-bak
               FILE STATUS IS ws-estado-bak.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           03 bak-dni pic 9(8).
           03 bak-nombre pic x(30).
           03 bak-contacto pic x(20).
           03 filler pic x(4).
           03 bak-cohorte pic 9(4).
           03 bak-plan pic x(2).
           03 bak-estado pic x.
           03 bak-sede pic x(2).
       WORKING-STORAGE SECTION.
       01  rel-bak pic 9(4).
       01  ws-estado-bak pic xx.
       77  w-flag-bak pic 9 value zero.
           88 fin-respaldo value 1.
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       01  w-cont-leidos pic 9(5) value zero.
       01  w-cont-rechazados pic 9(5) value zero.
       01  w-cont-restaurados pic 9(5) value zero.
           COPY "COPY-ALUMNOS-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-VERIFICAR-RESPALDO.
           PERFORM 150-CONFIRMAR-RESTAURACION.
           IF NOT confirma-si
           OPEN OUTPUT ALUMNOS.
           PERFORM 210-LEER-RESPALDO.
           PERFORM UNTIL fin-respaldo
               ADD 1 TO w-cont-leidos
               IF bak-legajo NOT = ZERO
                   PERFORM 220-GRABAR-ALUMNO
               END-IF
               PERFORM 210-LEER-RESPALDO
           END-PERFORM.
           CLOSE ALUMNOS-BAK.
           READ ALUMNOS-BAK NEXT RECORD
               AT END MOVE 1 TO w-flag-bak.

      * los respaldos del archivo relativo traen slots vacios con
      * legajo cero: no se graban
       220-GRABAR-ALUMNO.
           MOVE bak-legajo TO al-legajo.
           MOVE bak-dni TO al-dni.
           MOVE bak-nombre TO al-nombre.
           MOVE bak-contacto TO al-contacto.
           MOVE bak-cohorte TO al-cohorte.
           MOVE bak-plan TO al-plan.
           MOVE bak-estado TO al-estado.
           MOVE bak-sede TO al-sede.
           WRITE alu-reg
               INVALID KEY
                   ADD 1 TO w-cont-rechazados
                   DISPLAY "no pude restaurar el legajo ", al-legajo,
                           " (estado ", ws-estado-alu, ")"
               NOT INVALID KEY
                   ADD 1 TO w-cont-restaurados
           END-WRITE.

       800-FIN.
           DISPLAY "................................................".
           DISPLAY "RESTAURACION DE ALUMNOS DESDE RESPALDO".
           DISPLAY "Registros del respaldo: " w-cont-leidos.
           DISPLAY "Alumnos restaurados: " w-cont-restaurados.
           IF w-cont-rechazados NOT = ZERO
               DISPLAY "ATENCION: " w-cont-rechazados
                       " legajos no se pudieron restaurar (legajo o "
                       "DNI repetido)"
               MOVE 1 TO RETURN-CODE
           END-IF.
           DISPLAY "................................................".

       END PROGRAM RESTAURAR-ALU.
