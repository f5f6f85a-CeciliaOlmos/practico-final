      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-ALU-INDEXADO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * el archivo relativo viejo se renombra antes de correr el
      * programa: el indexado nuevo ocupa su lugar en alumnos.dat
           SELECT ALUMNOS-RELATIVO ASSIGN TO "..\alumnosRelativo.dat"
               ORGANIZATION is RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE key is rel-viejo
               FILE STATUS IS ws-estado-viejo.
           COPY "COPY-ALUMNOS-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
      * trazado del relativo: el mismo registro con el puntero de
      * la cadena de sinonimos, que en el indexado queda libre
       FD  ALUMNOS-RELATIVO.
       01  alu-rel-reg.
           03 arv-legajo pic 9(5).
           03 arv-dni pic 9(8).
           03 arv-nombre pic x(30).
           03 arv-contacto pic x(20).
           03 arv-puntero pic 9(4).
           03 arv-cohorte pic 9(4).
           03 arv-plan pic x(2).
           03 arv-estado pic x.
           03 arv-sede pic x(2).
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       01  rel-viejo pic 9(4).
       77  ws-estado-viejo pic xx.
       77  w-flag-viejo pic 9 value 0.
           88 fin-viejo value 1.
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       77  w-verificado pic x value "N".
           88 alumno-verificado value "S".
       01  w-cont-slots pic 9(5) value zero.
       01  w-cont-alumnos pic 9(5) value zero.
       01  w-cont-grabados pic 9(5) value zero.
       01  w-cont-rechazados pic 9(5) value zero.
       01  w-cont-verificados pic 9(5) value zero.
       01  w-cont-fallas pic 9(5) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "convertirAluIndexado" TO w-err-programa.
           DISPLAY "CONVERSION DE ALUMNOS DE RELATIVO A INDEXADO".
           DISPLAY "Lee alumnosRelativo.dat (el alumnos.dat viejo, "
                   "renombrado) y genera alumnos.dat indexado".
           PERFORM 100-INICIO.
           DISPLAY "Confirma la conversion? (S/N)".
           ACCEPT w-confirma.
           IF NOT confirma-si
               CLOSE ALUMNOS-RELATIVO
               DISPLAY "Operacion cancelada, archivos sin cambios"
               STOP RUN
           END-IF.
           PERFORM 200-CONVERTIR.
           PERFORM 400-VERIFICAR.
           PERFORM 800-FIN.
            STOP RUN.

      * el indexado no puede existir todavia: si alumnos.dat sigue
      * ahi, el viejo no fue renombrado o la conversion ya se hizo
       100-INICIO.
           OPEN INPUT ALUMNOS-RELATIVO.
           IF ws-estado-viejo NOT = "00"
               MOVE "alumnosRelativo.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-viejo TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir alumnosRelativo.dat, estado "
                       ws-estado-viejo
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu NOT = "35"
               IF ws-estado-alu = "00"
                   CLOSE ALUMNOS
               END-IF
               CLOSE ALUMNOS-RELATIVO
               DISPLAY "alumnos.dat ya existe (estado " ws-estado-alu
                       "): renombrar el relativo a alumnosRelativo.dat"
               DISPLAY "antes de convertir, conversion cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * los slots vacios (legajo cero) no pasan al indexado; un
      * legajo o un DNI repetido en el relativo se rechaza y se
      * informa para corregirlo a mano
       200-CONVERTIR.
           OPEN OUTPUT ALUMNOS.
           IF ws-estado-alu NOT = "00"
               MOVE "alumnos.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-alu TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo crear alumnos.dat, estado "
                       ws-estado-alu
               CLOSE ALUMNOS-RELATIVO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 210-LEER-RELATIVO.
           PERFORM UNTIL fin-viejo
               ADD 1 TO w-cont-slots
               IF arv-legajo NOT = ZERO
                   ADD 1 TO w-cont-alumnos
                   PERFORM 300-GRABAR-ALUMNO
               END-IF
               PERFORM 210-LEER-RELATIVO
           END-PERFORM.
           CLOSE ALUMNOS-RELATIVO.
           CLOSE ALUMNOS.

       210-LEER-RELATIVO.
           READ ALUMNOS-RELATIVO NEXT RECORD
               AT END MOVE 1 TO w-flag-viejo
           END-READ.

       300-GRABAR-ALUMNO.
           INITIALIZE alu-reg.
           MOVE arv-legajo TO al-legajo.
           MOVE arv-dni TO al-dni.
           MOVE arv-nombre TO al-nombre.
           MOVE arv-contacto TO al-contacto.
           MOVE arv-cohorte TO al-cohorte.
           MOVE arv-plan TO al-plan.
           MOVE arv-estado TO al-estado.
           MOVE arv-sede TO al-sede.
           WRITE alu-reg
               INVALID KEY
                   ADD 1 TO w-cont-rechazados
                   DISPLAY "RECHAZADO legajo " arv-legajo " DNI "
                           arv-dni " (legajo o DNI repetido, estado "
                           ws-estado-alu ")"
               NOT INVALID KEY
                   ADD 1 TO w-cont-grabados
           END-WRITE.

      * control cruzado: cada alumno del relativo se vuelve a buscar
      * en el indexado por legajo y por DNI, y las dos lecturas
      * tienen que dar el mismo alumno
       400-VERIFICAR.
           MOVE 0 TO w-flag-viejo.
           OPEN INPUT ALUMNOS-RELATIVO.
           OPEN INPUT ALUMNOS.
           PERFORM 210-LEER-RELATIVO.
           PERFORM UNTIL fin-viejo
               IF arv-legajo NOT = ZERO
                   PERFORM 410-VERIFICAR-ALUMNO
               END-IF
               PERFORM 210-LEER-RELATIVO
           END-PERFORM.
           CLOSE ALUMNOS-RELATIVO.
           CLOSE ALUMNOS.

       410-VERIFICAR-ALUMNO.
           MOVE "N" TO w-verificado.
           MOVE arv-legajo TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF al-dni = arv-dni
                       MOVE "S" TO w-verificado
                   END-IF
           END-READ.
           IF alumno-verificado
               MOVE "N" TO w-verificado
               MOVE arv-dni TO al-dni
               READ ALUMNOS KEY IS al-dni
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF al-legajo = arv-legajo
                           MOVE "S" TO w-verificado
                       END-IF
               END-READ
           END-IF.
           IF alumno-verificado
               ADD 1 TO w-cont-verificados
           ELSE
               ADD 1 TO w-cont-fallas
               DISPLAY "NO VERIFICA legajo " arv-legajo " DNI "
                       arv-dni
           END-IF.

       800-FIN.
           DISPLAY "................................................".
           DISPLAY "CONVERSION DE ALUMNOS A INDEXADO".
           DISPLAY "Slots leidos del relativo: " w-cont-slots.
           DISPLAY "Alumnos en el relativo: " w-cont-alumnos.
           DISPLAY "Alumnos grabados: " w-cont-grabados.
           DISPLAY "Alumnos rechazados: " w-cont-rechazados.
           DISPLAY "Alumnos verificados: " w-cont-verificados.
           DISPLAY "Alumnos que no verifican: " w-cont-fallas.
           IF w-cont-rechazados NOT = ZERO OR w-cont-fallas NOT = ZERO
               DISPLAY "CONVERSION CON ERRORES: revisar los legajos "
                       "informados antes de usar alumnos.dat"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERSION CORRECTA: conservar "
                       "alumnosRelativo.dat como respaldo"
           END-IF.
           DISPLAY "................................................".

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM CONVERTIR-ALU-INDEXADO.
