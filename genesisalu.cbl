       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ALUMNOS-BAK ASSIGN to "..\alumnos.bak"
               ORGANIZATION is RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE key is rel-bak.
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
       77  w-hay-datos pic 9 value zero.
           88 hay-datos-previos value 1.
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
           COPY "COPY-ALUMNOS-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-VERIFICAR-EXISTENTE.
           IF hay-datos-previos
               PERFORM 150-CONFIRMAR-OVERRIDE

       100-VERIFICAR-EXISTENTE.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu NOT = "35"
               PERFORM 120-ESCANEAR-DATOS
               CLOSE ALUMNOS
           END-IF.

       120-ESCANEAR-DATOS.
           PERFORM 978-PRIMER-ALUMNO.
           IF NOT fin-alumnos
               MOVE 1 TO w-hay-datos
           END-IF.

       150-CONFIRMAR-OVERRIDE.
           DISPLAY "alumnos.dat ya tiene alumnos cargados".
       180-RESPALDAR.
           OPEN INPUT ALUMNOS.
           OPEN OUTPUT ALUMNOS-BAK.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               PERFORM 190-GRABAR-RESPALDO
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.
           CLOSE ALUMNOS-BAK.
           MOVE al-dni TO bak-dni.
           MOVE al-nombre TO bak-nombre.
           MOVE al-contacto TO bak-contacto.
           MOVE al-cohorte TO bak-cohorte.
           MOVE al-plan TO bak-plan.
           MOVE al-estado TO bak-estado.
           MOVE al-sede TO bak-sede.
           WRITE alu-bak-reg INVALID KEY
               DISPLAY "no pude respaldar el legajo ", al-legajo.

       200-INICIALIZAR.
            OPEN OUTPUT ALUMNOS.
            CLOSE ALUMNOS.

           COPY "COPY-ALUMNOS-PROC.cpy".
       END PROGRAM YOUR-PROGRAM-NAME.
