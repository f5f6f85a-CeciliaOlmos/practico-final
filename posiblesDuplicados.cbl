       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impDuplicados.dat".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-est pic xx.
       77  w-flag-est pic 9 value 0.
       77  w-estados-activo pic x value "N".
           03 filler       pic x(16) value "  DEL SEGUNDO:  ".
           03 d-regs-b     pic zzz9.
           03 filler       pic x(32) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
            STOP RUN.

       100-INICIO.
           PERFORM 150-CARGAR-ALUMNOS.
           OPEN INPUT ESTADOS.
           IF ws-estado-est = "00"

       150-CARGAR-ALUMNOS.
           OPEN INPUT ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF w-cant-alu < 2500
                   ADD 1 TO w-cant-alu
                   MOVE al-legajo TO ta-legajo(w-cant-alu)
                   MOVE al-dni TO ta-dni(w-cant-alu)
                   MOVE al-nombre TO ta-nombre(w-cant-alu)
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.

           END-IF.
           CLOSE LISTADO.

           COPY "COPY-ALUMNOS-PROC.cpy".
       END PROGRAM POSIBLES-DUPLICADOS.
