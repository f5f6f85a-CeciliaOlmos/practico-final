       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           COPY "COPY-REGVIG-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impCohortes.dat".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
           COPY "COPY-REGVIG-FD.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-est pic xx.
       77  w-flag-est pic 9 value 0.
           88 fin-estados value 1.
           COPY "COPY-REGVIG-WS.cpy".
       01  w-nota-aprobada pic 99 value 4.
       01  w-cant-alu pic 9(5) value zero.
       01  k pic 9(5).
           03 tab-alu OCCURS 2500 TIMES.
               05 ta-dni pic 9(8).
               05 ta-cohorte pic 9(4).
               05 ta-regular pic x.
       01  w-cant-coh pic 99 value zero.
       01  c pic 99.
       77  w-coh-hallada pic x value "N".
       01  w-aprob-alumno pic 9(4) value zero.
       01  w-cohorte-buscada pic 9(4) value zero.
       01  w-dni-buscado pic 9(8) value zero.
       01  w-fecha-hoy pic 9(8) value zero.
       77  w-regular-nuevo pic x value "N".
           88 regular-nuevo value "S".
       01  w-promedio-n pic 999v99 value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "PROGRESION ACADEMICA POR
           03 filler       pic x(26) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "reporteCohortes" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-RECORRER-ESTADOS.
           PERFORM 300-RECORRER-REGULARIDAD.
            STOP RUN.

       100-INICIO.
           PERFORM 150-CARGAR-ALUMNOS.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.

       150-CARGAR-ALUMNOS.
           OPEN INPUT ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF w-cant-alu < 2500
                   ADD 1 TO w-cant-alu
                   MOVE al-dni TO ta-dni(w-cant-alu)
                   MOVE al-cohorte TO ta-cohorte(w-cant-alu)
                   MOVE "N" TO ta-regular(w-cant-alu)
                   MOVE al-cohorte TO w-cohorte-buscada
                   PERFORM 160-UBICAR-COHORTE
                   IF coh-hallada
                       ADD 1 TO tc-ingresados(c)
                   END-IF
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.

               END-IF
           END-PERFORM.

      * un alumno regular en varias materias cuenta una sola vez
       175-MARCAR-REGULAR.
           MOVE "N" TO w-regular-nuevo.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-alu
               IF ta-dni(k) = w-dni-buscado AND ta-regular(k) = "N"
                   MOVE "S" TO ta-regular(k)
                   MOVE "S" TO w-regular-nuevo
               END-IF
           END-PERFORM.

       200-RECORRER-ESTADOS.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-est
               MOVE 1 TO w-flag-est
           MOVE ZERO TO w-aprob-alumno.

       300-RECORRER-REGULARIDAD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           OPEN INPUT REG-VIGENTE.
           IF ws-estado-regvig NOT = "00"
               MOVE 1 TO w-flag-regvig
               PERFORM 310-LEER-REGVIG
           END-IF.
           PERFORM UNTIL fin-regvig
               IF rv-vigente AND rv-vence >= w-fecha-hoy
                   MOVE rv-dni TO w-dni-buscado
                   PERFORM 175-MARCAR-REGULAR
                   IF regular-nuevo
                       PERFORM 170-BUSCAR-COHORTE-DNI
                   ELSE
                       MOVE ZERO TO w-cohorte-buscada
                   END-IF
                   IF w-cohorte-buscada NOT = ZERO
                       PERFORM 160-UBICAR-COHORTE
                       IF coh-hallada
                           ADD 1 TO tc-regulares(c)
                       END-IF
                   END-IF
               END-IF
               PERFORM 310-LEER-REGVIG
           DISPLAY "Cohortes listadas: " w-cant-coh.
           CLOSE LISTADO.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM REPORTE-COHORTES.
