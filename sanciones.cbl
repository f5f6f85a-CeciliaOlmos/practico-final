           SELECT SANCIONES-ARCH ASSIGN TO "..\sanciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-san.
           COPY "COPY-ALUMNOS-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
      * sanciones del consejo disciplinario: la sancion vencida no
           03 san-resolucion pic x(10).
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-san pic xx.
       77  w-flag-san pic 9 value 0.
           88 fin-sanciones value 1.
       01  w-desde-nuevo pic 9(8) value zero.
       01  w-hasta-nuevo pic 9(8) value zero.
       01  w-resolucion-nueva pic x(10) value spaces.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-estado-san pic x(8) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
            STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 130-CARGAR-SANCIONES.

       510-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           OPEN INPUT ALUMNOS.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
           END-READ.
           CLOSE ALUMNOS.

       900-GRABAR-SANCIONES.
           OPEN OUTPUT SANCIONES-ARCH.
           PERFORM VARYING ks FROM 1 BY 1 UNTIL ks > w-cant-san
           END-PERFORM.
           CLOSE SANCIONES-ARCH.

       END PROGRAM SANCIONES.
