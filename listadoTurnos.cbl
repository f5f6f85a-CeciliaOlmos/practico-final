      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTADO-TURNOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS es-llave
                   ALTERNATE RECORD KEY IS es-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impTurnos.dat".
           SELECT PUBLICACION ASSIGN TO "..\turnosAlumnos.txt"
           ORGANIZATION is line SEQUENTIAL.
           COPY "COPY-TURNOS-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
      * una linea por alumno activo con el turno que le toca, para
      * publicar antes de abrir la inscripcion
       FD  PUBLICACION.
       01  pub-reg.
           03 pub-anio pic 9(4).
           03 pub-cuatri pic 9.
           03 pub-legajo pic 9(5).
           03 pub-dni pic 9(8).
           03 pub-turno pic 9.
           03 pub-apertura-fecha pic 9(8).
           03 pub-apertura-hora pic 9(4).
           03 pub-descripcion pic x(20).
           COPY "COPY-TURNOS-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-est pic xx.
       77  w-flag-est pic 9 value 0.
       01  w-nota-aprobada pic 99 value 4.
       01  w-anio-pedido pic 9(4) value zero.
       01  w-cuatri-pedido pic 9 value zero.
       01  w-aprobadas pic 9(3) value zero.
       01  w-cant-lis pic 9(5) value zero.
       01  kl pic 9(5).
       01  tabla-listado.
           03 tab-lis OCCURS 2500 TIMES.
               05 tl-legajo pic 9(5).
               05 tl-dni pic 9(8).
               05 tl-nombre pic x(30).
               05 tl-cohorte pic 9(4).
               05 tl-aprobadas pic 9(3).
               05 tl-turno pic 99.
       01  w-cant-turnos-per pic 99 value zero.
       01  w-cont-turno pic 9(5) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(40) value "TURNOS DE INSCRIPCION
      -         " - PERIODO ".
           03 p-anio       pic 9(4).
           03 filler       pic x(1)  value "/".
           03 p-cuatri     pic 9.
           03 filler       pic x(11) value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(6).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  lin-turno.
           03 filler       pic x(7)  value "TURNO: ".
           03 lt-numero    pic 9.
           03 filler       pic x(1)  value spaces.
           03 lt-desc      pic x(20).
           03 filler       pic x(7)  value " ABRE: ".
           03 lt-fecha     pic 9(8).
           03 filler       pic x(1)  value spaces.
           03 lt-hora      pic 9(4).
           03 filler       pic x(8)  value " CIERRA ".
           03 lt-fecha-h   pic 9(8).
           03 filler       pic x(1)  value spaces.
           03 lt-hora-h    pic 9(4).
           03 filler       pic x(10) value spaces.
       01  lin-criterio.
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(19) value "MINIMO APROBADAS: ".
           03 lc-minimo    pic z9.
           03 filler       pic x(19) value "   COHORTE HASTA: ".
           03 lc-cohorte   pic x(5).
           03 filler       pic x(14) value "   ALUMNOS: ".
           03 lc-cant      pic zzzz9.
           03 filler       pic x(12) value spaces.
       01  lin-detalle.
           03 filler       pic x(4)  value spaces.
           03 d-legajo     pic z(5).
           03 filler       pic x(2)  value spaces.
           03 d-dni        pic zz.zzz.zz9.
           03 filler       pic x(2)  value spaces.
           03 d-nombre     pic x(30).
           03 filler       pic x(2)  value spaces.
           03 d-cohorte    pic 9(4).
           03 filler       pic x(12) value "  APROBADAS ".
           03 d-aprobadas  pic zz9.
           03 filler       pic x(6)  value spaces.
           COPY "COPY-TURNOS-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF w-cant-turnos-per = ZERO
               DISPLAY "No hay turnos cargados para el periodo "
                       w-anio-pedido "/" w-cuatri-pedido
                       ": la inscripcion queda abierta para todos"
           ELSE
               PERFORM 978-PRIMER-ALUMNO
               PERFORM UNTIL fin-alumnos
                   IF alumno-activo
                       PERFORM 300-UBICAR-ALUMNO
                   END-IF
                   PERFORM 979-SIGUIENTE-ALUMNO
               END-PERFORM
               PERFORM 400-LISTAR-TURNOS
           END-IF.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 956-CARGAR-TURNOS.
           DISPLAY "Ingrese el anio del periodo".
           ACCEPT w-anio-pedido.
           DISPLAY "Ingrese el cuatrimestre (1/2)".
           ACCEPT w-cuatri-pedido.
           PERFORM VARYING k-tur FROM 1 BY 1 UNTIL k-tur > w-cant-tur
               IF ttu-anio(k-tur) = w-anio-pedido
                   AND ttu-cuatri(k-tur) = w-cuatri-pedido
                   ADD 1 TO w-cant-turnos-per
               END-IF
           END-PERFORM.
           OPEN INPUT ALUMNOS.
           OPEN INPUT ESTADOS.
           OPEN OUTPUT LISTADO.
           OPEN OUTPUT PUBLICACION.
           MOVE w-anio-pedido TO p-anio.
           MOVE w-cuatri-pedido TO p-cuatri.
           PERFORM 520-LISTAR-ENCABEZADO.

      * mismo criterio que inscripciones: el turno sale de las
      * materias aprobadas y de la cohorte de la carrera principal
       300-UBICAR-ALUMNO.
           PERFORM 310-CONTAR-APROBADAS.
           MOVE w-anio-pedido TO w-tur-anio.
           MOVE w-cuatri-pedido TO w-tur-cuatri.
           MOVE w-aprobadas TO w-tur-aprobadas.
           MOVE al-cohorte TO w-tur-cohorte.
           PERFORM 958-UBICAR-TURNO.
           IF turno-hallado AND w-cant-lis < 2500
               ADD 1 TO w-cant-lis
               MOVE al-legajo TO tl-legajo(w-cant-lis)
               MOVE al-dni TO tl-dni(w-cant-lis)
               MOVE al-nombre TO tl-nombre(w-cant-lis)
               MOVE al-cohorte TO tl-cohorte(w-cant-lis)
               MOVE w-aprobadas TO tl-aprobadas(w-cant-lis)
               MOVE k-tur TO tl-turno(w-cant-lis)
               MOVE w-anio-pedido TO pub-anio
               MOVE w-cuatri-pedido TO pub-cuatri
               MOVE al-legajo TO pub-legajo
               MOVE al-dni TO pub-dni
               MOVE ttu-numero(k-tur) TO pub-turno
               MOVE ttu-apertura(k-tur) TO w-tur-aux-num
               MOVE w-tur-aux-fecha TO pub-apertura-fecha
               MOVE w-tur-aux-hora TO pub-apertura-hora
               MOVE ttu-descripcion(k-tur) TO pub-descripcion
               WRITE pub-reg
           END-IF.

       310-CONTAR-APROBADAS.
           MOVE ZERO TO w-aprobadas.
           IF ws-estado-est = "00"
               MOVE ZERO TO w-flag-est
               MOVE al-dni TO es-dni
               MOVE LOW-VALUES TO es-materia
               MOVE LOW-VALUES TO es-sec
               START ESTADOS KEY IS NOT LESS THAN es-llave
                   INVALID KEY
                       MOVE 1 TO w-flag-est
               END-START
               PERFORM UNTIL w-flag-est = 1
                   READ ESTADOS NEXT RECORD
                       AT END MOVE 1 TO w-flag-est
                   END-READ
                   IF w-flag-est = 0
                       IF es-dni = al-dni
                           IF es-nota >= w-nota-aprobada
                               ADD 1 TO w-aprobadas
                           END-IF
                       ELSE
                           MOVE 1 TO w-flag-est
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * un bloque por turno del periodo, en el orden del archivo,
      * con sus alumnos debajo
       400-LISTAR-TURNOS.
           PERFORM VARYING k-tur FROM 1 BY 1 UNTIL k-tur > w-cant-tur
               IF ttu-anio(k-tur) = w-anio-pedido
                   AND ttu-cuatri(k-tur) = w-cuatri-pedido
                   PERFORM 410-LISTAR-UN-TURNO
               END-IF
           END-PERFORM.

       410-LISTAR-UN-TURNO.
           MOVE ZERO TO w-cont-turno.
           PERFORM VARYING kl FROM 1 BY 1 UNTIL kl > w-cant-lis
               IF tl-turno(kl) = k-tur
                   ADD 1 TO w-cont-turno
               END-IF
           END-PERFORM.
           MOVE ttu-numero(k-tur) TO lt-numero.
           MOVE ttu-descripcion(k-tur) TO lt-desc.
           MOVE ttu-apertura(k-tur) TO w-tur-aux-num.
           MOVE w-tur-aux-fecha TO lt-fecha.
           MOVE w-tur-aux-hora TO lt-hora.
           MOVE ttu-cierre(k-tur) TO w-tur-aux-num.
           MOVE w-tur-aux-fecha TO lt-fecha-h.
           MOVE w-tur-aux-hora TO lt-hora-h.
           WRITE lis-reg FROM lin-turno AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-turno.
           MOVE ttu-min-aprobadas(k-tur) TO lc-minimo.
           IF ttu-cohorte-max(k-tur) = ZERO
               MOVE "TODAS" TO lc-cohorte
           ELSE
               MOVE ttu-cohorte-max(k-tur) TO lc-cohorte
           END-IF.
           MOVE w-cont-turno TO lc-cant.
           WRITE lis-reg FROM lin-criterio AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-criterio.
           PERFORM VARYING kl FROM 1 BY 1 UNTIL kl > w-cant-lis
               IF tl-turno(kl) = k-tur
                   PERFORM 420-LISTAR-ALUMNO
               END-IF
           END-PERFORM.

       420-LISTAR-ALUMNO.
           MOVE tl-legajo(kl) TO d-legajo.
           MOVE tl-dni(kl) TO d-dni.
           MOVE tl-nombre(kl) TO d-nombre.
           MOVE tl-cohorte(kl) TO d-cohorte.
           MOVE tl-aprobadas(kl) TO d-aprobadas.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.

       800-FIN.
           DISPLAY "---- TURNOS DE INSCRIPCION ----".
           DISPLAY "TURNOS DEL PERIODO: " w-cant-turnos-per.
           DISPLAY "ALUMNOS UBICADOS..: " w-cant-lis.
           DISPLAY "Listado en impTurnos.dat, publicacion en "
                   "turnosAlumnos.txt".
           CLOSE ALUMNOS.
           IF ws-estado-est = "00"
               CLOSE ESTADOS
           END-IF.
           CLOSE LISTADO.
           CLOSE PUBLICACION.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-TURNOS-PROC.cpy".
       END PROGRAM LISTADO-TURNOS.
