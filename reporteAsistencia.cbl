      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ASISTENCIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ASISTENCIA-SEL.cpy".
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impAsistencia.dat".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-ASISTENCIA-FD.cpy".
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
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
       01  w-legajo-alu pic 9(5) value zero.
       01  w-nombre-alu pic x(30) value spaces.
       01  w-plan-alu pic x(2) value "01".
       01  w-porc-fila pic 9(3) value zero.
       01  w-idx-guardado pic 9(4) value zero.
       01  w-cont-filas pic 9(5) value zero.
       01  w-cont-debajo pic 9(5) value zero.
       01  w-cont-paginas pic 99 value zero.
           COPY "COPY-ASISTENCIA-WS.cpy".
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "PORCENTAJE DE ASISTENCIA
      -         " POR ALUMNO".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  cabecera3.
           03 filler       pic x(6)  value "LEGAJO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(20) value "NOMBRE".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(3)  value "MAT".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "COM".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "CLASES".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(5)  value "PRES.".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(4)  value "ASIS".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(4)  value "MIN.".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "OBS".
           03 filler       pic x(11) value spaces.
       01  lin-detalle.
           03 d-legajo     pic z(5).
           03 filler       pic x(3)  value spaces.
           03 d-nombre     pic x(20).
           03 filler       pic x(1)  value spaces.
           03 d-mat        pic x(2).
           03 filler       pic x(4)  value spaces.
           03 d-com        pic x.
           03 filler       pic x(5)  value spaces.
           03 d-clases     pic zz9.
           03 filler       pic x(4)  value spaces.
           03 d-presentes  pic zz9.
           03 filler       pic x(3)  value spaces.
           03 d-porc       pic zz9.
           03 filler       pic x(1)  value "%".
           03 filler       pic x(2)  value spaces.
           03 d-minimo     pic zz9.
           03 filler       pic x(1)  value "%".
           03 filler       pic x(2)  value spaces.
           03 d-obs        pic x(10).
           03 filler       pic x(4)  value spaces.
       01  lin-total.
           03 filler       pic x(30) value
               "FILAS LISTADAS..............: ".
           03 d-tot-filas  pic zzzz9.
           03 filler       pic x(45) value spaces.
       01  lin-total2.
           03 filler       pic x(30) value
               "DEBAJO DEL MINIMO DEL PLAN..: ".
           03 d-tot-debajo pic zzzz9.
           03 filler       pic x(45) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "reporteAsistencia" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 300-LISTAR-ASISTENCIA.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 970-CARGAR-ASISTENCIA.
           IF asistencia-desbordada
               DISPLAY "Tabla de asistencia desbordada (3000), el "
                       "listado esta incompleto"
           END-IF.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu NOT = "00"
               MOVE "alumnos.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-alu TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir alumnos.dat (estado "
                       ws-estado-alu "), se lista sin legajo y con "
                       "el plan 01"
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.

      * una linea por alumno, materia y comision; el control contra
      * el minimo del plan suma todas las comisiones de la materia,
      * igual que calcularCursada
       300-LISTAR-ASISTENCIA.
           PERFORM VARYING k-asi FROM 1 BY 1 UNTIL k-asi > w-cant-asi
               PERFORM 320-LISTAR-FILA
           END-PERFORM.

       320-LISTAR-FILA.
           ADD 1 TO w-cont-filas.
           MOVE tas-dni(k-asi) TO w-asi-dni.
           PERFORM 340-BUSCAR-ALUMNO.
           MOVE w-legajo-alu TO d-legajo.
           MOVE w-nombre-alu TO d-nombre.
           MOVE tas-materia(k-asi) TO d-mat.
           MOVE tas-comision(k-asi) TO d-com.
           MOVE tas-clases(k-asi) TO d-clases.
           MOVE tas-presentes(k-asi) TO d-presentes.
           MOVE ZERO TO w-porc-fila.
           IF tas-clases(k-asi) NOT = ZERO
               COMPUTE w-porc-fila =
                   tas-presentes(k-asi) * 100 / tas-clases(k-asi)
           END-IF.
           MOVE w-porc-fila TO d-porc.
           MOVE k-asi TO w-idx-guardado.
           MOVE tas-materia(k-asi) TO w-asi-materia.
           MOVE w-plan-alu TO w-asi-plan.
           PERFORM 977-CALCULAR-ASISTENCIA.
           MOVE w-idx-guardado TO k-asi.
           MOVE w-asi-minimo TO d-minimo.
           IF asistencia-insuficiente
               MOVE "INASIST." TO d-obs
               ADD 1 TO w-cont-debajo
           ELSE
               MOVE SPACES TO d-obs
           END-IF.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

       340-BUSCAR-ALUMNO.
           MOVE ZERO TO w-legajo-alu.
           MOVE "SIN ALTA EN ALUMNOS" TO w-nombre-alu.
           MOVE "01" TO w-plan-alu.
           MOVE w-asi-dni TO al-dni.
           READ ALUMNOS KEY IS al-dni
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE al-legajo TO w-legajo-alu
                   MOVE al-nombre TO w-nombre-alu
                   IF al-plan NOT = SPACES
                       MOVE al-plan TO w-plan-alu
                   END-IF
           END-READ.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera2.

       800-FIN.
           MOVE w-cont-filas TO d-tot-filas.
           MOVE w-cont-debajo TO d-tot-debajo.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES.
           WRITE lis-reg FROM lin-total2 AFTER ADVANCING 1 LINE.
           CLOSE LISTADO.
           CLOSE ALUMNOS.
           DISPLAY "---- ASISTENCIA POR ALUMNO ----".
           DISPLAY "FILAS LISTADAS.........: " w-cont-filas.
           DISPLAY "DEBAJO DEL MINIMO......: " w-cont-debajo.
           DISPLAY "Listado en impAsistencia.dat".

           COPY "COPY-ASISTENCIA-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM REPORTE-ASISTENCIA.
