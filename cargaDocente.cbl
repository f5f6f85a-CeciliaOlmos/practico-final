      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-DOCENTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCENTES-ARCH ASSIGN TO "..\docentes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS doc-legajo
                   FILE STATUS IS ws-estado-doc.
           SELECT ASIGNACIONES ASSIGN TO "..\asignacionDocentes.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-asg.
           COPY "COPY-PERIODO-SEL.cpy".
           COPY "COPY-CARGADOC-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impCargaDocente.dat".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  DOCENTES-ARCH.
       01  doc-reg.
           03 doc-legajo pic 9(5).
           03 doc-nombre pic x(30).
           03 doc-cargo pic x(15).
           03 doc-estado pic x.
               88 docente-activo value "A".
               88 docente-en-baja value "B".
       FD  ASIGNACIONES.
           COPY "COPY-ASIGDOC.cpy".
           COPY "COPY-PERIODO-FD.cpy".
           COPY "COPY-CARGADOC-FD.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-doc pic xx.
       77  ws-estado-asg pic xx.
       77  ws-estado-per pic xx.
       77  w-flag-asg pic 9 value 0.
           88 fin-asignaciones value 1.
       77  w-flag-per pic 9 value 0.
           88 fin-periodos value 1.
       77  w-flag-doc pic 9 value 0.
           88 fin-docentes value 1.
       77  w-hay-periodo pic x value "N".
           88 hay-periodo value "S".
       01  w-cuatri-rep pic 99 value zero.
       01  w-anio-rep pic 9(4) value zero.
       01  w-cant-asg pic 9(3) value zero.
       01  k pic 9(3).
       01  tabla-asg.
           03 tab-asg OCCURS 300 TIMES.
               05 tg-legajo pic 9(5).
               05 tg-materia pic x(2).
               05 tg-cuatri pic 99.
               05 tg-anio pic 9(4).
               05 tg-comision pic x.
      * bandas del docente en el periodo, con la marca de choque
       01  w-cant-bdx pic 9(3) value zero.
       01  kx pic 9(3).
       01  kx2 pic 9(3).
       01  tabla-bdx.
           03 tab-bdx OCCURS 100 TIMES.
               05 tbx-banda pic 9(3).
               05 tbx-choque pic x.
       01  w-cant-asg-doc pic 9(3) value zero.
       01  w-min-docente pic 9(5) value zero.
       01  w-horas-docente pic 9(3)v99 value zero.
       01  w-horas-banda pic 9(3)v99 value zero.
       01  w-choques-doc pic 9(3) value zero.
       01  w-dia-desc pic x(9) value spaces.
       01  w-cont-docentes pic 9(5) value zero.
       01  w-cont-con-choque pic 9(5) value zero.
       01  w-cont-sobrecarga pic 9(5) value zero.
       01  w-cont-paginas pic 99 value zero.
           COPY "COPY-CARGADOC-WS.cpy".
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "CARGA HORARIA SEMANAL
      -         "POR DOCENTE".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  lin-periodo.
           03 filler       pic x(9)  value "PERIODO: ".
           03 cp-cuatri    pic 9.
           03 filler       pic x(1)  value "/".
           03 cp-anio      pic 9(4).
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(31) value
               "CARGA MAXIMA SEMANAL (HORAS): ".
           03 cp-maximo    pic z9.
           03 filler       pic x(27) value spaces.
       01  cabecera3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "MAT".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "COM".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(9)  value "DIA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(5)  value "DESDE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(5)  value "HASTA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "AULA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "HORAS".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "OBS".
           03 filler       pic x(24) value spaces.
       01  lin-docente.
           03 filler       pic x(9)  value "DOCENTE: ".
           03 d-legajo     pic 9(5).
           03 filler       pic x(2)  value spaces.
           03 d-nombre     pic x(30).
           03 filler       pic x(2)  value spaces.
           03 d-cargo      pic x(15).
           03 filler       pic x(2)  value spaces.
           03 d-estado     pic x(7).
           03 filler       pic x(8)  value spaces.
       01  lin-detalle.
           03 filler       pic x(2)  value spaces.
           03 d-mat        pic x(2).
           03 filler       pic x(4)  value spaces.
           03 d-com        pic x.
           03 filler       pic x(3)  value spaces.
           03 d-dia        pic x(9).
           03 filler       pic x(2)  value spaces.
           03 d-desde      pic 9(4).
           03 filler       pic x(3)  value spaces.
           03 d-hasta      pic 9(4).
           03 filler       pic x(3)  value spaces.
           03 d-aula       pic x(6).
           03 filler       pic x(2)  value spaces.
           03 d-horas      pic zz9,99.
           03 filler       pic x(2)  value spaces.
           03 d-obs        pic x(20).
           03 filler       pic x(7)  value spaces.
       01  lin-sin-horario.
           03 filler       pic x(2)  value spaces.
           03 s-mat        pic x(2).
           03 filler       pic x(4)  value spaces.
           03 s-com        pic x.
           03 filler       pic x(3)  value spaces.
           03 filler       pic x(30) value
               "SIN BANDAS EN HORARIOS".
           03 filler       pic x(38) value spaces.
       01  lin-subtotal.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(22) value "HORAS SEMANALES.....: ".
           03 t-horas      pic zz9,99.
           03 filler       pic x(3)  value spaces.
           03 t-obs1       pic x(20).
           03 filler       pic x(2)  value spaces.
           03 t-obs2       pic x(20).
           03 filler       pic x(5)  value spaces.
       01  lin-total.
           03 filler       pic x(30) value
               "DOCENTES CON ASIGNACIONES...: ".
           03 d-tot-doc    pic zzzz9.
           03 filler       pic x(45) value spaces.
       01  lin-total2.
           03 filler       pic x(30) value
               "DOCENTES CON CHOQUE HORARIO.: ".
           03 d-tot-choque pic zzzz9.
           03 filler       pic x(45) value spaces.
       01  lin-total3.
           03 filler       pic x(30) value
               "DOCENTES SOBRE CARGA MAXIMA.: ".
           03 d-tot-sobre  pic zzzz9.
           03 filler       pic x(45) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "cargaDocente" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 300-LISTAR-DOCENTES.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           OPEN INPUT DOCENTES-ARCH.
           IF ws-estado-doc NOT = "00"
               MOVE "docentes.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-doc TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir docentes.dat (estado "
                       ws-estado-doc ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-BUSCAR-PERIODO.
           IF NOT hay-periodo
               DISPLAY "Sin periodo lectivo abierto"
               DISPLAY "Ingrese el cuatrimestre (1 o 2)"
               ACCEPT w-cuatri-rep
               DISPLAY "Ingrese el anio"
               ACCEPT w-anio-rep
           END-IF.
           PERFORM 130-CARGAR-ASIGNACIONES.
           PERFORM 985-CARGAR-BANDAS-DOC.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.

      * el informe es del periodo abierto en periodoLectivo.txt
       110-BUSCAR-PERIODO.
           OPEN INPUT PERIODO-LECTIVO.
           IF ws-estado-per = "00"
               PERFORM 120-LEER-PERIODO
               PERFORM UNTIL fin-periodos
                   IF per-flag = "A"
                       MOVE "S" TO w-hay-periodo
                       MOVE per-cuatri TO w-cuatri-rep
                       MOVE per-anio TO w-anio-rep
                   END-IF
                   PERFORM 120-LEER-PERIODO
               END-PERFORM
               CLOSE PERIODO-LECTIVO
           END-IF.

       120-LEER-PERIODO.
           READ PERIODO-LECTIVO AT END MOVE 1 TO w-flag-per.

       130-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES.
           IF ws-estado-asg = "00"
               PERFORM 140-LEER-ASIGNACION
               PERFORM UNTIL fin-asignaciones
                   IF asg-cuatri = w-cuatri-rep
                       AND asg-anio = w-anio-rep
                       AND w-cant-asg < 300
                       ADD 1 TO w-cant-asg
                       MOVE asg-legajo TO tg-legajo(w-cant-asg)
                       MOVE asg-materia TO tg-materia(w-cant-asg)
                       MOVE asg-cuatri TO tg-cuatri(w-cant-asg)
                       MOVE asg-anio TO tg-anio(w-cant-asg)
                       MOVE asg-comision TO tg-comision(w-cant-asg)
                   END-IF
                   PERFORM 140-LEER-ASIGNACION
               END-PERFORM
               CLOSE ASIGNACIONES
           END-IF.

       140-LEER-ASIGNACION.
           READ ASIGNACIONES AT END MOVE 1 TO w-flag-asg.

      * docentes en orden de legajo; solo salen los que tienen alguna
      * asignacion en el periodo
       300-LISTAR-DOCENTES.
           MOVE ZERO TO doc-legajo.
           START DOCENTES-ARCH KEY IS NOT LESS THAN doc-legajo
               INVALID KEY
                   MOVE 1 TO w-flag-doc
           END-START.
           PERFORM 310-LEER-DOCENTE.
           PERFORM UNTIL fin-docentes
               PERFORM 320-PROCESAR-DOCENTE
               PERFORM 310-LEER-DOCENTE
           END-PERFORM.

       310-LEER-DOCENTE.
           IF NOT fin-docentes
               READ DOCENTES-ARCH NEXT RECORD
                   AT END MOVE 1 TO w-flag-doc
               END-READ
           END-IF.

       320-PROCESAR-DOCENTE.
           MOVE ZERO TO w-cant-asg-doc.
           MOVE ZERO TO w-cant-bdx.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-asg
               IF tg-legajo(k) = doc-legajo
                   ADD 1 TO w-cant-asg-doc
                   PERFORM 330-JUNTAR-BANDAS
               END-IF
           END-PERFORM.
           IF w-cant-asg-doc NOT = ZERO
               ADD 1 TO w-cont-docentes
               PERFORM 340-MARCAR-CHOQUES
               PERFORM 400-LISTAR-DOCENTE
           END-IF.

      * las bandas de la asignacion k (comision en blanco: todas las
      * de la materia)
       330-JUNTAR-BANDAS.
           PERFORM VARYING kb FROM 1 BY 1 UNTIL kb > w-cant-bdo
               IF tbd-materia(kb) = tg-materia(k)
                   AND (tg-comision(k) = SPACE
                       OR tbd-comision(kb) = tg-comision(k))
                   AND w-cant-bdx < 100
                   ADD 1 TO w-cant-bdx
                   MOVE kb TO tbx-banda(w-cant-bdx)
                   MOVE "N" TO tbx-choque(w-cant-bdx)
               END-IF
           END-PERFORM.

       340-MARCAR-CHOQUES.
           MOVE ZERO TO w-choques-doc.
           PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > w-cant-bdx
               PERFORM VARYING kx2 FROM 1 BY 1 UNTIL kx2 > w-cant-bdx
                   IF kx NOT = kx2
                       MOVE tbx-banda(kx) TO kb
                       MOVE tbx-banda(kx2) TO kb2
                       PERFORM 988-CHOCAR-BANDAS
                       IF bandas-chocan
                           MOVE "S" TO tbx-choque(kx)
                       END-IF
                   END-IF
               END-PERFORM
               IF tbx-choque(kx) = "S"
                   ADD 1 TO w-choques-doc
               END-IF
           END-PERFORM.

       400-LISTAR-DOCENTE.
           MOVE doc-legajo TO d-legajo.
           MOVE doc-nombre TO d-nombre.
           MOVE doc-cargo TO d-cargo.
           IF docente-en-baja
               MOVE "EN BAJA" TO d-estado
           ELSE
               MOVE SPACES TO d-estado
           END-IF.
           WRITE lis-reg FROM lin-docente AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           MOVE ZERO TO w-min-docente.
           PERFORM VARYING kx FROM 1 BY 1 UNTIL kx > w-cant-bdx
               PERFORM 420-LISTAR-BANDA
           END-PERFORM.
           PERFORM 430-LISTAR-SIN-HORARIO.
           COMPUTE w-horas-docente = w-min-docente / 60.
           MOVE w-horas-docente TO t-horas.
           MOVE SPACES TO t-obs1.
           MOVE SPACES TO t-obs2.
           IF w-horas-docente > w-max-horas-doc
               MOVE "SOBRE CARGA MAXIMA" TO t-obs1
               ADD 1 TO w-cont-sobrecarga
           END-IF.
           IF w-choques-doc NOT = ZERO
               MOVE "CHOQUE DE HORARIO" TO t-obs2
               ADD 1 TO w-cont-con-choque
           END-IF.
           WRITE lis-reg FROM lin-subtotal AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

       420-LISTAR-BANDA.
           MOVE tbx-banda(kx) TO kb.
           PERFORM 987-MINUTOS-BANDA.
           ADD w-min-banda TO w-min-docente.
           COMPUTE w-horas-banda = w-min-banda / 60.
           PERFORM 440-DECODIFICAR-DIA.
           MOVE tbd-materia(kb) TO d-mat.
           MOVE tbd-comision(kb) TO d-com.
           MOVE w-dia-desc TO d-dia.
           MOVE tbd-desde(kb) TO d-desde.
           MOVE tbd-hasta(kb) TO d-hasta.
           MOVE tbd-aula(kb) TO d-aula.
           MOVE w-horas-banda TO d-horas.
           IF tbx-choque(kx) = "S"
               MOVE "CHOQUE DE HORARIO" TO d-obs
           ELSE
               MOVE SPACES TO d-obs
           END-IF.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

      * una asignacion sin bandas cargadas en horarios.txt no suma
      * horas: se lista para que se complete el horario
       430-LISTAR-SIN-HORARIO.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-asg
               IF tg-legajo(k) = doc-legajo
                   PERFORM 435-CONTAR-BANDAS-ASG
                   IF kx2 = ZERO
                       MOVE tg-materia(k) TO s-mat
                       MOVE tg-comision(k) TO s-com
                       WRITE lis-reg FROM lin-sin-horario
                           AFTER ADVANCING 1 LINE
                           AT END-OF-PAGE
                               PERFORM 520-LISTAR-ENCABEZADO
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.

       435-CONTAR-BANDAS-ASG.
           MOVE ZERO TO kx2.
           PERFORM VARYING kb FROM 1 BY 1 UNTIL kb > w-cant-bdo
               IF tbd-materia(kb) = tg-materia(k)
                   AND (tg-comision(k) = SPACE
                       OR tbd-comision(kb) = tg-comision(k))
                   ADD 1 TO kx2
               END-IF
           END-PERFORM.

       440-DECODIFICAR-DIA.
           EVALUATE tbd-dia(kb)
               WHEN 1 MOVE "LUNES" TO w-dia-desc
               WHEN 2 MOVE "MARTES" TO w-dia-desc
               WHEN 3 MOVE "MIERCOLES" TO w-dia-desc
               WHEN 4 MOVE "JUEVES" TO w-dia-desc
               WHEN 5 MOVE "VIERNES" TO w-dia-desc
               WHEN 6 MOVE "SABADO" TO w-dia-desc
               WHEN OTHER MOVE "?" TO w-dia-desc
           END-EVALUATE.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           MOVE w-cuatri-rep TO cp-cuatri.
           MOVE w-anio-rep TO cp-anio.
           MOVE w-max-horas-doc TO cp-maximo.
           WRITE lis-reg FROM lin-periodo.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera2.

       800-FIN.
           MOVE w-cont-docentes TO d-tot-doc.
           MOVE w-cont-con-choque TO d-tot-choque.
           MOVE w-cont-sobrecarga TO d-tot-sobre.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES.
           WRITE lis-reg FROM lin-total2 AFTER ADVANCING 1 LINE.
           WRITE lis-reg FROM lin-total3 AFTER ADVANCING 1 LINE.
           CLOSE LISTADO.
           CLOSE DOCENTES-ARCH.
           DISPLAY "---- CARGA HORARIA POR DOCENTE ----".
           DISPLAY "DOCENTES CON ASIGNACIONES: " w-cont-docentes.
           DISPLAY "CON CHOQUE DE HORARIO....: " w-cont-con-choque.
           DISPLAY "SOBRE CARGA MAXIMA.......: " w-cont-sobrecarga.
           DISPLAY "Listado en impCargaDocente.dat".

           COPY "COPY-CARGADOC-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM CARGA-DOCENTE.
