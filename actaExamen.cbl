                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fin-llave
                   FILE STATUS IS ws-estado-fin.
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT LIBROS-FOLIOS ASSIGN TO "..\librosFolios.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-lfo.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS doc-legajo
                   FILE STATUS IS ws-estado-doc.
           SELECT MESAS ASSIGN TO "..\mesasExamen.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-mes.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impActa.dat".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  ALUMNOS.
           03 ins-comision pic x.
           03 ins-estado pic x.
       FD  ASIGNACIONES.
           COPY "COPY-ASIGDOC.cpy".
       FD  DOCENTES-ARCH.
       01  doc-reg.
           03 doc-legajo pic 9(5).
           03 doc-nombre pic x(30).
           03 doc-cargo pic x(15).
           03 doc-estado pic x.
       FD  MESAS.
           COPY "COPY-MESAS.cpy".
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
       77  ws-estado-fin pic xx.
       77  ws-estado-lfo pic xx.
       77  w-flag-fin pic 9 value 0.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-flag-lfo pic 9 value 0.
       01  w-legajo-docente pic 9(5) value zero.
       01  w-nombre-docente pic x(30) value spaces.
       01  w-mes-mesa pic 99 value zero.
       77  ws-estado-mes pic xx.
       77  w-flag-mes pic 9 value 0.
           88 fin-mesas value 1.
       77  w-hay-tribunal pic x value "N".
           88 hay-tribunal value "S".
       01  kt pic 9.
       01  tabla-tribunal.
           03 tab-trib OCCURS 3 TIMES.
               05 tt-legajo pic 9(5).
               05 tt-nombre pic x(30).
       01  w-anio-mesa pic 9(4) value zero.
       01  w-cuatri-mesa pic 9 value zero.
       77  ws-estado-ins pic xx.
       01  w-cont-aprobados pic 9(3) value zero.
       01  w-cont-desaprobados pic 9(3) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  w-cont-libres pic 9(3) value zero.
       77  w-seccion pic x value "R".
           88 seccion-libres value "L".
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "ACTA DE EXAMEN FINAL".
           03 filler       pic x(9)  value "DOCENTE: ".
           03 ca-docente   pic x(30).
           03 filler       pic x(41) value spaces.
       01  lin-tribunal.
           03 ct-rol       pic x(12).
           03 ct-legajo    pic z(5).
           03 filler       pic x(2)  value spaces.
           03 ct-nombre    pic x(30).
           03 filler       pic x(31) value spaces.
       01  cabecera3.
           03 filler       pic x(6)  value "LEGAJO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(21) value "DESAPROBADOS.......: ".
           03 t-desaprob   pic zz9.
           03 filler       pic x(56) value spaces.
       01  lin-total4.
           03 filler       pic x(21) value "LIBRES (INCLUIDOS).: ".
           03 t-libres     pic zz9.
           03 filler       pic x(56) value spaces.
       01  lin-seccion-libres.
           03 filler       pic x(40)
               value "ALUMNOS EN CONDICION DE LIBRE (ESCRITO Y".
           03 filler       pic x(40) value " ORAL)".
       01  lin-firma.
           03 filler pic x(40) value spaces.
           03 filler pic x(30) value "..............................".
           03 filler pic x(43) value spaces.
           03 filler pic x(25) value "Firma del presidente".
           03 filler pic x(12) value spaces.
       01  lin-firma3.
           03 filler pic x(43) value spaces.
           03 filler pic x(25) value "Firma del vocal".
           03 filler pic x(12) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "actaExamen" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
            STOP RUN.

       100-INICIO.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 150-CARGAR-ALUMNOS.
           PERFORM 170-CARGAR-LIBROS-FOLIOS.
           CLOSE MATERIAS.

       120-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       130-VALIDAR-MATERIA.
           MOVE "N" TO w-materia-valida.

       150-CARGAR-ALUMNOS.
           OPEN INPUT ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF w-cant-alu < 2500
                   ADD 1 TO w-cant-alu
                   MOVE al-dni TO ta-dni(w-cant-alu)
                   MOVE al-legajo TO ta-legajo(w-cant-alu)
                   MOVE al-nombre TO ta-nombre(w-cant-alu)
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.

                   DISPLAY "La mesa no tiene folio emitido en el "
                           "registro, emitalo primero"
               ELSE
                   PERFORM 506-BUSCAR-TRIBUNAL
                   IF NOT hay-tribunal
                       PERFORM 507-BUSCAR-DOCENTE
                   END-IF
                   PERFORM 510-GENERAR-ACTA
               END-IF
           END-IF.
               END-IF
           END-PERFORM.

      * el acta lleva el tribunal registrado en mesasExamen.txt; una
      * mesa sin tribunal sigue con el docente de la cursada
       506-BUSCAR-TRIBUNAL.
           MOVE "N" TO w-hay-tribunal.
           MOVE ZERO TO w-flag-mes.
           PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > 3
               MOVE ZERO TO tt-legajo(kt)
               MOVE SPACES TO tt-nombre(kt)
           END-PERFORM.
           OPEN INPUT MESAS.
           IF ws-estado-mes = "00"
               PERFORM 509-LEER-MESA
               PERFORM UNTIL fin-mesas
                   IF mes-materia = w-materia-pedida
                       AND mes-fecha = w-fecha-pedida
                       AND mes-presidente NUMERIC
                       AND mes-presidente NOT = ZERO
                       MOVE "S" TO w-hay-tribunal
                       MOVE mes-presidente TO tt-legajo(1)
                       MOVE mes-vocal1 TO tt-legajo(2)
                       MOVE mes-vocal2 TO tt-legajo(3)
                   END-IF
                   PERFORM 509-LEER-MESA
               END-PERFORM
               CLOSE MESAS
           END-IF.
           IF hay-tribunal
               OPEN INPUT DOCENTES-ARCH
               IF ws-estado-doc = "00"
                   PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > 3
                       MOVE tt-legajo(kt) TO doc-legajo
                       READ DOCENTES-ARCH
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE doc-nombre TO tt-nombre(kt)
                       END-READ
                   END-PERFORM
                   CLOSE DOCENTES-ARCH
               END-IF
           END-IF.

       509-LEER-MESA.
           READ MESAS AT END MOVE 1 TO w-flag-mes.

      * el docente responsable sale de la asignacion registrada en
      * DOCENTES para el periodo de la mesa: el anio es el de la
      * fecha de la mesa y los meses 1 a 6 caen en el cuatrimestre
           MOVE ZERO TO w-cont-aprobados.
           MOVE ZERO TO w-cont-desaprobados.
           MOVE ZERO TO w-cont-paginas.
           MOVE ZERO TO w-cont-libres.
           OPEN INPUT FINALES.
           IF ws-estado-fin NOT = "00"
               MOVE "finales.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-fin TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir finales.dat (estado "
                       ws-estado-fin ")"
           ELSE
               OPEN OUTPUT LISTADO
               PERFORM 520-LISTAR-ENCABEZADO
               MOVE "R" TO w-seccion
               PERFORM 512-RECORRER-FINALES
               IF w-cont-libres > ZERO
                   MOVE "L" TO w-seccion
                   WRITE lis-reg FROM lin-seccion-libres
                       AFTER ADVANCING 2 LINES
                       AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
                   END-WRITE
                   WRITE lis-reg FROM cabecera4 AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
                   END-WRITE
                   PERFORM 512-RECORRER-FINALES
               END-IF
               CLOSE FINALES
               PERFORM 540-LISTAR-TOTALES
               CLOSE LISTADO
                       w-cont-examinados " alumnos)"
           END-IF.

      * el reglamento pide a los libres en una seccion aparte del
      * acta: la primera pasada lista a los regulares y cuenta a los
      * libres, la segunda lista solo a los libres
       512-RECORRER-FINALES.
           MOVE ZERO TO w-flag-fin.
           MOVE LOW-VALUES TO fin-llave.
           START FINALES KEY IS NOT LESS THAN fin-llave
               INVALID KEY
                   MOVE 1 TO w-flag-fin
           END-START.
           PERFORM UNTIL w-flag-fin = 1
               READ FINALES NEXT RECORD
                   AT END MOVE 1 TO w-flag-fin
               END-READ
               IF w-flag-fin = 0
                   IF fin-materia = w-materia-pedida
                       AND fin-fecha = w-fecha-pedida
                       PERFORM 504-FILTRAR-COMISION
                       IF en-comision
                           PERFORM 514-FILTRAR-SECCION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       514-FILTRAR-SECCION.
           IF seccion-libres
               IF fin-libre
                   PERFORM 530-LISTAR-RENGLON
               END-IF
           ELSE
               IF fin-libre
                   ADD 1 TO w-cont-libres
               ELSE
                   PERFORM 530-LISTAR-RENGLON
               END-IF
           END-IF.

       530-LISTAR-RENGLON.
           ADD 1 TO w-cont-examinados.
           IF fin-nota >= 4
           MOVE w-libro-acta TO ca-libro.
           MOVE w-folio-acta TO ca-folio.
           WRITE lis-reg FROM lin-libro.
           IF hay-tribunal
               PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > 3
                   IF kt = 1
                       MOVE "PRESIDENTE: " TO ct-rol
                   ELSE
                       MOVE "VOCAL:      " TO ct-rol
                   END-IF
                   MOVE tt-legajo(kt) TO ct-legajo
                   MOVE tt-nombre(kt) TO ct-nombre
                   WRITE lis-reg FROM lin-tribunal
               END-PERFORM
           ELSE
               MOVE w-nombre-docente TO ca-docente
               WRITE lis-reg FROM lin-docente
           END-IF.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera4.

               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM lin-total3 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           IF w-cont-libres > ZERO
               MOVE w-cont-libres TO t-libres
               WRITE lis-reg FROM lin-total4 AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
               END-WRITE
           END-IF.
           WRITE lis-reg FROM lin-firma AFTER ADVANCING 3 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM lin-firma2 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           IF hay-tribunal
               PERFORM 2 TIMES
                   WRITE lis-reg FROM lin-firma AFTER ADVANCING 3 LINES
                       AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
                   END-WRITE
                   WRITE lis-reg FROM lin-firma3
                       AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
                   END-WRITE
               END-PERFORM
           END-IF.

      * los huecos se informan por libro: todo folio menor al maximo
      * emitido que no figure en el registro es un acta faltante
           END-PERFORM.
           CLOSE LIBROS-FOLIOS.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM ACTA-EXAMEN.
