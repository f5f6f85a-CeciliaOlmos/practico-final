      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-BIBLIOTECA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * bibliotecaDeudores.txt es la lista que manda la biblioteca;
      * deudasBiblioteca.txt es el archivo propio que se actualiza
           SELECT DEUDORES-BIBLIOTECA
               ASSIGN TO "..\bibliotecaDeudores.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS ws-estado-ent.
           COPY "COPY-BIBLIO-SEL.cpy".
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impBiblioteca.dat".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  DEUDORES-BIBLIOTECA.
       01  ent-reg.
           03 ent-dni pic x(8).
           03 ent-dni-n redefines ent-dni pic 9(8).
           03 ent-item pic x(20).
           03 ent-vencimiento pic x(8).
           03 ent-venc-n redefines ent-vencimiento.
               05 ent-venc-anio pic 9(4).
               05 ent-venc-mes pic 99.
               05 ent-venc-dia pic 99.
           COPY "COPY-BIBLIO-FD.cpy".
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
           COPY "COPY-BIBLIO-WS.cpy".
       77  ws-estado-ent pic xx.
       77  w-flag-ent pic 9 value 0.
           88 fin-deudores value 1.
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       77  w-desborde pic x value "N".
           88 tabla-desbordada value "S".
       77  w-hallada pic x value "N".
           88 deuda-hallada value "S".
       77  w-alumnos-activo pic x value "N".
           88 alumnos-activo value "S".
       01  w-fecha-hoy pic 9(8) value zero.
       01  k pic 9(4).
       01  w-cant-deudas pic 9(4) value zero.
      * deudas del archivo propio: las abiertas que la biblioteca
      * vuelve a mandar se marcan como vistas; las que no vienen
      * quedan devueltas con la fecha de la carga
       01  tabla-deudas.
           03 tab-deuda OCCURS 5000 TIMES.
               05 td-dni pic 9(8).
               05 td-item pic x(20).
               05 td-vencimiento pic 9(8).
               05 td-estado pic x.
               05 td-fecha-alta pic 9(8).
               05 td-fecha-baja pic 9(8).
               05 td-vista pic x.
       01  w-cont-leidas pic 9(5) value zero.
       01  w-cont-rechazadas pic 9(5) value zero.
       01  w-cont-nuevas pic 9(5) value zero.
       01  w-cont-siguen pic 9(5) value zero.
       01  w-cont-devueltas pic 9(5) value zero.
       01  w-cont-abiertas pic 9(5) value zero.
       01  w-cont-sin-alumno pic 9(5) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value
              "CONCILIACION DE DEUDORES DE BIBLIOTECA".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  lin-titulo pic x(80).
       01  lin-rechazo.
           03 filler       pic x(10) value "RECHAZADA ".
           03 d-rech-linea pic x(36).
           03 filler       pic x(2)  value spaces.
           03 d-rech-motivo pic x(32).
       01  lin-deudor.
           03 filler       pic x(4)  value spaces.
           03 d-dni        pic zz.zzz.zz9.
           03 filler       pic x(2)  value spaces.
           03 d-item       pic x(20).
           03 filler       pic x(7)  value "  VTO. ".
           03 d-vencimiento pic 9(8).
           03 filler       pic x(8)  value "  ALTA: ".
           03 d-alta       pic 9(8).
           03 filler       pic x(13) value spaces.
       01  lin-total.
           03 filler       pic x(4)  value spaces.
           03 d-tot-texto  pic x(40).
           03 d-tot-cant   pic zzzz9.
           03 filler       pic x(31) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "cargaBiblioteca" TO w-err-programa.
           DISPLAY "CARGA DE DEUDORES DE BIBLIOTECA".
           DISPLAY "Lee bibliotecaDeudores.txt y actualiza "
                   "deudasBiblioteca.txt".
           PERFORM 100-INICIO.
           PERFORM 200-PROCESAR-DEUDORES.
           IF tabla-desbordada
               DISPLAY "Mas de 5000 deudas: carga cancelada, "
                       "deudasBiblioteca.txt sin cambios"
               MOVE "CARGA CANCELADA: MAS DE 5000 DEUDAS" TO lin-titulo
               WRITE lis-reg FROM lin-titulo AFTER ADVANCING 2 LINES
               CLOSE LISTADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 300-CERRAR-DEVUELTAS.
           PERFORM 800-TOTALES.
           DISPLAY "Confirma la actualizacion? (S/N)".
           ACCEPT w-confirma.
           IF NOT confirma-si
               DISPLAY "Operacion cancelada, deudasBiblioteca.txt "
                       "sin cambios"
               CLOSE LISTADO
               STOP RUN
           END-IF.
           PERFORM 400-GRABAR-DEUDAS.
           PERFORM 500-CONCILIAR-ALUMNOS.
           PERFORM 900-FIN.
            STOP RUN.

      * sin la lista de la biblioteca no hay carga; sin el archivo
      * propio (primera carga) se arranca con la tabla vacia
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           OPEN INPUT DEUDORES-BIBLIOTECA.
           IF ws-estado-ent NOT = "00"
               MOVE "bibliotecaDeudores.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-ent TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir bibliotecaDeudores.txt, "
                       "estado " ws-estado-ent
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-CARGAR-DEUDAS.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.
           MOVE "LINEAS RECHAZADAS DE LA LISTA DE LA BIBLIOTECA"
               TO lin-titulo.
           WRITE lis-reg FROM lin-titulo AFTER ADVANCING 2 LINES.

       110-CARGAR-DEUDAS.
           MOVE ZERO TO w-flag-bib.
           OPEN INPUT DEUDAS-BIBLIO.
           IF ws-estado-bib = "35"
               DISPLAY "Sin deudasBiblioteca.txt: primera carga"
           ELSE
               IF ws-estado-bib NOT = "00"
                   MOVE "deudasBiblioteca.txt" TO w-err-archivo
                   MOVE "OPEN" TO w-err-operacion
                   MOVE ws-estado-bib TO w-err-estado
                   PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                   DISPLAY "No se pudo abrir deudasBiblioteca.txt, "
                           "estado " ws-estado-bib
                   CLOSE DEUDORES-BIBLIOTECA
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 966-LEER-DEUDA-BIBLIO
               PERFORM UNTIL fin-deudas-bib
                   IF w-cant-deudas < 5000
                       ADD 1 TO w-cant-deudas
                       MOVE bib-dni TO td-dni(w-cant-deudas)
                       MOVE bib-item TO td-item(w-cant-deudas)
                       MOVE bib-vencimiento
                           TO td-vencimiento(w-cant-deudas)
                       MOVE bib-estado TO td-estado(w-cant-deudas)
                       MOVE bib-fecha-alta
                           TO td-fecha-alta(w-cant-deudas)
                       MOVE bib-fecha-baja
                           TO td-fecha-baja(w-cant-deudas)
                       MOVE "N" TO td-vista(w-cant-deudas)
                   ELSE
                       MOVE "S" TO w-desborde
                   END-IF
                   PERFORM 966-LEER-DEUDA-BIBLIO
               END-PERFORM
               CLOSE DEUDAS-BIBLIO
           END-IF.

       200-PROCESAR-DEUDORES.
           PERFORM 210-LEER-DEUDOR.
           PERFORM UNTIL fin-deudores
               ADD 1 TO w-cont-leidas
               PERFORM 220-VALIDAR-DEUDOR
               PERFORM 210-LEER-DEUDOR
           END-PERFORM.
           CLOSE DEUDORES-BIBLIOTECA.

       210-LEER-DEUDOR.
           READ DEUDORES-BIBLIOTECA AT END MOVE 1 TO w-flag-ent.

      * la lista llega a mano: DNI y vencimiento tienen que ser
      * numericos y la fecha AAAAMMDD razonable
       220-VALIDAR-DEUDOR.
           MOVE SPACES TO d-rech-motivo.
           IF ent-dni IS NOT NUMERIC OR ent-dni-n = ZERO
               MOVE "DNI invalido" TO d-rech-motivo
           ELSE
               IF ent-vencimiento IS NOT NUMERIC
                   MOVE "vencimiento invalido" TO d-rech-motivo
               ELSE
                   IF ent-venc-mes < 1 OR ent-venc-mes > 12
                       OR ent-venc-dia < 1 OR ent-venc-dia > 31
                       MOVE "vencimiento invalido" TO d-rech-motivo
                   END-IF
               END-IF
           END-IF.
           IF ent-item = SPACES AND d-rech-motivo = SPACES
               MOVE "sin item" TO d-rech-motivo
           END-IF.
           IF d-rech-motivo NOT = SPACES
               ADD 1 TO w-cont-rechazadas
               MOVE ent-reg TO d-rech-linea
               WRITE lis-reg FROM lin-rechazo AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
               DISPLAY lin-rechazo
           ELSE
               PERFORM 230-UBICAR-DEUDA
           END-IF.

      * la misma deuda (DNI e item) abierta sigue abierta con el
      * vencimiento que manda la biblioteca; si no esta, es nueva
       230-UBICAR-DEUDA.
           MOVE "N" TO w-hallada.
           PERFORM VARYING k FROM 1 BY 1
               UNTIL k > w-cant-deudas OR deuda-hallada
               IF td-dni(k) = ent-dni-n AND td-item(k) = ent-item
                   AND td-estado(k) = "A"
                   MOVE "S" TO w-hallada
                   IF td-vista(k) NOT = "S"
                       ADD 1 TO w-cont-siguen
                   END-IF
                   MOVE "S" TO td-vista(k)
                   MOVE ent-venc-n TO td-vencimiento(k)
               END-IF
           END-PERFORM.
           IF NOT deuda-hallada
               IF w-cant-deudas < 5000
                   ADD 1 TO w-cant-deudas
                   ADD 1 TO w-cont-nuevas
                   MOVE ent-dni-n TO td-dni(w-cant-deudas)
                   MOVE ent-item TO td-item(w-cant-deudas)
                   MOVE ent-venc-n TO td-vencimiento(w-cant-deudas)
                   MOVE "A" TO td-estado(w-cant-deudas)
                   MOVE w-fecha-hoy TO td-fecha-alta(w-cant-deudas)
                   MOVE ZERO TO td-fecha-baja(w-cant-deudas)
                   MOVE "S" TO td-vista(w-cant-deudas)
               ELSE
                   MOVE "S" TO w-desborde
               END-IF
           END-IF.

      * una deuda abierta que la biblioteca ya no manda se devolvio
       300-CERRAR-DEVUELTAS.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-deudas
               IF td-estado(k) = "A"
                   IF td-vista(k) = "S"
                       ADD 1 TO w-cont-abiertas
                   ELSE
                       MOVE "D" TO td-estado(k)
                       MOVE w-fecha-hoy TO td-fecha-baja(k)
                       ADD 1 TO w-cont-devueltas
                   END-IF
               END-IF
           END-PERFORM.

       400-GRABAR-DEUDAS.
           OPEN OUTPUT DEUDAS-BIBLIO.
           IF ws-estado-bib NOT = "00"
               MOVE "deudasBiblioteca.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-bib TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo grabar deudasBiblioteca.txt, "
                       "estado " ws-estado-bib
               CLOSE LISTADO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-deudas
               MOVE td-dni(k) TO bib-dni
               MOVE td-item(k) TO bib-item
               MOVE td-vencimiento(k) TO bib-vencimiento
               MOVE td-estado(k) TO bib-estado
               MOVE td-fecha-alta(k) TO bib-fecha-alta
               MOVE td-fecha-baja(k) TO bib-fecha-baja
               WRITE bib-reg
           END-PERFORM.
           CLOSE DEUDAS-BIBLIO.

      * conciliacion para la biblioteca: deudores abiertos cuyo DNI
      * no tiene alta en alumnos.dat
       500-CONCILIAR-ALUMNOS.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu = "00"
               MOVE "S" TO w-alumnos-activo
           ELSE
               MOVE "alumnos.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-alu TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir alumnos.dat, estado "
                       ws-estado-alu ": sin conciliacion"
               MOVE 1 TO RETURN-CODE
           END-IF.
           MOVE "DEUDORES ABIERTOS SIN ALTA EN ALUMNOS.DAT"
               TO lin-titulo.
           WRITE lis-reg FROM lin-titulo AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-titulo.
           IF alumnos-activo
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-deudas
                   IF td-estado(k) = "A"
                       PERFORM 510-BUSCAR-ALUMNO
                   END-IF
               END-PERFORM
               CLOSE ALUMNOS
           END-IF.

       510-BUSCAR-ALUMNO.
           MOVE td-dni(k) TO al-dni.
           READ ALUMNOS KEY IS al-dni
               INVALID KEY
                   ADD 1 TO w-cont-sin-alumno
                   MOVE td-dni(k) TO d-dni
                   MOVE td-item(k) TO d-item
                   MOVE td-vencimiento(k) TO d-vencimiento
                   MOVE td-fecha-alta(k) TO d-alta
                   WRITE lis-reg FROM lin-deudor AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
                   DISPLAY lin-deudor
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

       800-TOTALES.
           DISPLAY "................................................".
           DISPLAY "Lineas leidas de la biblioteca: " w-cont-leidas.
           DISPLAY "Lineas rechazadas: " w-cont-rechazadas.
           DISPLAY "Deudas nuevas: " w-cont-nuevas.
           DISPLAY "Deudas que siguen abiertas: " w-cont-siguen.
           DISPLAY "Deudas devueltas en esta carga: " w-cont-devueltas.
           DISPLAY "Deudas abiertas despues de la carga: "
                   w-cont-abiertas.
           DISPLAY "................................................".

       900-FIN.
           MOVE "LINEAS LEIDAS DE LA BIBLIOTECA:" TO d-tot-texto.
           MOVE w-cont-leidas TO d-tot-cant.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           MOVE "LINEAS RECHAZADAS:" TO d-tot-texto.
           MOVE w-cont-rechazadas TO d-tot-cant.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           MOVE "DEUDAS NUEVAS:" TO d-tot-texto.
           MOVE w-cont-nuevas TO d-tot-cant.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           MOVE "DEUDAS DEVUELTAS EN ESTA CARGA:" TO d-tot-texto.
           MOVE w-cont-devueltas TO d-tot-cant.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           MOVE "DEUDAS ABIERTAS:" TO d-tot-texto.
           MOVE w-cont-abiertas TO d-tot-cant.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           MOVE "DEUDORES ABIERTOS SIN ALTA EN ALUMNOS:"
               TO d-tot-texto.
           MOVE w-cont-sin-alumno TO d-tot-cant.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY "Deudores abiertos sin alta en alumnos: "
                   w-cont-sin-alumno.
           CLOSE LISTADO.

           COPY "COPY-BIBLIO-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM CARGA-BIBLIOTECA.
