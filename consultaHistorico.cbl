           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impHistorico.dat".
           COPY "COPY-ACCESOS-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO.
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-ACCESOS-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ACCESOS-WS.cpy".
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-hist pic xx.
       77  ws-estado-est pic xx.
       77  w-flag-hist pic 9 value 0.
       01  w-cont-historico pic 9(6) value zero.
       01  w-cont-actual pic 9(6) value zero.
       01  w-cont-paginas pic 99 value zero.
      * cada alumno listado queda una vez en accesosAlumnos.txt: se
      * registra al cambiar el DNI de la linea
       01  w-dni-registrado pic 9(8) value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "CONSULTA DE ESTADOS HISTORI
           03 filler       pic x(23) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "consultaHistorico" TO w-err-programa.
           MOVE "consultaHistorico" TO w-acc-programa.
           PERFORM 100-INICIO.
           PERFORM 200-RECORRER-HISTORICO.
           IF incluir-actual
            STOP RUN.

       100-INICIO.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-acc-operador.
           IF w-acc-operador = SPACES
               DISPLAY "Debe identificarse con operador antes de "
                       "consultar"
               STOP RUN
           END-IF.
           DISPLAY "Filtrar por DNI (0 = todos)".
           ACCEPT w-filtro-dni.
           DISPLAY "Filtrar por materia (espacios = todas)".
           ADD 1 TO w-cont-historico.
           MOVE "HIST. " TO d-origen.
           MOVE w-dni-num TO d-dni.
           MOVE w-dni-num TO w-acc-dni.
           PERFORM 610-REGISTRAR-ACCESO.
           MOVE w-campo-materia TO d-mat.
           IF w-campo-cuatri IS NUMERIC
               MOVE w-campo-cuatri TO d-cuat
           ADD 1 TO w-cont-actual.
           MOVE "ACTUAL" TO d-origen.
           MOVE es-dni TO d-dni.
           MOVE es-dni TO w-acc-dni.
           PERFORM 610-REGISTRAR-ACCESO.
           MOVE es-materia TO d-mat.
           MOVE es-cuatri TO d-cuat.
           MOVE es-curso TO d-curso.
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-detalle.

       610-REGISTRAR-ACCESO.
           IF w-acc-dni NOT = w-dni-registrado
               MOVE w-acc-dni TO w-dni-registrado
               MOVE ZERO TO w-acc-legajo
               MOVE "HISTORICO" TO w-acc-consulta
               PERFORM 963-REGISTRAR-ACCESO
           END-IF.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           DISPLAY "REGISTROS ACTUALES LISTADOS..: " w-cont-actual.
           CLOSE LISTADO.

           COPY "COPY-ACCESOS-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM CONSULTA-HISTORICO.
