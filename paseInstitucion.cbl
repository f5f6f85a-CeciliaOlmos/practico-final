       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fin-llave
                   FILE STATUS IS ws-estado-fin.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT PASES ASSIGN TO "..\pases.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-pas.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impPaseAnalitico.dat".
           COPY "COPY-BIBLIO-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
           COPY "COPY-PROGMAT-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
      * registro de pases a otra institucion: destino, fecha y
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-BIBLIO-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
           COPY "COPY-PROGMAT-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-BIBLIO-WS.cpy".
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-PROGMAT-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-fin pic xx.
       77  ws-estado-pas pic xx.
       77  w-flag-est pic 9 value 0.
       77  w-flag-fin pic 9 value 0.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-finales-activo pic x value "N".
       01  w-legajo-pedido pic 9(5) value zero.
       01  w-destino pic x(30) value spaces.
       01  w-operador pic x(10) value spaces.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       77  w-confirma pic x value "N".
       01  w-curso-desc pic x(10) value spaces.
       01  w-cont-materias pic 9(3) value zero.
       01  w-cont-paginas pic 99 value zero.
      * aprobada como en el analitico: cursada promocionada o por
      * equivalencia (o sin finales.dat), o un final aprobado. La
      * fecha es la del primer final aprobado; sin final, el cierre
      * del anio de la cursada
       01  w-nota-aprobada pic 99 value 4.
       77  w-mat-aprobada pic x value "N".
           88 mat-aprobada value "S".
       01  w-fecha-final-aprob pic 9(8) value zero.
       01  w-plan-alu pic x(2) value "01".
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "ANALITICO PARCIAL PARA
           03 filler       pic x(7)  value "  NOTA:".
           03 df-nota      pic z9.
           03 filler       pic x(42) value spaces.
       01  lin-programa.
           03 filler       pic x(15) value "    PROGRAMA: ".
           03 filler       pic x(5)  value "RES. ".
           03 lp-resolucion pic x(12).
           03 filler       pic x(9)  value " VERSION ".
           03 lp-version   pic z9.
           03 filler       pic x(15) value " VIGENTE DESDE ".
           03 lp-desde     pic 9(8).
           03 filler       pic x(14) value spaces.
       01  lin-sin-programa.
           03 filler       pic x(15) value "    PROGRAMA: ".
           03 filler       pic x(40) value
               "SIN VERSION REGISTRADA A LA APROBACION".
           03 filler       pic x(25) value spaces.
       01  lin-firma.
           03 filler pic x(40) value spaces.
           03 filler pic x(30) value "..............................".
           03 filler pic x(43) value spaces.
           03 filler pic x(25) value "Firma y sello".
           03 filler pic x(12) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "paseInstitucion" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-BUSCAR-ALUMNO.
           IF NOT alumno-hallado
            STOP RUN.

       100-INICIO.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 941-CARGAR-PROGRAMAS.
           OPEN I-O ALUMNOS.
           OPEN INPUT ESTADOS.
           OPEN INPUT FINALES.
           CLOSE MATERIAS.

       120-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       200-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
           END-READ.

      * con prestamos de biblioteca sin devolver no sale el pase ni
      * su analitico parcial
       300-PROCESAR-PASE.
           IF alumno-pase
               DISPLAY "El legajo ya tiene un pase registrado"
           ELSE
               MOVE al-dni TO w-bib-dni
               PERFORM 964-VERIFICAR-BIBLIOTECA
               IF deuda-biblioteca
                   DISPLAY "Deuda de biblioteca abierta ("
                           w-bib-cant-abiertas " prestamos): "
                           w-bib-item " vencido el " w-bib-vencimiento
                   DISPLAY "Pase rechazado hasta el libre deuda de "
                           "biblioteca"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY "Confirma el pase de " al-nombre " a "
                           w-destino "? (S/N)"
                   ACCEPT w-confirma
                   IF confirma-si
                       PERFORM 400-EMITIR-ANALITICO
                       PERFORM 500-REGISTRAR-PASE
                       MOVE "T" TO al-estado
                       REWRITE alu-reg
                       DISPLAY "Pase registrado, el legajo queda fuera "
                               "de los padrones activos"
                   ELSE
                       DISPLAY "Pase cancelado"
                   END-IF
               END-IF
           END-IF.

      * el analitico parcial certificado para la institucion de
      * destino: cursadas de estados.dat y finales rendidos
       400-EMITIR-ANALITICO.
           IF al-plan = SPACES
               MOVE "01" TO w-plan-alu
           ELSE
               MOVE al-plan TO w-plan-alu
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.
           MOVE ZERO TO w-flag-est.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-detalle.
           MOVE "N" TO w-mat-aprobada.
           IF es-nota >= w-nota-aprobada
               AND (NOT finales-activo
                   OR es-curso = "P" OR es-curso = "E")
               MOVE "S" TO w-mat-aprobada
           END-IF.
           MOVE ZERO TO w-fecha-final-aprob.
           IF finales-activo
               PERFORM 450-LISTAR-FINALES
           END-IF.
           IF mat-aprobada
               PERFORM 460-LISTAR-PROGRAMA
           END-IF.

       430-BUSCAR-NOMBRE-MATERIA.
           MOVE SPACES TO w-nombre-mat.
                       MOVE fin-materia TO df-mat
                       MOVE fin-fecha TO df-fecha
                       MOVE fin-nota TO df-nota
                       IF fin-nota >= w-nota-aprobada
                           MOVE "S" TO w-mat-aprobada
                           IF w-fecha-final-aprob = ZERO
                               MOVE fin-fecha TO w-fecha-final-aprob
                           END-IF
                       END-IF
                       WRITE lis-reg FROM lin-final
                           AFTER ADVANCING 1 LINE
                           AT END-OF-PAGE
               END-IF
           END-PERFORM.

      * la institucion de destino pide el programa oficial de cada
      * materia tal como estaba cuando el alumno la aprobo
       460-LISTAR-PROGRAMA.
           MOVE w-plan-alu TO w-pgm-plan.
           MOVE es-materia TO w-pgm-materia.
           IF w-fecha-final-aprob NOT = ZERO
               MOVE w-fecha-final-aprob TO w-pgm-fecha
           ELSE
               COMPUTE w-pgm-fecha = es-anio * 10000 + 1231
           END-IF.
           PERFORM 943-BUSCAR-PROGRAMA-VIGENTE.
           IF programa-hallado
               MOVE w-pgm-resolucion TO lp-resolucion
               MOVE w-pgm-version TO lp-version
               MOVE w-pgm-desde TO lp-desde
               WRITE lis-reg FROM lin-programa AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
               END-WRITE
           ELSE
               WRITE lis-reg FROM lin-sin-programa
                   AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
               END-WRITE
           END-IF.

       500-REGISTRAR-PASE.
           OPEN EXTEND PASES.
           IF ws-estado-pas = "35"
               CLOSE FINALES
           END-IF.

           COPY "COPY-BIBLIO-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
           COPY "COPY-PROGMAT-PROC.cpy".
       END PROGRAM PASE-INSTITUCION.
