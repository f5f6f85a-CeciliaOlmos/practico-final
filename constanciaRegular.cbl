       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           COPY "COPY-REGVIG-SEL.cpy".
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT REGISTRO-CON ASSIGN TO "..\constanciasEmitidas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-rcon.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impConstancia.dat".
           COPY "COPY-DOCEMI-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
           COPY "COPY-REGVIG-FD.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  REGISTRO-CON.
       01  con-reg.
           03 con-numero pic 9(6).
           03 san-resolucion pic x(10).
       FD  LISTADO.
       01  lis-reg pic x(80).
           COPY "COPY-DOCEMI-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-rcon pic xx.
           COPY "COPY-REGVIG-WS.cpy".
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       01  w-cant-mat pic 99 value zero.
       01  km pic 99.
       01  tabla-mat.
           03 tab-materias OCCURS 99 TIMES.
               05 vec-mater pic x(2).
               05 vec-nombre pic x(30).
               05 vec-plan pic x(2).
      * materias en las que el alumno conserva la regularidad a la
      * fecha de emision: son las que se certifican
       01  w-cant-regmat pic 99 value zero.
       01  kx pic 99.
       01  tabla-regmat.
           03 tab-regmat OCCURS 60 TIMES.
               05 trm-materia pic x(2).
               05 trm-vence pic 9(8).
       77  w-flag-rcon pic 9 value 0.
           88 fin-registro value 1.
       77  w-modo-busqueda pic 9 value 1.
           88 tiene-sancion value "S".
       01  w-resolucion-vig pic x(10) value spaces.
       01  w-fecha-hoy-num pic 9(8) value zero.
       01  w-prox-numero pic 9(6) value zero.
       01  w-fecha-hoy pic x(8).
       01  lin-blanco pic x(80) value spaces.
           03 filler pic x(8) value "NOMBRE: ".
           03 cn-nombre pic x(30).
           03 filler pic x(42) value spaces.
       01  lin-materias-tit.
           03 filler pic x(80) value "MATERIAS CON REGULARIDAD VIGENTE
      -        ":".
       01  lin-materia-reg.
           03 filler pic x(4) value spaces.
           03 cn-materia pic x(2).
           03 filler pic x(2) value spaces.
           03 cn-mat-nombre pic x(30).
           03 filler pic x(14) value "  VENCE EL:   ".
           03 cn-vence pic 9999/99/99.
           03 filler pic x(18) value spaces.
       01  lin-firma.
           03 filler pic x(30) value spaces.
           03 filler pic x(30) value "..............................".
           03 filler pic x(33) value spaces.
           03 filler pic x(20) value "Firma y sello".
           03 filler pic x(27) value spaces.
           COPY "COPY-DOCEMI-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
            STOP RUN.

       100-INICIO.
           PERFORM 170-CARGAR-MATERIAS.
           OPEN INPUT ALUMNOS.
           PERFORM 150-PROXIMO-NUMERO.
           DISPLAY "Buscar alumno por: 1-Legajo 2-DNI".
       160-LEER-REGISTRO.
           READ REGISTRO-CON AT END MOVE 1 TO w-flag-rcon.

       170-CARGAR-MATERIAS.
           OPEN INPUT MATERIAS.
           PERFORM 180-LEER-MATERIAS.
           PERFORM UNTIL fin-archivo-mat
               IF w-cant-mat < 99
                   ADD 1 TO w-cant-mat
                   MOVE mat-mat TO vec-mater(w-cant-mat)
                   MOVE mat-nombre TO vec-nombre(w-cant-mat)
                   MOVE mat-plan TO vec-plan(w-cant-mat)
               END-IF
               PERFORM 180-LEER-MATERIAS
           END-PERFORM.
           CLOSE MATERIAS.

       180-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       200-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           IF busqueda-por-dni
           END-IF.

       210-BUSCAR-POR-LEGAJO.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
           END-READ.

       230-BUSCAR-POR-DNI.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos OR alumno-hallado
               IF al-dni = w-dni-pedido
                   MOVE "S" TO w-alumno-hallado
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.

      * la regularidad es por materia: se juntan las materias
      * vigentes y sin vencer del alumno; con ninguna no se emite
       300-VERIFICAR-REGULARIDAD.
           MOVE "N" TO w-es-regular.
           MOVE ZERO TO w-cant-regmat.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy-num.
           OPEN INPUT REG-VIGENTE.
           IF ws-estado-regvig = "00"
               PERFORM 310-LEER-REGVIG
               PERFORM UNTIL fin-regvig
                   IF rv-dni = al-dni
                       AND rv-vigente
                       AND rv-vence >= w-fecha-hoy-num
                       MOVE "S" TO w-es-regular
                       IF w-cant-regmat < 60
                           ADD 1 TO w-cant-regmat
                           MOVE rv-materia TO trm-materia(w-cant-regmat)
                           MOVE rv-vence TO trm-vence(w-cant-regmat)
                       END-IF
                   END-IF
                   PERFORM 310-LEER-REGVIG
               END-PERFORM
           MOVE al-dni TO cn-dni.
           MOVE al-cohorte TO cn-cohorte.
           MOVE al-nombre TO cn-nombre.
           PERFORM 990-ABRIR-REGISTRO-DOC.
           MOVE "CON" TO w-dem-tipo.
           MOVE al-legajo TO w-dem-legajo.
           MOVE al-dni TO w-dem-dni.
           MOVE al-nombre TO w-dem-nombre.
           PERFORM 991-REGISTRAR-DOCUMENTO.
           CLOSE DOC-EMITIDOS.
           WRITE lis-reg FROM lin-titulo AFTER ADVANCING 2 LINES.
           WRITE lis-reg FROM lin-blanco.
           WRITE lis-reg FROM lin-numero.
           WRITE lis-reg FROM lin-verificacion.
           WRITE lis-reg FROM lin-blanco.
           WRITE lis-reg FROM lin-texto1.
           WRITE lis-reg FROM lin-texto2.
           WRITE lis-reg FROM lin-alumno.
           WRITE lis-reg FROM lin-nombre.
           WRITE lis-reg FROM lin-blanco.
           WRITE lis-reg FROM lin-materias-tit.
           PERFORM 420-LISTAR-MATERIA-REGULAR
               VARYING kx FROM 1 BY 1 UNTIL kx > w-cant-regmat.
           WRITE lis-reg FROM lin-blanco.
           WRITE lis-reg FROM lin-blanco.
           WRITE lis-reg FROM lin-firma.
           WRITE lis-reg FROM lin-firma2.
           CLOSE LISTADO.
           DISPLAY lin-titulo.
           DISPLAY lin-numero.
           DISPLAY lin-verificacion.
           DISPLAY lin-alumno.
           DISPLAY lin-nombre.
           PERFORM 500-REGISTRAR-EMISION.
           DISPLAY "Constancia nro " w-prox-numero " emitida".

       420-LISTAR-MATERIA-REGULAR.
           MOVE trm-materia(kx) TO cn-materia.
           MOVE SPACES TO cn-mat-nombre.
           PERFORM VARYING km FROM 1 BY 1 UNTIL km > w-cant-mat
               IF vec-mater(km) = trm-materia(kx)
                   AND (vec-plan(km) = al-plan OR al-plan = SPACES)
                   MOVE vec-nombre(km) TO cn-mat-nombre
               END-IF
           END-PERFORM.
           MOVE trm-vence(kx) TO cn-vence.
           WRITE lis-reg FROM lin-materia-reg.
           DISPLAY lin-materia-reg.

       500-REGISTRAR-EMISION.
           OPEN EXTEND REGISTRO-CON.
           IF ws-estado-rcon = "35"
       800-FIN.
           CLOSE ALUMNOS.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-DOCEMI-PROC.cpy".
       END PROGRAM CONSTANCIA-REGULAR.
