       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           SELECT PARCIALES-ACUM ASSIGN TO "..\parcialesAcum.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-estado-pac.
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-REGVIG-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impBoletin.dat".
           COPY "COPY-CONTACTO-SEL.cpy".
           COPY "COPY-DOCEMI-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  PARCIALES-ACUM.
       01  pac-reg.
           03 pac-dni pic 9(8).
           03 pac-nota pic 99.
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
           COPY "COPY-REGVIG-FD.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-CONTACTO-FD.cpy".
           COPY "COPY-DOCEMI-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-fin pic xx.
       77  ws-estado-pac pic xx.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-flag-pac pic 9 value 0.
           88 fin-parciales value 1.
       77  w-flag-est pic 9 value 0.
       77  w-flag-fin pic 9 value 0.
       77  w-finales-activo pic x value "N".
           03 tab-materias OCCURS 99 TIMES.
               05 vec-mater pic x(2).
               05 vec-nombre pic x(30).
               05 vec-tipo pic x.
      * las materias aprobado/desaprobado muestran el resultado en
      * letras en lugar de la nota
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       01  w-nota-pf pic 99 value zero.
       01  w-resultado-pf pic x(11) value spaces.
       01  w-nombre-mat pic x(30) value spaces.
       01  w-cant-pac pic 9(4) value zero.
       01  kp pic 9(4).
               05 tp-cuatri pic 99.
               05 tp-eval pic 9.
               05 tp-nota pic 99.
           COPY "COPY-REGVIG-WS.cpy".
      * regularidades vigentes y sin vencer, por DNI y materia
       01  w-cant-reg pic 9(4) value zero.
       01  kr pic 9(4).
       01  tabla-regulares.
           03 tab-regular OCCURS 5000 TIMES.
               05 trv-dni pic 9(8).
               05 trv-materia pic x(2).
       77  w-es-regular pic x value "N".
           88 es-regular value "S".
       01  w-cont-regulares pic 99 value zero.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-curso-desc pic x(10) value spaces.
       01  w-p1 pic x(2) value spaces.
       01  w-p2 pic x(2) value spaces.
       01  cabecera3.
           03 filler       pic x(3)  value "MAT".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(20) value "NOMBRE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(2)  value "P1".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(10) value "CURSADA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(12) value "NOTA".
           03 filler       pic x(13) value "FINAL".
           03 filler       pic x(3)  value "REG".
       01  cabecera4.
           03 filler       pic x(80) value all "-".
       01  lin-detalle.
           03 d-mat        pic x(2).
           03 filler       pic x(3)  value spaces.
           03 d-nombre     pic x(20).
           03 filler       pic x(2)  value spaces.
           03 d-p1         pic x(2).
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value spaces.
           03 d-curso      pic x(10).
           03 filler       pic x(2)  value spaces.
           03 d-nota-area.
               05 d-nota   pic z9.
               05 filler   pic x(9).
           03 d-nota-pf redefines d-nota-area pic x(11).
           03 filler       pic x(1)  value spaces.
           03 d-final-area.
               05 d-final  pic x(2).
               05 filler   pic x(9).
           03 d-final-pf redefines d-final-area pic x(11).
           03 filler       pic x(2)  value spaces.
           03 d-reg        pic x(2).
       01  lin-regular.
           03 filler       pic x(35) value
               "MATERIAS CON REGULARIDAD VIGENTE: ".
           03 d-regular    pic z9.
           03 filler       pic x(43) value spaces.
           COPY "COPY-CONTACTO-WS.cpy".
           COPY "COPY-DOCEMI-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF w-legajo-pedido = ZERO
               PERFORM 978-PRIMER-ALUMNO
               PERFORM UNTIL fin-alumnos
                   PERFORM 300-BOLETIN-ALUMNO
                   PERFORM 979-SIGUIENTE-ALUMNO
               END-PERFORM
           ELSE
               PERFORM 250-BUSCAR-POR-LEGAJO
            STOP RUN.

       100-INICIO.
           PERFORM 930-CARGAR-CONTACTOS.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 130-CARGAR-PARCIALES.
               MOVE "S" TO w-finales-activo
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM 990-ABRIR-REGISTRO-DOC.

       110-CARGAR-MATERIAS.
           OPEN INPUT MATERIAS.
               ADD 1 TO w-cant-mat
               MOVE mat-mat TO vec-mater(w-cant-mat)
               MOVE mat-nombre TO vec-nombre(w-cant-mat)
               MOVE mat-tipo-nota TO vec-tipo(w-cant-mat)
               PERFORM 120-LEER-MATERIAS
           END-PERFORM.
           CLOSE MATERIAS.

       120-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       130-CARGAR-PARCIALES.
           OPEN INPUT PARCIALES-ACUM.
           READ PARCIALES-ACUM AT END MOVE 1 TO w-flag-pac.

       150-CARGAR-REGULARES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           OPEN INPUT REG-VIGENTE.
           IF ws-estado-regvig = "00"
               PERFORM 160-LEER-REGVIG
               PERFORM UNTIL fin-regvig
                   IF w-cant-reg < 5000
                       AND rv-vigente
                       AND rv-vence >= w-fecha-hoy
                       ADD 1 TO w-cant-reg
                       MOVE rv-dni TO trv-dni(w-cant-reg)
                       MOVE rv-materia TO trv-materia(w-cant-reg)
                   END-IF
                   PERFORM 160-LEER-REGVIG
               END-PERFORM
       160-LEER-REGVIG.
           READ REG-VIGENTE AT END MOVE 1 TO w-flag-regvig.

       250-BUSCAR-POR-LEGAJO.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 300-BOLETIN-ALUMNO
           END-READ.

      * una pagina por alumno: las cursadas del anio cerrado con
      * sus parciales, la condicion decodificada, el final rendido
      * y la situacion de regularidad
       300-BOLETIN-ALUMNO.
           MOVE ZERO TO w-cont-materias.
           MOVE "BOL" TO w-dem-tipo.
           MOVE al-legajo TO w-dem-legajo.
           MOVE al-dni TO w-dem-dni.
           MOVE al-nombre TO w-dem-nombre.
           PERFORM 991-REGISTRAR-DOCUMENTO.
           PERFORM 310-ENCABEZADO-ALUMNO.
           MOVE ZERO TO w-flag-est.
           MOVE al-dni TO es-dni.
           MOVE al-legajo TO cb-legajo.
           MOVE w-anio-pedido TO cb-anio.
           WRITE lis-reg FROM lin-alumno.
           WRITE lis-reg FROM lin-verificacion.
           MOVE al-legajo TO w-ctt-legajo.
           PERFORM 938-BUSCAR-CONTACTO.
           IF contacto-hallado
           MOVE w-p2 TO d-p2.
           MOVE w-rec TO d-rec.
           MOVE w-curso-desc TO d-curso.
           MOVE SPACES TO d-nota-pf.
           IF materia-sin-nota
               MOVE es-nota TO w-nota-pf
               PERFORM 357-RESULTADO-PF
               MOVE w-resultado-pf TO d-nota-pf
           ELSE
               MOVE es-nota TO d-nota
           END-IF.
           PERFORM 360-BUSCAR-REGULARIDAD.
           IF es-regular
               MOVE "SI" TO d-reg
           ELSE
               MOVE SPACES TO d-reg
           END-IF.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE.
           DISPLAY lin-detalle.

       340-BUSCAR-NOMBRE-MATERIA.
           MOVE SPACES TO w-nombre-mat.
           MOVE "N" TO w-materia-pf.
           PERFORM VARYING km FROM 1 BY 1 UNTIL km > w-cant-mat
               IF vec-mater(km) = es-materia
                   MOVE vec-nombre(km) TO w-nombre-mat
                   MOVE vec-tipo(km) TO w-materia-pf
               END-IF
           END-PERFORM.

           END-EVALUATE.

       355-BUSCAR-FINAL.
           MOVE SPACES TO d-final-pf.
           IF finales-activo
               MOVE ZERO TO w-flag-fin
               MOVE al-dni TO fin-dni
                       IF fin-dni = al-dni
                           AND fin-materia = es-materia
                           IF fin-fecha(1:4) = w-anio-pedido
                               AND materia-sin-nota
                               MOVE fin-nota TO w-nota-pf
                               PERFORM 357-RESULTADO-PF
                               MOVE w-resultado-pf TO d-final-pf
                           END-IF
                           IF fin-fecha(1:4) = w-anio-pedido
                               AND NOT materia-sin-nota
                               MOVE fin-nota TO d-final
                           END-IF
                       ELSE
               END-PERFORM
           END-IF.

      * una cursada ausente queda en blanco
       357-RESULTADO-PF.
           EVALUATE TRUE
               WHEN w-nota-pf = ZERO
                   MOVE SPACES TO w-resultado-pf
               WHEN w-nota-pf >= 4
                   MOVE "APROBADO" TO w-resultado-pf
               WHEN OTHER
                   MOVE "DESAPROBADO" TO w-resultado-pf
           END-EVALUATE.

      * la regularidad se informa materia por materia
       360-BUSCAR-REGULARIDAD.
           MOVE "N" TO w-es-regular.
           PERFORM VARYING kr FROM 1 BY 1
               UNTIL kr > w-cant-reg OR es-regular
               IF trv-dni(kr) = al-dni
                   AND trv-materia(kr) = es-materia
                   MOVE "S" TO w-es-regular
               END-IF
           END-PERFORM.

       370-LISTAR-REGULARIDAD.
           MOVE ZERO TO w-cont-regulares.
           PERFORM VARYING kr FROM 1 BY 1 UNTIL kr > w-cant-reg
               IF trv-dni(kr) = al-dni
                   ADD 1 TO w-cont-regulares
               END-IF
           END-PERFORM.
           MOVE w-cont-regulares TO d-regular.
           WRITE lis-reg FROM lin-regular AFTER ADVANCING 2 LINES.

       800-FIN.
               CLOSE FINALES
           END-IF.
           CLOSE LISTADO.
           CLOSE DOC-EMITIDOS.

           COPY "COPY-CONTACTO-PROC.cpy".
           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-DOCEMI-PROC.cpy".
       END PROGRAM BOLETIN.
