           SELECT REG-PERDIDA ASSIGN TO "..\regularidadPerdida.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-perdida.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT NOTIFICACIONES ASSIGN TO "..\notificaciones.txt"
           ORGANIZATION is line SEQUENTIAL.
           SELECT EXCEPCIONES-NOT ASSIGN TO
           "..\notificacionesExcepciones.txt"
           ORGANIZATION is line SEQUENTIAL.
           COPY "COPY-CONTACTO-SEL.cpy".
           COPY "COPY-COLACOM-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  REG-PERDIDA.
       FD  EXCEPCIONES-NOT.
       01  exc-linea pic x(80).
           COPY "COPY-CONTACTO-FD.cpy".
           COPY "COPY-COLACOM-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-perdida pic xx.
       77  w-flag-perdida pic 9 value 0.
           88 fin-perdidas value 1.
       01  w-legajo-txt pic x(5).
       01  w-cuatri-txt pic x(2).
       01  w-materia-txt pic x(2).
       01  w-motivo-txt pic x(9).
       01  w-legajo-num pic 9(5) value zero.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       01  w-cont-leidas pic 9(5) value zero.
           03 np-legajo pic z(5).
           03 filler pic x(17) value "   CUATRIMESTRE: ".
           03 np-cuatri pic x(2).
           03 np-mat-tit pic x(12).
           03 np-materia pic x(2).
           03 filler pic x(34) value spaces.
       01  lin-cuerpo1.
           03 filler pic x(80) value
               "Le informamos que ha perdido la condicion de alumno".
       01  lin-cuerpo2 pic x(80).
       01  lin-cuerpo3.
           03 filler pic x(80) value
               "Para reinscribirse presentese en la oficina de".
           03 np-localidad pic x(20).
           03 filler pic x(17) value spaces.
           COPY "COPY-CONTACTO-WS.cpy".
           COPY "COPY-COLACOM-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
            STOP RUN.

       100-INICIO.
           PERFORM 930-CARGAR-CONTACTOS.
           PERFORM 994-ABRIR-COLA.
           OPEN INPUT REG-PERDIDA.
           IF ws-estado-perdida NOT = "00"
               DISPLAY "No existe regularidadPerdida.txt, nada que "
           END-IF.

      * la linea de regularidadPerdida.txt tiene posiciones fijas:
      * LEGAJO= en 30-34 y CUATRIMESTRE= en 62-63; si la perdida es
      * de una materia siguen MAT= en 69-70 y el motivo en 72-80
       300-PROCESAR-PERDIDA.
           ADD 1 TO w-cont-leidas.
           MOVE rp-linea(30:5) TO w-legajo-txt.
           MOVE rp-linea(62:2) TO w-cuatri-txt.
           MOVE rp-linea(69:2) TO w-materia-txt.
           MOVE rp-linea(72:9) TO w-motivo-txt.
           IF w-legajo-txt IS NOT NUMERIC
               MOVE SPACES TO exc-linea
               STRING "LINEA NO RECONOCIDA: " rp-linea(1:59)

       400-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           MOVE w-legajo-num TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
           END-READ.

      * la carta se encola con la regla comun de canal y lleva la
      * misma direccion que queda en la cola
       500-GENERAR-CARTA.
           ADD 1 TO w-cont-notificadas.
           MOVE al-nombre TO np-nombre.
           MOVE al-legajo TO w-col-legajo.
           MOVE al-nombre TO w-col-nombre.
           MOVE "PERDIDA" TO w-col-tipo.
           MOVE SPACES TO w-col-detalle.
           STRING "CU" w-cuatri-txt " MT" w-materia-txt " "
               w-motivo-txt DELIMITED BY SIZE INTO w-col-detalle.
           MOVE al-contacto TO w-col-alta.
           PERFORM 996-ENCOLAR-MENSAJE.
           MOVE w-col-direccion TO np-contacto.
           MOVE al-legajo TO np-legajo.
           MOVE w-cuatri-txt TO np-cuatri.
           IF w-materia-txt = SPACES
               MOVE SPACES TO np-mat-tit
               MOVE SPACES TO np-materia
               MOVE "regular en el cuatrimestre indicado." TO
                   lin-cuerpo2
           ELSE
               MOVE "   MATERIA: " TO np-mat-tit
               MOVE w-materia-txt TO np-materia
               EVALUATE w-motivo-txt
                   WHEN "CADUCIDAD"
                       MOVE "regular en la materia indicada, por vencimi
      -                     "ento del plazo." TO lin-cuerpo2
                   WHEN "APLAZOS"
                       MOVE "regular en la materia indicada, por el tope
      -                     " de aplazos." TO lin-cuerpo2
                   WHEN OTHER
                       MOVE "regular en la materia indicada, por haberla
      -                     " recursado." TO lin-cuerpo2
               END-EVALUATE
           END-IF.
           WRITE not-linea FROM lin-separador.
           WRITE not-linea FROM lin-para.
           IF contacto-hallado
           DISPLAY "CARTAS GENERADAS.......: " w-cont-notificadas.
           DISPLAY "SIN CONTACTO CARGADO...: " w-cont-sin-contacto.
           DISPLAY "LEGAJOS SIN ALTA.......: " w-cont-sin-alta.
           DISPLAY "MENSAJES ENCOLADOS.....: " w-col-cont-encolados.
           DISPLAY "Cartas en notificaciones.txt, excepciones en "
                   "notificacionesExcepciones.txt".
           IF ws-estado-perdida = "00" OR ws-estado-perdida = "10"
           CLOSE ALUMNOS.
           CLOSE NOTIFICACIONES.
           CLOSE EXCEPCIONES-NOT.
           CLOSE COLA-COM.

           COPY "COPY-CONTACTO-PROC.cpy".
           COPY "COPY-COLACOM-PROC.cpy".
       END PROGRAM NOTIFICAR-PERDIDAS.
