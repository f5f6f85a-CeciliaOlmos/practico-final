      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMUNICACIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-COLACOM-SEL.cpy".
           COPY "COPY-CONTACTO-SEL.cpy".
           SELECT CORREOS ASSIGN TO "..\correosSalida.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-cor.
           SELECT REBOTES ASSIGN TO "..\rebotesComunicaciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-reb.
           SELECT ETIQUETAS
           ASSIGN TO PRINTER,
           "..\impEtiquetas.dat".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impRebotes.dat".
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-COLACOM-FD.cpy".
           COPY "COPY-CONTACTO-FD.cpy".
       FD  CORREOS.
       01  cor-linea pic x(200).
      * devolucion del servidor de correo o del correo postal: el
      * numero de mensaje de la cola y el motivo informado
       FD  REBOTES.
       01  reb-reg.
           03 reb-numero pic 9(6).
           03 reb-motivo pic x(20).
       FD  ETIQUETAS
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  eti-reg pic x(80).
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       WORKING-STORAGE SECTION.
           COPY "COPY-COLACOM-WS.cpy".
           COPY "COPY-CONTACTO-WS.cpy".
       77  ws-estado-cor pic xx.
       77  ws-estado-reb pic xx.
       77  w-flag-reb pic 9 value 0.
           88 fin-rebotes value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 6.
      * la cola se regraba entera al salir si hubo cambios de estado
       01  w-cant-col pic 9(4) value zero.
       01  kc pic 9(4).
       01  tabla-col.
           03 tab-col OCCURS 5000 TIMES.
               05 tc-linea pic x(159).
       77  w-col-desborde pic x value "N".
           88 cola-desbordada value "S".
       77  w-col-modificada pic x value "N".
           88 cola-modificada value "S".
       77  w-col-hallada pic x value "N".
           88 col-hallada value "S".
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-asunto pic x(30) value spaces.
       01  w-cont-exportados pic 9(5) value zero.
       01  w-cont-etiquetas pic 9(5) value zero.
       01  w-cont-leidos pic 9(5) value zero.
       01  w-cont-marcados pic 9(5) value zero.
       01  w-cont-rechazados pic 9(5) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  w-cont-listados pic 9(4) value zero.
       01  w-cont-corregidos pic 9(4) value zero.
      * resumen de la cola por canal (E/P/T) y estado (P/E/F)
       01  tabla-resumen.
           03 tab-res-canal OCCURS 3 TIMES.
               05 tr-cant OCCURS 3 TIMES pic 9(5).
       01  w-idx-canal pic 9 value zero.
       01  w-idx-estado pic 9 value zero.
      * rebotes agrupados por legajo y direccion fallida
       01  w-cant-fal pic 9(4) value zero.
       01  kf pic 9(4).
       77  w-fal-hallado pic x value "N".
           88 fal-hallado value "S".
       01  tabla-fal.
           03 tab-fal OCCURS 2000 TIMES.
               05 tf-legajo pic 9(5).
               05 tf-nombre pic x(30).
               05 tf-canal pic x.
               05 tf-direccion pic x(30).
               05 tf-cant pic 9(4).
               05 tf-fecha pic 9(8).
               05 tf-motivo pic x(20).
       01  w-dir-actual pic x(30) value spaces.
       01  lin-eti-nombre.
           03 filler pic x(4) value spaces.
           03 le-nombre pic x(30).
           03 filler pic x(46) value spaces.
       01  lin-eti-domicilio.
           03 filler pic x(4) value spaces.
           03 le-domicilio pic x(30).
           03 filler pic x(46) value spaces.
       01  lin-eti-localidad.
           03 filler pic x(4) value spaces.
           03 le-localidad pic x(20).
           03 filler pic x(56) value spaces.
       01  lin-eti-control.
           03 filler pic x(4) value spaces.
           03 filler pic x(8) value "LEGAJO ".
           03 le-legajo pic z(5).
           03 filler pic x(10) value "   ENVIO ".
           03 le-numero pic 9(6).
           03 filler pic x(47) value spaces.
       01  lin-blanco pic x(80) value spaces.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "ALUMNOS CON DATOS DE CONTACT
      -         "O REBOTADOS".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  cabecera3.
           03 filler       pic x(7)  value "LEGAJO".
           03 filler       pic x(23) value "NOMBRE".
           03 filler       pic x(2)  value "C".
           03 filler       pic x(27) value "DIRECCION QUE FALLA".
           03 filler       pic x(5)  value "CANT".
           03 filler       pic x(16) value "ULTIMO MOTIVO".
       01  lin-detalle.
           03 d-legajo     pic z(5).
           03 filler       pic x(2)  value spaces.
           03 d-nombre     pic x(22).
           03 filler       pic x(1)  value spaces.
           03 d-canal      pic x(1).
           03 filler       pic x(1)  value spaces.
           03 d-direccion  pic x(26).
           03 filler       pic x(1)  value spaces.
           03 d-cant       pic zzz9.
           03 filler       pic x(1)  value spaces.
           03 d-motivo     pic x(16).
       01  lin-total.
           03 filler       pic x(34) value
               "ALUMNOS A ACTUALIZAR EN LA FICHA: ".
           03 d-total      pic zzz9.
           03 filler       pic x(42) value spaces.
       01  lin-total2.
           03 filler       pic x(34) value
               "REBOTES YA CORREGIDOS (OMITIDOS): ".
           03 d-total2     pic zzz9.
           03 filler       pic x(42) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           PERFORM 900-GRABAR-COLA.
            STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 930-CARGAR-CONTACTOS.
           PERFORM 110-CARGAR-COLA.

       110-CARGAR-COLA.
           MOVE ZERO TO w-flag-col.
           OPEN INPUT COLA-COM.
           IF ws-estado-col = "00"
               PERFORM 997-LEER-COLA
               PERFORM UNTIL fin-cola
                   IF w-cant-col < 5000
                       ADD 1 TO w-cant-col
                       MOVE col-reg TO tc-linea(w-cant-col)
                   ELSE
                       MOVE "S" TO w-col-desborde
                   END-IF
                   PERFORM 997-LEER-COLA
               END-PERFORM
               CLOSE COLA-COM
           ELSE
               DISPLAY "No existe colaComunicaciones.txt, la cola "
                       "esta vacia"
           END-IF.
           IF cola-desbordada
               DISPLAY "ATENCION: la cola supera 5000 mensajes; solo "
                       "se consulta, no se cambian estados"
           END-IF.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  COLA DE COMUNICACIONES AL ALUMNO".
           DISPLAY "  1- EXPORTAR LOTE DE CORREOS".
           DISPLAY "  2- IMPRIMIR ETIQUETAS POSTALES".
           DISPLAY "  3- CARGAR REBOTES Y DEVOLUCIONES".
           DISPLAY "  4- LISTAR CONTACTOS CON REBOTE".
           DISPLAY "  5- RESUMEN DE LA COLA".
           DISPLAY "  6- FIN".
           DISPLAY ".................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 7 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               ACCEPT w-llave-menu
           END-PERFORM.

       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1 PERFORM 400-EXPORTAR-CORREOS
               WHEN 2 PERFORM 500-IMPRIMIR-ETIQUETAS
               WHEN 3 PERFORM 600-CARGAR-REBOTES
               WHEN 4 PERFORM 700-LISTAR-REBOTES
               WHEN 5 PERFORM 800-RESUMEN-COLA
           END-EVALUATE.

      * los correos pendientes salen en un archivo de texto para el
      * envio masivo; cada uno lleva su numero de cola para poder
      * cruzar los rebotes y queda marcado como enviado
       400-EXPORTAR-CORREOS.
           IF cola-desbordada
               DISPLAY "Cola desbordada: exportacion no permitida"
           ELSE
               MOVE ZERO TO w-cont-exportados
               OPEN OUTPUT CORREOS
               MOVE SPACES TO cor-linea
               STRING "NUMERO,DESTINO,ASUNTO,NOMBRE,LEGAJO,DETALLE"
                   DELIMITED BY SIZE INTO cor-linea
               WRITE cor-linea
               PERFORM VARYING kc FROM 1 BY 1 UNTIL kc > w-cant-col
                   MOVE tc-linea(kc) TO col-reg
                   IF col-pendiente AND col-canal-email
                       PERFORM 410-ESCRIBIR-CORREO
                   END-IF
               END-PERFORM
               CLOSE CORREOS
               DISPLAY "Correos exportados: " w-cont-exportados
                       " en correosSalida.txt"
           END-IF.

       410-ESCRIBIR-CORREO.
           PERFORM 420-ASUNTO-POR-TIPO.
           MOVE SPACES TO cor-linea.
           STRING col-numero DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               col-direccion DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               w-asunto DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               col-nombre DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               col-legajo DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               col-detalle DELIMITED BY SIZE
               INTO cor-linea.
           WRITE cor-linea.
           ADD 1 TO w-cont-exportados.
           PERFORM 450-MARCAR-ENVIADO.

       420-ASUNTO-POR-TIPO.
           EVALUATE TRUE
               WHEN col-tipo-perdida
                   MOVE "PERDIDA DE REGULARIDAD" TO w-asunto
               WHEN col-tipo-beca
                   MOVE "BECA NO RENOVADA" TO w-asunto
               WHEN col-tipo-suspension
                   MOVE "SUSPENSION POR INACTIVIDAD" TO w-asunto
               WHEN OTHER
                   MOVE col-tipo TO w-asunto
           END-EVALUATE.

       450-MARCAR-ENVIADO.
           MOVE "E" TO col-estado.
           MOVE w-fecha-hoy TO col-fecha-estado.
           MOVE col-reg TO tc-linea(kc).
           MOVE "S" TO w-col-modificada.

      * una etiqueta por envio postal pendiente: nombre, domicilio,
      * localidad y el numero de envio para cruzar la devolucion
       500-IMPRIMIR-ETIQUETAS.
           IF cola-desbordada
               DISPLAY "Cola desbordada: impresion no permitida"
           ELSE
               MOVE ZERO TO w-cont-etiquetas
               OPEN OUTPUT ETIQUETAS
               PERFORM VARYING kc FROM 1 BY 1 UNTIL kc > w-cant-col
                   MOVE tc-linea(kc) TO col-reg
                   IF col-pendiente AND col-canal-postal
                       PERFORM 510-ESCRIBIR-ETIQUETA
                   END-IF
               END-PERFORM
               CLOSE ETIQUETAS
               DISPLAY "Etiquetas impresas: " w-cont-etiquetas
                       " en impEtiquetas.dat"
           END-IF.

       510-ESCRIBIR-ETIQUETA.
           MOVE col-nombre TO le-nombre.
           MOVE col-direccion TO le-domicilio.
           MOVE col-localidad TO le-localidad.
           MOVE col-legajo TO le-legajo.
           MOVE col-numero TO le-numero.
           WRITE eti-reg FROM lin-eti-nombre AFTER ADVANCING 2 LINES.
           WRITE eti-reg FROM lin-eti-domicilio.
           WRITE eti-reg FROM lin-eti-localidad.
           WRITE eti-reg FROM lin-eti-control.
           WRITE eti-reg FROM lin-blanco.
           ADD 1 TO w-cont-etiquetas.
           PERFORM 450-MARCAR-ENVIADO.

      * solo rebota lo que salio: un numero inexistente o un mensaje
      * todavia pendiente se informa y no cambia nada
       600-CARGAR-REBOTES.
           IF cola-desbordada
               DISPLAY "Cola desbordada: carga no permitida"
           ELSE
               MOVE ZERO TO w-cont-leidos w-cont-marcados
                   w-cont-rechazados
               MOVE ZERO TO w-flag-reb
               OPEN INPUT REBOTES
               IF ws-estado-reb NOT = "00"
                   DISPLAY "No existe rebotesComunicaciones.txt"
               ELSE
                   PERFORM 610-LEER-REBOTE
                   PERFORM UNTIL fin-rebotes
                       ADD 1 TO w-cont-leidos
                       PERFORM 620-APLICAR-REBOTE
                       PERFORM 610-LEER-REBOTE
                   END-PERFORM
                   CLOSE REBOTES
                   DISPLAY "Rebotes leidos....: " w-cont-leidos
                   DISPLAY "Marcados fallidos.: " w-cont-marcados
                   DISPLAY "Rechazados........: " w-cont-rechazados
               END-IF
           END-IF.

       610-LEER-REBOTE.
           READ REBOTES AT END MOVE 1 TO w-flag-reb.

       620-APLICAR-REBOTE.
           MOVE "N" TO w-col-hallada.
           PERFORM VARYING kc FROM 1 BY 1
               UNTIL kc > w-cant-col OR col-hallada
               MOVE tc-linea(kc) TO col-reg
               IF col-numero = reb-numero
                   MOVE "S" TO w-col-hallada
               END-IF
           END-PERFORM.
           IF NOT col-hallada
               ADD 1 TO w-cont-rechazados
               DISPLAY "REBOTE SIN MENSAJE EN LA COLA: " reb-numero
           ELSE
               SUBTRACT 1 FROM kc
               IF NOT col-enviado
                   ADD 1 TO w-cont-rechazados
                   DISPLAY "REBOTE DE MENSAJE NO ENVIADO: " reb-numero
                           " ESTADO " col-estado
               ELSE
                   MOVE "F" TO col-estado
                   MOVE w-fecha-hoy TO col-fecha-estado
                   MOVE reb-motivo TO col-motivo-falla
                   MOVE col-reg TO tc-linea(kc)
                   MOVE "S" TO w-col-modificada
                   ADD 1 TO w-cont-marcados
               END-IF
           END-IF.

      * por legajo y direccion fallida; si la ficha vigente ya tiene
      * otra direccion para ese canal el rebote se da por corregido
       700-LISTAR-REBOTES.
           MOVE ZERO TO w-cant-fal w-cont-listados w-cont-corregidos.
           PERFORM VARYING kc FROM 1 BY 1 UNTIL kc > w-cant-col
               MOVE tc-linea(kc) TO col-reg
               IF col-fallido
                   PERFORM 710-ACUMULAR-FALLA
               END-IF
           END-PERFORM.
           MOVE ZERO TO w-cont-paginas.
           OPEN OUTPUT LISTADO.
           PERFORM 750-LISTAR-ENCABEZADO.
           PERFORM VARYING kf FROM 1 BY 1 UNTIL kf > w-cant-fal
               PERFORM 720-DIRECCION-ACTUAL
               IF w-dir-actual = tf-direccion(kf)
                   PERFORM 730-LISTAR-FALLA
               ELSE
                   ADD 1 TO w-cont-corregidos
               END-IF
           END-PERFORM.
           MOVE w-cont-listados TO d-total.
           MOVE w-cont-corregidos TO d-total2.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES.
           WRITE lis-reg FROM lin-total2 AFTER ADVANCING 1 LINE.
           CLOSE LISTADO.
           DISPLAY "Listado en impRebotes.dat: " w-cont-listados
                   " direcciones a actualizar".

       710-ACUMULAR-FALLA.
           MOVE "N" TO w-fal-hallado.
           PERFORM VARYING kf FROM 1 BY 1
               UNTIL kf > w-cant-fal OR fal-hallado
               IF tf-legajo(kf) = col-legajo
                   AND tf-direccion(kf) = col-direccion
                   MOVE "S" TO w-fal-hallado
               END-IF
           END-PERFORM.
           IF fal-hallado
               SUBTRACT 1 FROM kf
               ADD 1 TO tf-cant(kf)
               IF col-fecha-estado >= tf-fecha(kf)
                   MOVE col-fecha-estado TO tf-fecha(kf)
                   MOVE col-motivo-falla TO tf-motivo(kf)
               END-IF
           ELSE
               IF w-cant-fal < 2000
                   ADD 1 TO w-cant-fal
                   MOVE col-legajo TO tf-legajo(w-cant-fal)
                   MOVE col-nombre TO tf-nombre(w-cant-fal)
                   MOVE col-canal TO tf-canal(w-cant-fal)
                   MOVE col-direccion TO tf-direccion(w-cant-fal)
                   MOVE 1 TO tf-cant(w-cant-fal)
                   MOVE col-fecha-estado TO tf-fecha(w-cant-fal)
                   MOVE col-motivo-falla TO tf-motivo(w-cant-fal)
               END-IF
           END-IF.

      * sin ficha vigente el mensaje salio al contacto del alta, que
      * solo se corrige desde el alta
       720-DIRECCION-ACTUAL.
           MOVE tf-legajo(kf) TO w-ctt-legajo.
           PERFORM 938-BUSCAR-CONTACTO.
           MOVE tf-direccion(kf) TO w-dir-actual.
           IF contacto-hallado
               EVALUATE tf-canal(kf)
                   WHEN "E" MOVE w-ctt-email TO w-dir-actual
                   WHEN "P" MOVE w-ctt-domicilio TO w-dir-actual
                   WHEN "T" MOVE w-ctt-telefono TO w-dir-actual
               END-EVALUATE
           END-IF.

       730-LISTAR-FALLA.
           ADD 1 TO w-cont-listados.
           MOVE tf-legajo(kf) TO d-legajo.
           MOVE tf-nombre(kf) TO d-nombre.
           MOVE tf-canal(kf) TO d-canal.
           MOVE tf-direccion(kf) TO d-direccion.
           MOVE tf-cant(kf) TO d-cant.
           MOVE tf-motivo(kf) TO d-motivo.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 750-LISTAR-ENCABEZADO.

       750-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.

       800-RESUMEN-COLA.
           INITIALIZE tabla-resumen.
           PERFORM VARYING kc FROM 1 BY 1 UNTIL kc > w-cant-col
               MOVE tc-linea(kc) TO col-reg
               EVALUATE TRUE
                   WHEN col-canal-email MOVE 1 TO w-idx-canal
                   WHEN col-canal-postal MOVE 2 TO w-idx-canal
                   WHEN OTHER MOVE 3 TO w-idx-canal
               END-EVALUATE
               EVALUATE TRUE
                   WHEN col-enviado MOVE 2 TO w-idx-estado
                   WHEN col-fallido MOVE 3 TO w-idx-estado
                   WHEN OTHER MOVE 1 TO w-idx-estado
               END-EVALUATE
               ADD 1 TO tr-cant(w-idx-canal, w-idx-estado)
           END-PERFORM.
           DISPLAY "MENSAJES EN LA COLA: " w-cant-col.
           DISPLAY "CANAL      PENDIENTES  ENVIADOS  FALLIDOS".
           DISPLAY "CORREO     " tr-cant(1, 1) "       "
                   tr-cant(1, 2) "     " tr-cant(1, 3).
           DISPLAY "POSTAL     " tr-cant(2, 1) "       "
                   tr-cant(2, 2) "     " tr-cant(2, 3).
           DISPLAY "TELEFONO   " tr-cant(3, 1) "       "
                   tr-cant(3, 2) "     " tr-cant(3, 3).
           DISPLAY "Los avisos telefonicos quedan pendientes para "
                   "la mesa de entradas".

       900-GRABAR-COLA.
           IF cola-modificada AND NOT cola-desbordada
               OPEN OUTPUT COLA-COM
               PERFORM VARYING kc FROM 1 BY 1 UNTIL kc > w-cant-col
                   MOVE tc-linea(kc) TO col-reg
                   WRITE col-reg
               END-PERFORM
               CLOSE COLA-COM
           END-IF.

           COPY "COPY-CONTACTO-PROC.cpy".
           COPY "COPY-COLACOM-PROC.cpy".
       END PROGRAM COMUNICACIONES.
