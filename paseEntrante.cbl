      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASE-ENTRANTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT PASE-IN ASSIGN TO "..\paseEntrante.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-pin.
           SELECT PROPUESTAS ASSIGN TO "..\propuestasPase.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-pro.
           SELECT TABLA-EQ ASSIGN TO "..\tablaEquivalencias.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-teq.
           SELECT NOM-INDEX ASSIGN TO "..\nomIndex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS nix-llave
           FILE STATUS IS ws-estado-nix.
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS es-llave
                   ALTERNATE RECORD KEY IS es-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT REGISTRO-EQ ASSIGN TO "..\equivalenciasRegistro.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-req.
           SELECT CONTROL-SEC ASSIGN TO "..\secuenciaEstados.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-sec.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impResolucionPase.dat".
           COPY "COPY-AUDIT-SEL.cpy".
           COPY "COPY-CTRLEJEC-SEL.cpy".
           COPY "COPY-SEDES-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".

      * la institucion de origen manda un archivo por alumno: una
      * cabecera H con los datos personales, un detalle D por cada
      * asignatura aprobada alla y una cola T con la cantidad de
      * detalles
       FD  PASE-IN.
       01  pin-linea.
           03 pin-tipo pic x.
           03 pin-datos pic x(92).
           03 filler redefines pin-datos.
               05 pin-dni pic 9(8).
               05 pin-nombre pic x(30).
               05 pin-institucion pic x(30).
               05 pin-plan pic x(2).
               05 pin-sede pic x(2).
               05 pin-contacto pic x(20).
           03 filler redefines pin-datos.
               05 pin-asignatura pic x(40).
               05 pin-nota pic 99.
               05 pin-fecha pic 9(8).
               05 filler pic x(42).
           03 filler redefines pin-datos.
               05 pin-cantidad pic 9(3).
               05 filler pic x(89).

      * propuestas de equivalencia pendientes de la oficina
      * academica, una por asignatura de origen. pro-criterio: T =
      * tomada de la tabla de equivalencias, N = por nombre igual al
      * de una materia nuestra, en blanco = sin propuesta.
      * pro-estado: P = pendiente, A = aprobada, R = rechazada
       FD  PROPUESTAS.
       01  pro-reg.
           03 pro-dni pic 9(8).
           03 pro-legajo pic 9(5).
           03 pro-nombre pic x(30).
           03 pro-institucion pic x(30).
           03 pro-asignatura pic x(40).
           03 pro-nota-origen pic 99.
           03 pro-fecha pic 9(8).
           03 pro-materia pic x(2).
           03 pro-criterio pic x.
           03 pro-nota pic 99.
           03 pro-estado pic x.

      * tabla de equivalencias que mantiene la oficina academica:
      * asignatura de una institucion de origen y la materia nuestra
      * que le corresponde
       FD  TABLA-EQ.
       01  teq-reg.
           03 teq-institucion pic x(30).
           03 teq-asignatura pic x(40).
           03 teq-materia pic x(2).

       FD  NOM-INDEX.
       01  nix-reg.
           03 nix-llave.
               05 nix-nombre pic x(30).
               05 nix-legajo pic 9(5).
           03 nix-dni pic 9(8).
           03 filler pic x(4).

       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  REGISTRO-EQ.
       01  req-reg.
           03 req-dni pic 9(8).
           03 req-materia pic x(2).
           03 req-nota pic 99.
           03 req-resolucion pic x(10).
           03 req-origen pic x(20).
           03 req-fecha pic x(8).
       FD  CONTROL-SEC.
       01  sec-reg.
           03 sec-proximo pic 9(6).
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-AUDIT-FD.cpy".
           COPY "COPY-CTRLEJEC-FD.cpy".
           COPY "COPY-SEDES-FD.cpy".

           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-pin pic xx.
       77  ws-estado-pro pic xx.
       77  ws-estado-teq pic xx.
       77  ws-estado-nix pic xx.
       77  ws-estado-est pic xx.
       77  ws-estado-req pic xx.
       77  ws-estado-sec pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       77  w-flag-pin pic 9 value 0.
           88 fin-pase value 1.
       77  w-flag-pro pic 9 value 0.
           88 fin-propuestas value 1.
       77  w-flag-teq pic 9 value 0.
           88 fin-tabla-eq value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-flag-barrido pic 9 value 0.
       77  w-nom-indice-activo pic x value "N".
           88 nom-indice-activo value "S".
       77  w-tabla-cambiada pic x value "N".
           88 tabla-cambiada value "S".
       77  w-lote-valido pic x value "N".
           88 lote-valido value "S".
       77  w-vio-trailer pic x value "N".
           88 vio-trailer value "S".
       77  w-resultado-alta pic x value space.
           88 alta-exitosa value "E".
           88 alta-rechazada value "R".
       77  w-dni-duplicado pic x value "N".
           88 dni-duplicado value "S".
       77  w-materia-encontrada pic x value "N".
           88 materia-encontrada value "S".
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       01  w-cont-det-pase pic 9(3) value zero.
       01  w-legajo-nuevo pic 9(5) value zero.
       01  w-legajo-duplicado pic 9(5) value zero.
       01  w-dni-pase pic 9(8) value zero.
       01  w-nombre-pase pic x(30) value spaces.
       01  w-institucion-pase pic x(30) value spaces.
       01  w-plan-pase pic x(2) value spaces.
       01  w-sede-pase pic x(2) value spaces.
       01  w-contacto-pase pic x(20) value spaces.
       01  w-cant-mat pic 99 value zero.
       01  w-idx-mat pic 99.
       01  tabla-mat.
           03 tab-materias OCCURS 99 TIMES.
               05 vec-cuatri pic 99.
               05 vec-mater pic x(2).
               05 vec-nombre pic x(30).
               05 vec-plan pic x(2).
               05 vec-tipo pic x.
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       01  w-materia-buscada pic x(2) value spaces.
       01  w-cuatri-materia pic 99 value zero.
       01  w-nombre-materia pic x(30) value spaces.
       01  w-cant-teq pic 9(3) value zero.
       01  k-teq pic 9(3).
       01  tabla-equivalencias.
           03 tab-teq OCCURS 500 TIMES.
               05 tq-institucion pic x(30).
               05 tq-asignatura pic x(40).
               05 tq-materia pic x(2).
       01  w-cant-pro pic 9(3) value zero.
       01  k-pro pic 9(3).
       01  k-pro2 pic 9(3).
       01  tabla-propuestas.
           03 tab-pro OCCURS 300 TIMES.
               05 tp-dni pic 9(8).
               05 tp-legajo pic 9(5).
               05 tp-nombre pic x(30).
               05 tp-institucion pic x(30).
               05 tp-asignatura pic x(40).
               05 tp-nota-origen pic 99.
               05 tp-fecha pic 9(8).
               05 tp-materia pic x(2).
               05 tp-criterio pic x.
               05 tp-nota pic 99.
               05 tp-estado pic x.
                   88 tp-pendiente value "P".
                   88 tp-aprobada value "A".
                   88 tp-rechazada value "R".
      * comparacion sin distinguir mayusculas: la institucion de
      * origen escribe los nombres como le parece
       01  w-cmp-1 pic x(40) value spaces.
       01  w-cmp-2 pic x(40) value spaces.
       01  w-propuesta-materia pic x(2) value spaces.
       01  w-propuesta-criterio pic x value space.
       01  w-dni-pedido pic 9(8) value zero.
       01  w-decision pic x value space.
       01  w-materia-nueva pic x(2) value spaces.
       01  w-nota-nueva pic 99 value zero.
       01  w-cont-prop pic 9(3) value zero.
       01  w-cont-sin-prop pic 9(3) value zero.
       01  w-cont-pend pic 9(3) value zero.
       01  w-cont-aprob pic 9(3) value zero.
       01  w-cont-rech pic 9(3) value zero.
       01  w-cont-cargadas pic 9(3) value zero.
       01  w-cont-fallidas pic 9(3) value zero.
       01  w-prox-secuen pic 9(6) value zero.
       01  w-resolucion pic x(10) value spaces.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-opcion-tabla pic 9 value zero.
       01  w-cont-paginas pic 99 value zero.

       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(24) value "PROYECTO DE RESOLUCION -".
           03 filler       pic x(33) value " EQUIVALENCIAS POR PASE".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(1).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  lin-resolucion.
           03 filler       pic x(15) value "RESOLUCION NRO ".
           03 r-resolucion pic x(10).
           03 filler       pic x(10) value "   FECHA: ".
           03 r-fecha      pic 9(8).
           03 filler       pic x(37) value spaces.
       01  lin-visto1.
           03 filler       pic x(26) value "VISTO el pase del alumno ".
           03 v-nombre     pic x(30).
           03 filler       pic x(7)  value ", DNI  ".
           03 v-dni        pic 9(8).
           03 filler       pic x(9)  value spaces.
       01  lin-visto2.
           03 filler       pic x(8)  value "LEGAJO ".
           03 v-legajo     pic z(5).
           03 filler       pic x(17) value ", proveniente de ".
           03 v-institucion pic x(30).
           03 filler       pic x(20) value spaces.
       01  lin-visto3.
           03 filler       pic x(20) value "y el dictamen de la ".
           03 filler       pic x(20) value "oficina academica so".
           03 filler       pic x(20) value "bre las asignaturas ".
           03 filler       pic x(20) value "aprobadas en origen,".
       01  lin-resuelve.
           03 filler       pic x(20) value "SE RESUELVE: reconoc".
           03 filler       pic x(20) value "er por equivalencia ".
           03 filler       pic x(40) value "las siguientes materias:".
       01  cabecera3.
           03 filler       pic x(30) value "ASIGNATURA DE ORIGEN".
           03 filler       pic x(5)  value "NOTA ".
           03 filler       pic x(9)  value "FECHA    ".
           03 filler       pic x(4)  value "MAT ".
           03 filler       pic x(26) value "MATERIA RECONOCIDA".
           03 filler       pic x(6)  value "NOTA".
       01  lin-detalle.
           03 d-asignatura pic x(29).
           03 filler       pic x(1)  value spaces.
           03 d-nota-origen pic z9.
           03 filler       pic x(3)  value spaces.
           03 d-fecha      pic 9(8).
           03 filler       pic x(1)  value spaces.
           03 d-materia    pic x(2).
           03 filler       pic x(2)  value spaces.
           03 d-nombre     pic x(25).
           03 filler       pic x(1)  value spaces.
           03 d-nota       pic z9.
           03 filler       pic x(4)  value spaces.
       01  lin-no-reconoce.
           03 filler       pic x(20) value "NO SE RECONOCEN las ".
           03 filler       pic x(60) value "siguientes asignaturas:".
       01  lin-rechazada.
           03 n-asignatura pic x(40).
           03 filler       pic x(6)  value " NOTA ".
           03 n-nota       pic z9.
           03 filler       pic x(8)  value "  FECHA ".
           03 n-fecha      pic 9(8).
           03 filler       pic x(16) value spaces.
       01  lin-total.
           03 filler       pic x(28)
                               value "MATERIAS RECONOCIDAS.......:".
           03 t-cant       pic zz9.
           03 filler       pic x(49) value spaces.
       01  lin-firma.
           03 filler pic x(40) value spaces.
           03 filler pic x(30) value "..............................".
           03 filler pic x(10) value spaces.
       01  lin-firma2.
           03 filler pic x(43) value spaces.
           03 filler pic x(25) value "Secretaria academica".
           03 filler pic x(12) value spaces.

           COPY "COPY-AUDIT-WS.cpy".
           COPY "COPY-CTRLEJEC-WS.cpy".
           COPY "COPY-SEDES-WS.cpy".

      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE "paseEntrante" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           PERFORM 800-FIN.
            STOP RUN.

      ******************************************************************
      ******************************************************************
       100-INICIO.
           PERFORM 102-TOMAR-CONTROL-LINEA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 120-CARGAR-TABLA-EQ.
           PERFORM 931-CARGAR-SEDES.
           PERFORM 955-ABRIR-AUDITORIA-COMUN.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-aud-operador.

       102-TOMAR-CONTROL-LINEA.
           PERFORM 940-LEER-CONTROL-EJEC.
           IF ctl-en-batch
               DISPLAY "La cadena de batch del cuatrimestre esta en "
                       "curso (" w-ctl-programa ")"
               DISPLAY "Abrir la sesion igual (autorizacion de "
                       "supervisor)? (S/N)"
               ACCEPT w-ctl-override
               IF NOT ctl-override-si
                   DISPLAY "Sesion cancelada"
                   STOP RUN
               END-IF
           END-IF.
           IF NOT ctl-en-batch
               MOVE "ONLINE" TO w-ctl-estado
               MOVE "PASE-ENTRA" TO w-ctl-programa
           END-IF.
           ADD 1 TO w-ctl-sesiones.
           PERFORM 945-GRABAR-CONTROL-EJEC.

      * la sesion se descuenta del control: la marca recien vuelve
      * a LIBRE cuando no queda ninguna otra sesion abierta
       103-LIBERAR-CONTROL-LINEA.
           PERFORM 940-LEER-CONTROL-EJEC.
           IF w-ctl-sesiones > 0
               SUBTRACT 1 FROM w-ctl-sesiones
           END-IF.
           IF w-ctl-sesiones = ZERO AND ctl-en-linea
               MOVE "LIBRE " TO w-ctl-estado
               MOVE SPACES TO w-ctl-programa
           END-IF.
           PERFORM 945-GRABAR-CONTROL-EJEC.

       110-CARGAR-MATERIAS.
           OPEN INPUT MATERIAS.
           PERFORM 115-LEER-MATERIAS.
           PERFORM UNTIL fin-archivo-mat
               IF w-cant-mat < 99
                   ADD 1 TO w-cant-mat
                   MOVE mat-cuat TO vec-cuatri(w-cant-mat)
                   MOVE mat-mat TO vec-mater(w-cant-mat)
                   MOVE mat-nombre TO vec-nombre(w-cant-mat)
                   MOVE mat-plan TO vec-plan(w-cant-mat)
                   MOVE mat-tipo-nota TO vec-tipo(w-cant-mat)
               END-IF
               PERFORM 115-LEER-MATERIAS
           END-PERFORM.
           CLOSE MATERIAS.

       115-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       120-CARGAR-TABLA-EQ.
           MOVE ZERO TO w-cant-teq.
           MOVE ZERO TO w-flag-teq.
           OPEN INPUT TABLA-EQ.
           IF ws-estado-teq = "00"
               PERFORM 125-LEER-TABLA-EQ
               PERFORM UNTIL fin-tabla-eq
                   IF w-cant-teq < 500
                       ADD 1 TO w-cant-teq
                       MOVE teq-institucion
                           TO tq-institucion(w-cant-teq)
                       MOVE teq-asignatura TO tq-asignatura(w-cant-teq)
                       MOVE teq-materia TO tq-materia(w-cant-teq)
                   END-IF
                   PERFORM 125-LEER-TABLA-EQ
               END-PERFORM
               CLOSE TABLA-EQ
           END-IF.

       125-LEER-TABLA-EQ.
           READ TABLA-EQ AT END MOVE 1 TO w-flag-teq.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  PASE ENTRANTE DE OTRA INSTITUCION"
           DISPLAY "  INGRESE UNA OPCION: "
           DISPLAY "  1- RECIBIR PASE (ALTA Y PROPUESTAS)"
           DISPLAY "  2- APROBAR PROPUESTAS (OFICINA ACADEMICA)"
           DISPLAY "  3- REGISTRAR EQUIVALENCIAS Y RESOLUCION"
           DISPLAY "  4- TABLA DE EQUIVALENCIAS"
           DISPLAY "  5- FIN"
           DISPLAY "..................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 6 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               PERFORM 200-MENU
           END-PERFORM.

       300-PROCESO.
           IF w-aud-operador = SPACES AND w-llave-menu NOT = 4
               DISPLAY "Debe identificarse con operador antes de "
                       "operar con pases"
           ELSE
               EVALUATE w-llave-menu
                   WHEN 1
                       PERFORM 400-RECIBIR-PASE
                   WHEN 2
                       PERFORM 500-APROBAR-PROPUESTAS
                   WHEN 3
                       PERFORM 600-REGISTRAR-EQUIVALENCIAS
                   WHEN 4
                       PERFORM 700-TABLA-EQUIVALENCIAS
               END-EVALUATE
           END-IF.

      ******************************************************************
      * recepcion del pase: el archivo entero se valida antes de
      * tocar nada (cabecera, cola y cantidad, como el lote de altas
      * masivas); despues se da el alta con las mismas reglas del
      * mostrador y cada asignatura de origen queda como propuesta
      * pendiente de la oficina academica
      ******************************************************************
       400-RECIBIR-PASE.
           PERFORM 410-VALIDAR-PASE.
           IF lote-valido
               PERFORM 420-PEDIR-LEGAJO
               PERFORM 430-DAR-ALTA
               IF alta-exitosa
                   PERFORM 460-PROPONER-EQUIVALENCIAS
               END-IF
           END-IF.

       410-VALIDAR-PASE.
           MOVE "N" TO w-lote-valido.
           MOVE "N" TO w-vio-trailer.
           MOVE ZERO TO w-cont-det-pase.
           MOVE ZERO TO w-flag-pin.
           OPEN INPUT PASE-IN.
           IF ws-estado-pin NOT = "00"
               DISPLAY "No se encuentra paseEntrante.txt (estado "
                       ws-estado-pin ")"
           ELSE
               PERFORM 415-LEER-PASE
               IF fin-pase OR pin-tipo NOT = "H"
                   DISPLAY "El archivo del pase no arranca con "
                           "cabecera H"
               ELSE
                   MOVE "S" TO w-lote-valido
                   MOVE pin-dni TO w-dni-pase
                   MOVE pin-nombre TO w-nombre-pase
                   MOVE pin-institucion TO w-institucion-pase
                   MOVE pin-plan TO w-plan-pase
                   MOVE pin-sede TO w-sede-pase
                   MOVE pin-contacto TO w-contacto-pase
                   PERFORM 415-LEER-PASE
                   PERFORM UNTIL fin-pase
                       PERFORM 412-CONTROLAR-REGISTRO
                       PERFORM 415-LEER-PASE
                   END-PERFORM
                   IF NOT vio-trailer
                       DISPLAY "El pase termina sin registro de cola, "
                               "posible archivo truncado"
                       MOVE "N" TO w-lote-valido
                   END-IF
               END-IF
               CLOSE PASE-IN
           END-IF.
           IF NOT lote-valido
               DISPLAY "Pase rechazado, no se dio el alta"
           END-IF.

       412-CONTROLAR-REGISTRO.
           EVALUATE pin-tipo
               WHEN "D"
                   ADD 1 TO w-cont-det-pase
               WHEN "T"
                   MOVE "S" TO w-vio-trailer
                   IF pin-cantidad NOT = w-cont-det-pase
                       DISPLAY "La cola dice " pin-cantidad
                               " asignaturas y se leyeron "
                               w-cont-det-pase
                       MOVE "N" TO w-lote-valido
                   END-IF
                   MOVE 1 TO w-flag-pin
               WHEN OTHER
                   DISPLAY "Registro de tipo desconocido en el pase: "
                           pin-tipo
                   MOVE "N" TO w-lote-valido
                   MOVE 1 TO w-flag-pin
           END-EVALUATE.

       415-LEER-PASE.
           READ PASE-IN AT END MOVE 1 TO w-flag-pin.

       420-PEDIR-LEGAJO.
           DISPLAY "Pase de " w-nombre-pase " DNI " w-dni-pase.
           DISPLAY "Proveniente de " w-institucion-pase.
           DISPLAY "Ingrese el legajo a asignar".
           ACCEPT w-legajo-nuevo.

      ******************************************************************
      * alta con las reglas del mostrador: DNI valido y no
      * registrado, legajo libre, cohorte del anio, estado A, sede
      * normalizada e indice por nombre
      ******************************************************************
       430-DAR-ALTA.
           SET alta-rechazada TO TRUE.
           IF w-legajo-nuevo = ZERO
               DISPLAY "Legajo invalido, pase rechazado"
           ELSE
               IF w-dni-pase = ZERO OR w-dni-pase < 1000000
                   DISPLAY "DNI invalido en la cabecera del pase"
               ELSE
                   PERFORM 432-ABRIR-ARCHIVOS-ALTA
                   PERFORM 434-VERIFICAR-DNI-DUPLICADO
                   IF dni-duplicado
                       DISPLAY "DNI ya registrado para el legajo "
                               w-legajo-duplicado
                   ELSE
                       PERFORM 436-UBICAR-LEGAJO
                   END-IF
                   PERFORM 458-CERRAR-ARCHIVOS-ALTA
               END-IF
           END-IF.
           IF alta-exitosa
               DISPLAY "Alta del legajo " w-legajo-nuevo " en la sede "
                       w-sede-codigo
               MOVE "ALTA" TO w-aud-programa
               MOVE w-legajo-nuevo TO w-aud-legajo
               MOVE w-dni-pase TO w-aud-dni
               MOVE SPACES TO w-aud-detalle
               STRING "PASE DE " DELIMITED BY SIZE
                   w-institucion-pase DELIMITED BY SIZE
                   INTO w-aud-detalle
               PERFORM 965-ASENTAR-AUDITORIA
           ELSE
               DISPLAY "Alta rechazada, no se generan propuestas"
           END-IF.

       432-ABRIR-ARCHIVOS-ALTA.
           OPEN I-O ALUMNOS.
           MOVE "N" TO w-nom-indice-activo.
           OPEN I-O NOM-INDEX.
           IF ws-estado-nix = "35"
               OPEN OUTPUT NOM-INDEX
               IF ws-estado-nix = "00"
                   CLOSE NOM-INDEX
                   OPEN I-O NOM-INDEX
               END-IF
           END-IF.
           IF ws-estado-nix = "00"
               MOVE "S" TO w-nom-indice-activo
           END-IF.

       434-VERIFICAR-DNI-DUPLICADO.
           MOVE "N" TO w-dni-duplicado.
           MOVE w-dni-pase TO al-dni.
           READ ALUMNOS KEY IS al-dni
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-dni-duplicado
                   MOVE al-legajo TO w-legajo-duplicado
           END-READ.

       436-UBICAR-LEGAJO.
           MOVE w-legajo-nuevo TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   PERFORM 450-GRABAR-ALUMNO
               NOT INVALID KEY
                   DISPLAY "El legajo " w-legajo-nuevo " ya esta "
                           "registrado (" al-nombre ")"
           END-READ.

       450-GRABAR-ALUMNO.
           INITIALIZE alu-reg.
           MOVE w-legajo-nuevo TO al-legajo.
           MOVE w-dni-pase TO al-dni.
           MOVE w-nombre-pase TO al-nombre.
           MOVE w-contacto-pase TO al-contacto.
           MOVE FUNCTION CURRENT-DATE(1:4) TO al-cohorte.
           MOVE w-plan-pase TO al-plan.
           IF al-plan = SPACES
               MOVE "01" TO al-plan
           END-IF.
           MOVE "A" TO al-estado.
           MOVE w-sede-pase TO w-sede-codigo.
           PERFORM 934-NORMALIZAR-SEDE.
           IF w-sede-pase NOT = SPACES
               AND w-sede-pase NOT = w-sede-codigo
               DISPLAY "Sede " w-sede-pase " inexistente, el legajo "
                       "queda en la sede " w-sede-codigo
           END-IF.
           MOVE w-sede-codigo TO al-sede.
           WRITE alu-reg
               INVALID KEY
                   MOVE "alumnos.dat" TO w-err-archivo
                   MOVE "WRITE" TO w-err-operacion
                   MOVE ws-estado-alu TO w-err-estado
                   MOVE al-legajo TO w-err-llave
                   PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                   DISPLAY "No se pudo grabar el legajo " al-legajo
                           " (estado " ws-estado-alu ")"
               NOT INVALID KEY
                   SET alta-exitosa TO TRUE
                   PERFORM 452-ALTA-EN-INDICES
           END-WRITE.

       452-ALTA-EN-INDICES.
           IF nom-indice-activo
               MOVE al-nombre TO nix-nombre
               MOVE al-legajo TO nix-legajo
               MOVE al-dni TO nix-dni
               WRITE nix-reg
                   INVALID KEY
                       REWRITE nix-reg
               END-WRITE
           END-IF.

       458-CERRAR-ARCHIVOS-ALTA.
           CLOSE ALUMNOS.
           IF nom-indice-activo
               CLOSE NOM-INDEX
           END-IF.

      ******************************************************************
      * cada asignatura de origen busca primero su par en la tabla de
      * equivalencias (institucion + asignatura); si la tabla no la
      * tiene se propone la materia del plan del alumno con el mismo
      * nombre. Lo que no encuentra pareja queda sin propuesta para
      * que la oficina la asigne a mano
      ******************************************************************
       460-PROPONER-EQUIVALENCIAS.
           PERFORM 810-CARGAR-PROPUESTAS.
           MOVE ZERO TO w-cont-prop.
           MOVE ZERO TO w-cont-sin-prop.
           MOVE ZERO TO w-flag-pin.
           OPEN INPUT PASE-IN.
           PERFORM 415-LEER-PASE.
           PERFORM 415-LEER-PASE.
           PERFORM UNTIL fin-pase OR pin-tipo NOT = "D"
               PERFORM 465-PROPONER-UNA
               PERFORM 415-LEER-PASE
           END-PERFORM.
           CLOSE PASE-IN.
           PERFORM 820-GRABAR-PROPUESTAS.
           DISPLAY "Asignaturas con propuesta: " w-cont-prop.
           DISPLAY "Asignaturas sin propuesta.: " w-cont-sin-prop.
           DISPLAY "Quedan pendientes de aprobacion en "
                   "propuestasPase.txt".

       465-PROPONER-UNA.
           MOVE SPACES TO w-propuesta-materia.
           MOVE SPACE TO w-propuesta-criterio.
           PERFORM 470-BUSCAR-EN-TABLA.
           IF w-propuesta-materia = SPACES
               PERFORM 475-BUSCAR-POR-NOMBRE
           END-IF.
           IF w-propuesta-materia = SPACES
               ADD 1 TO w-cont-sin-prop
           ELSE
               ADD 1 TO w-cont-prop
           END-IF.
           IF w-cant-pro < 300
               ADD 1 TO w-cant-pro
               MOVE w-dni-pase TO tp-dni(w-cant-pro)
               MOVE w-legajo-nuevo TO tp-legajo(w-cant-pro)
               MOVE w-nombre-pase TO tp-nombre(w-cant-pro)
               MOVE w-institucion-pase TO tp-institucion(w-cant-pro)
               MOVE pin-asignatura TO tp-asignatura(w-cant-pro)
               MOVE pin-nota TO tp-nota-origen(w-cant-pro)
               MOVE pin-fecha TO tp-fecha(w-cant-pro)
               MOVE w-propuesta-materia TO tp-materia(w-cant-pro)
               MOVE w-propuesta-criterio TO tp-criterio(w-cant-pro)
               MOVE pin-nota TO tp-nota(w-cant-pro)
               MOVE "P" TO tp-estado(w-cant-pro)
           ELSE
               DISPLAY "Archivo de propuestas lleno, queda afuera "
                       pin-asignatura
           END-IF.

       470-BUSCAR-EN-TABLA.
           MOVE w-institucion-pase TO w-cmp-1.
           PERFORM 480-MAYUSCULAS-1.
           MOVE pin-asignatura TO w-cmp-2.
           PERFORM 482-MAYUSCULAS-2.
           PERFORM VARYING k-teq FROM 1 BY 1
               UNTIL k-teq > w-cant-teq
               OR w-propuesta-materia NOT = SPACES
               IF tq-institucion(k-teq) = w-cmp-1
                   AND tq-asignatura(k-teq) = w-cmp-2
                   MOVE tq-materia(k-teq) TO w-propuesta-materia
                   MOVE "T" TO w-propuesta-criterio
               END-IF
           END-PERFORM.

       475-BUSCAR-POR-NOMBRE.
           MOVE pin-asignatura TO w-cmp-2.
           PERFORM 482-MAYUSCULAS-2.
           IF w-plan-pase = SPACES
               MOVE "01" TO w-plan-pase
           END-IF.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               OR w-propuesta-materia NOT = SPACES
               MOVE vec-nombre(w-idx-mat) TO w-cmp-1
               PERFORM 480-MAYUSCULAS-1
               IF vec-plan(w-idx-mat) = w-plan-pase
                   AND w-cmp-1 = w-cmp-2
                   MOVE vec-mater(w-idx-mat) TO w-propuesta-materia
                   MOVE "N" TO w-propuesta-criterio
               END-IF
           END-PERFORM.

       480-MAYUSCULAS-1.
           INSPECT w-cmp-1 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       482-MAYUSCULAS-2.
           INSPECT w-cmp-2 CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      ******************************************************************
      * la oficina academica revisa las propuestas de un alumno: las
      * aprueba, las rechaza o les cambia la materia. Una materia
      * asignada a mano se puede sumar a la tabla para que el
      * proximo pase de la misma institucion ya la traiga propuesta
      ******************************************************************
       500-APROBAR-PROPUESTAS.
           PERFORM 810-CARGAR-PROPUESTAS.
           DISPLAY "Ingrese el DNI del alumno".
           ACCEPT w-dni-pedido.
           MOVE ZERO TO w-cont-pend.
           PERFORM VARYING k-pro FROM 1 BY 1
               UNTIL k-pro > w-cant-pro
               IF tp-dni(k-pro) = w-dni-pedido
                   ADD 1 TO w-cont-pend
                   PERFORM 510-REVISAR-PROPUESTA
               END-IF
           END-PERFORM.
           IF w-cont-pend = ZERO
               DISPLAY "No hay propuestas para ese DNI"
           ELSE
               PERFORM 820-GRABAR-PROPUESTAS
           END-IF.

       510-REVISAR-PROPUESTA.
           DISPLAY "...................................".
           DISPLAY "ORIGEN: " tp-asignatura(k-pro).
           DISPLAY "NOTA: " tp-nota-origen(k-pro)
                   "  FECHA: " tp-fecha(k-pro)
                   "  ESTADO: " tp-estado(k-pro).
           IF tp-materia(k-pro) = SPACES
               DISPLAY "SIN PROPUESTA"
           ELSE
               MOVE tp-materia(k-pro) TO w-materia-buscada
               PERFORM 550-BUSCAR-MATERIA
               IF tp-criterio(k-pro) = "T"
                   DISPLAY "PROPUESTA: " tp-materia(k-pro) " "
                           w-nombre-materia " (tabla)"
               ELSE
                   DISPLAY "PROPUESTA: " tp-materia(k-pro) " "
                           w-nombre-materia
               END-IF
           END-IF.
           DISPLAY "A=aprobar R=rechazar M=otra materia "
                   "(en blanco la deja como esta)".
           ACCEPT w-decision.
           EVALUATE w-decision
               WHEN "A"
               WHEN "a"
                   IF tp-materia(k-pro) = SPACES
                       DISPLAY "Sin materia propuesta, use M"
                   ELSE
                       PERFORM 520-TOMAR-NOTA
                       MOVE "A" TO tp-estado(k-pro)
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO tp-estado(k-pro)
               WHEN "M"
               WHEN "m"
                   PERFORM 530-CAMBIAR-MATERIA
           END-EVALUATE.

      * la nota de origen se reconoce tal cual si esta en la escala
      * de aprobacion; si no, la oficina fija la nota reconocida.
      * una materia aprobado/desaprobado se reconoce con nota 04
       520-TOMAR-NOTA.
           MOVE tp-materia(k-pro) TO w-materia-buscada.
           PERFORM 550-BUSCAR-MATERIA.
           IF materia-sin-nota
               DISPLAY "Materia aprobado/desaprobado, se reconoce "
                       "como aprobada"
               MOVE 4 TO w-nota-nueva
           ELSE
               MOVE tp-nota-origen(k-pro) TO w-nota-nueva
           END-IF.
           PERFORM UNTIL w-nota-nueva >= 4 AND w-nota-nueva <= 10
               DISPLAY "Nota de origen fuera de escala, ingrese la "
                       "nota reconocida (4 a 10)"
               ACCEPT w-nota-nueva
           END-PERFORM.
           MOVE w-nota-nueva TO tp-nota(k-pro).

       530-CAMBIAR-MATERIA.
           DISPLAY "Ingrese la materia reconocida".
           ACCEPT w-materia-nueva.
           MOVE w-materia-nueva TO w-materia-buscada.
           PERFORM 550-BUSCAR-MATERIA.
           IF NOT materia-encontrada
               DISPLAY "Materia inexistente, la propuesta no cambia"
           ELSE
               MOVE w-materia-nueva TO tp-materia(k-pro)
               MOVE SPACE TO tp-criterio(k-pro)
               PERFORM 520-TOMAR-NOTA
               MOVE "A" TO tp-estado(k-pro)
               DISPLAY "Agregar la correspondencia a la tabla de "
                       "equivalencias? (S/N)"
               ACCEPT w-confirma
               IF confirma-si
                   MOVE tp-institucion(k-pro) TO w-cmp-1
                   MOVE tp-asignatura(k-pro) TO w-cmp-2
                   PERFORM 740-AGREGAR-EN-TABLA
               END-IF
           END-IF.

       550-BUSCAR-MATERIA.
           MOVE "N" TO w-materia-encontrada.
           MOVE ZERO TO w-cuatri-materia.
           MOVE SPACES TO w-nombre-materia.
           MOVE "N" TO w-materia-pf.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat OR materia-encontrada
               IF vec-mater(w-idx-mat) = w-materia-buscada
                   MOVE "S" TO w-materia-encontrada
                   MOVE vec-cuatri(w-idx-mat) TO w-cuatri-materia
                   MOVE vec-nombre(w-idx-mat) TO w-nombre-materia
                   IF vec-tipo(w-idx-mat) = "S"
                       MOVE "S" TO w-materia-pf
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * con todas las propuestas del alumno decididas, las aprobadas
      * entran juntas a estados como equivalencias (curso "E", igual
      * que la carga de a una) y se imprime el proyecto de
      * resolucion con lo reconocido y lo no reconocido; las
      * propuestas del alumno salen del archivo
      ******************************************************************
       600-REGISTRAR-EQUIVALENCIAS.
           PERFORM 810-CARGAR-PROPUESTAS.
           DISPLAY "Ingrese el DNI del alumno".
           ACCEPT w-dni-pedido.
           MOVE ZERO TO w-cont-pend.
           MOVE ZERO TO w-cont-aprob.
           MOVE ZERO TO w-cont-rech.
           MOVE ZERO TO k-pro2.
           PERFORM VARYING k-pro FROM 1 BY 1
               UNTIL k-pro > w-cant-pro
               IF tp-dni(k-pro) = w-dni-pedido
                   IF k-pro2 = ZERO
                       MOVE k-pro TO k-pro2
                   END-IF
                   EVALUATE TRUE
                       WHEN tp-aprobada(k-pro)
                           ADD 1 TO w-cont-aprob
                       WHEN tp-rechazada(k-pro)
                           ADD 1 TO w-cont-rech
                       WHEN OTHER
                           ADD 1 TO w-cont-pend
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF k-pro2 = ZERO
               DISPLAY "No hay propuestas para ese DNI"
           ELSE
               IF w-cont-pend > ZERO
                   DISPLAY "Quedan " w-cont-pend " propuestas sin "
                           "decidir, no se registra nada"
               ELSE
                   DISPLAY "Se registran " w-cont-aprob
                           " equivalencias. Confirma? (S/N)"
                   ACCEPT w-confirma
                   IF confirma-si
                       PERFORM 610-GRABAR-ESTADOS
                   END-IF
               END-IF
           END-IF.

       610-GRABAR-ESTADOS.
           OPEN I-O ESTADOS.
           IF ws-estado-est = "35"
               OPEN OUTPUT ESTADOS
           END-IF.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-est
           ELSE
               DISPLAY "Ingrese el numero de resolucion (en blanco "
                       "queda como borrador)"
               ACCEPT w-resolucion
               IF w-resolucion = SPACES
                   MOVE "BORRADOR" TO w-resolucion
               END-IF
               OPEN EXTEND REGISTRO-EQ
               IF ws-estado-req = "35"
                   OPEN OUTPUT REGISTRO-EQ
               END-IF
               PERFORM 150-CARGAR-SECUENCIA
               MOVE ZERO TO w-cont-cargadas
               MOVE ZERO TO w-cont-fallidas
               PERFORM VARYING k-pro FROM 1 BY 1
                   UNTIL k-pro > w-cant-pro
                   IF tp-dni(k-pro) = w-dni-pedido
                       AND tp-aprobada(k-pro)
                       PERFORM 620-GRABAR-EQUIVALENCIA
                   END-IF
               END-PERFORM
               PERFORM 850-GRABAR-SECUENCIA
               CLOSE REGISTRO-EQ
               CLOSE ESTADOS
               PERFORM 650-IMPRIMIR-RESOLUCION
               PERFORM 690-QUITAR-PROPUESTAS
               DISPLAY "EQUIVALENCIAS CARGADAS..: " w-cont-cargadas
               DISPLAY "EQUIVALENCIAS RECHAZADAS: " w-cont-fallidas
           END-IF.

       150-CARGAR-SECUENCIA.
           OPEN INPUT CONTROL-SEC.
           IF ws-estado-sec = "00"
               READ CONTROL-SEC
                   AT END MOVE ZERO TO w-prox-secuen
                   NOT AT END MOVE sec-proximo TO w-prox-secuen
               END-READ
               CLOSE CONTROL-SEC
           ELSE
               DISPLAY "Sin registro de secuencia, se barre el "
                       "archivo de estados"
               PERFORM 160-BARRER-SECUENCIA
           END-IF.

      * sin registro de control todavia: se barre el indice
      * alternado de secuencias para no arrancar de cero y pisar
      * llaves existentes
       160-BARRER-SECUENCIA.
           MOVE ZERO TO w-prox-secuen.
           MOVE ZERO TO w-flag-barrido.
           MOVE ZERO TO es-secuen.
           START ESTADOS KEY IS > es-secuen
               INVALID KEY
                   MOVE 1 TO w-flag-barrido
           END-START.
           PERFORM UNTIL w-flag-barrido = 1
               READ ESTADOS NEXT RECORD
                   AT END MOVE 1 TO w-flag-barrido
               END-READ
               IF w-flag-barrido = 0
                   AND es-secuen > w-prox-secuen
                   MOVE es-secuen TO w-prox-secuen
               END-IF
           END-PERFORM.

      * una equivalencia que choca con un estado identico no se
      * graba y pasa a la lista de no reconocidas de la resolucion
       620-GRABAR-EQUIVALENCIA.
           MOVE tp-materia(k-pro) TO w-materia-buscada.
           PERFORM 550-BUSCAR-MATERIA.
           MOVE tp-dni(k-pro) TO es-dni.
           MOVE tp-materia(k-pro) TO es-materia.
           MOVE w-cuatri-materia TO es-cuatri.
           MOVE "E" TO es-curso.
           MOVE tp-nota(k-pro) TO es-nota.
           ADD 1 TO w-prox-secuen.
           MOVE w-prox-secuen TO es-secuen.
           MOVE FUNCTION CURRENT-DATE(1:4) TO es-anio.
           MOVE ZERO TO es-lote.
           WRITE es-reg
               INVALID KEY
                   DISPLAY "Ya existe un estado identico para la "
                           "materia " tp-materia(k-pro)
                   MOVE "R" TO tp-estado(k-pro)
                   ADD 1 TO w-cont-fallidas
               NOT INVALID KEY
                   PERFORM 630-GRABAR-REGISTRO
                   PERFORM 640-ASENTAR-EN-AUDITORIA
                   ADD 1 TO w-cont-cargadas
           END-WRITE.

       630-GRABAR-REGISTRO.
           MOVE tp-dni(k-pro) TO req-dni.
           MOVE tp-materia(k-pro) TO req-materia.
           MOVE tp-nota(k-pro) TO req-nota.
           MOVE w-resolucion TO req-resolucion.
           MOVE tp-institucion(k-pro) TO req-origen.
           MOVE FUNCTION CURRENT-DATE(1:8) TO req-fecha.
           WRITE req-reg.

       640-ASENTAR-EN-AUDITORIA.
           MOVE "PASE-ENTRA" TO w-aud-programa.
           MOVE tp-legajo(k-pro) TO w-aud-legajo.
           MOVE tp-dni(k-pro) TO w-aud-dni.
           MOVE SPACES TO w-aud-detalle.
           STRING "MAT=" DELIMITED BY SIZE
               tp-materia(k-pro) DELIMITED BY SIZE
               " ALTA NOTA=" DELIMITED BY SIZE
               tp-nota(k-pro) DELIMITED BY SIZE
               INTO w-aud-detalle.
           PERFORM 965-ASENTAR-AUDITORIA.

       650-IMPRIMIR-RESOLUCION.
           MOVE ZERO TO w-cont-paginas.
           OPEN OUTPUT LISTADO.
           PERFORM 680-LISTAR-ENCABEZADO.
           MOVE w-resolucion TO r-resolucion.
           MOVE w-fecha-hoy TO r-fecha.
           WRITE lis-reg FROM lin-resolucion AFTER ADVANCING 2 LINES.
           MOVE tp-nombre(k-pro2) TO v-nombre.
           MOVE tp-dni(k-pro2) TO v-dni.
           MOVE tp-legajo(k-pro2) TO v-legajo.
           MOVE tp-institucion(k-pro2) TO v-institucion.
           WRITE lis-reg FROM lin-visto1 AFTER ADVANCING 2 LINES.
           WRITE lis-reg FROM lin-visto2 AFTER ADVANCING 1 LINE.
           WRITE lis-reg FROM lin-visto3 AFTER ADVANCING 1 LINE.
           WRITE lis-reg FROM lin-resuelve AFTER ADVANCING 2 LINES.
           WRITE lis-reg FROM cabecera3 AFTER ADVANCING 2 LINES.
           PERFORM VARYING k-pro FROM 1 BY 1
               UNTIL k-pro > w-cant-pro
               IF tp-dni(k-pro) = w-dni-pedido
                   AND tp-aprobada(k-pro)
                   PERFORM 660-LISTAR-RECONOCIDA
               END-IF
           END-PERFORM.
           MOVE w-cont-cargadas TO t-cant.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 680-LISTAR-ENCABEZADO.
           IF w-cont-rech > ZERO OR w-cont-fallidas > ZERO
               WRITE lis-reg FROM lin-no-reconoce
                   AFTER ADVANCING 2 LINES
                   AT END-OF-PAGE PERFORM 680-LISTAR-ENCABEZADO
               END-WRITE
               PERFORM VARYING k-pro FROM 1 BY 1
                   UNTIL k-pro > w-cant-pro
                   IF tp-dni(k-pro) = w-dni-pedido
                       AND tp-rechazada(k-pro)
                       PERFORM 670-LISTAR-RECHAZADA
                   END-IF
               END-PERFORM
           END-IF.
           WRITE lis-reg FROM lin-firma AFTER ADVANCING 4 LINES
               AT END-OF-PAGE PERFORM 680-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM lin-firma2 AFTER ADVANCING 1 LINE.
           CLOSE LISTADO.
           DISPLAY "Proyecto de resolucion en impResolucionPase.dat".

       660-LISTAR-RECONOCIDA.
           MOVE tp-materia(k-pro) TO w-materia-buscada.
           PERFORM 550-BUSCAR-MATERIA.
           MOVE tp-asignatura(k-pro) TO d-asignatura.
           MOVE tp-nota-origen(k-pro) TO d-nota-origen.
           MOVE tp-fecha(k-pro) TO d-fecha.
           MOVE tp-materia(k-pro) TO d-materia.
           MOVE w-nombre-materia TO d-nombre.
           MOVE tp-nota(k-pro) TO d-nota.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 680-LISTAR-ENCABEZADO.
           DISPLAY lin-detalle.

       670-LISTAR-RECHAZADA.
           MOVE tp-asignatura(k-pro) TO n-asignatura.
           MOVE tp-nota-origen(k-pro) TO n-nota.
           MOVE tp-fecha(k-pro) TO n-fecha.
           WRITE lis-reg FROM lin-rechazada AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 680-LISTAR-ENCABEZADO.

       680-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.

      * las propuestas del alumno ya resueltas salen del archivo;
      * quedan las de los demas pases en tramite
       690-QUITAR-PROPUESTAS.
           MOVE ZERO TO k-pro2.
           PERFORM VARYING k-pro FROM 1 BY 1
               UNTIL k-pro > w-cant-pro
               IF tp-dni(k-pro) NOT = w-dni-pedido
                   ADD 1 TO k-pro2
                   MOVE tab-pro(k-pro) TO tab-pro(k-pro2)
               END-IF
           END-PERFORM.
           MOVE k-pro2 TO w-cant-pro.
           PERFORM 820-GRABAR-PROPUESTAS.

      ******************************************************************
      * mantenimiento de la tabla de equivalencias; se graba al
      * cerrar la sesion
      ******************************************************************
       700-TABLA-EQUIVALENCIAS.
           DISPLAY "  1- AGREGAR  2- QUITAR  3- LISTAR".
           ACCEPT w-opcion-tabla.
           EVALUATE w-opcion-tabla
               WHEN 1
                   PERFORM 710-PEDIR-PAR
                   DISPLAY "Ingrese la materia nuestra"
                   ACCEPT w-materia-nueva
                   MOVE w-materia-nueva TO w-materia-buscada
                   PERFORM 550-BUSCAR-MATERIA
                   IF NOT materia-encontrada
                       DISPLAY "Materia inexistente"
                   ELSE
                       PERFORM 740-AGREGAR-EN-TABLA
                   END-IF
               WHEN 2
                   PERFORM 710-PEDIR-PAR
                   PERFORM 750-QUITAR-DE-TABLA
               WHEN 3
                   PERFORM VARYING k-teq FROM 1 BY 1
                       UNTIL k-teq > w-cant-teq
                       DISPLAY tq-institucion(k-teq) " "
                               tq-asignatura(k-teq) " -> "
                               tq-materia(k-teq)
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "Opcion incorrecta"
           END-EVALUATE.

       710-PEDIR-PAR.
           DISPLAY "Ingrese la institucion de origen".
           ACCEPT w-cmp-1.
           DISPLAY "Ingrese la asignatura de origen".
           ACCEPT w-cmp-2.

      * la tabla guarda institucion y asignatura en mayusculas;
      * un par ya cargado se actualiza con la materia nueva
       740-AGREGAR-EN-TABLA.
           PERFORM 480-MAYUSCULAS-1.
           PERFORM 482-MAYUSCULAS-2.
           PERFORM VARYING k-teq FROM 1 BY 1
               UNTIL k-teq > w-cant-teq
               OR (tq-institucion(k-teq) = w-cmp-1
                   AND tq-asignatura(k-teq) = w-cmp-2)
               CONTINUE
           END-PERFORM.
           IF k-teq > w-cant-teq
               IF w-cant-teq >= 500
                   DISPLAY "Tabla de equivalencias llena"
               ELSE
                   ADD 1 TO w-cant-teq
                   MOVE w-cmp-1 TO tq-institucion(w-cant-teq)
                   MOVE w-cmp-2 TO tq-asignatura(w-cant-teq)
                   MOVE w-materia-nueva TO tq-materia(w-cant-teq)
                   MOVE "S" TO w-tabla-cambiada
                   DISPLAY "Correspondencia agregada"
               END-IF
           ELSE
               MOVE w-materia-nueva TO tq-materia(k-teq)
               MOVE "S" TO w-tabla-cambiada
               DISPLAY "Correspondencia actualizada"
           END-IF.

       750-QUITAR-DE-TABLA.
           PERFORM 480-MAYUSCULAS-1.
           PERFORM 482-MAYUSCULAS-2.
           PERFORM VARYING k-teq FROM 1 BY 1
               UNTIL k-teq > w-cant-teq
               OR (tq-institucion(k-teq) = w-cmp-1
                   AND tq-asignatura(k-teq) = w-cmp-2)
               CONTINUE
           END-PERFORM.
           IF k-teq > w-cant-teq
               DISPLAY "No existe esa correspondencia"
           ELSE
               PERFORM VARYING k-teq FROM k-teq BY 1
                   UNTIL k-teq >= w-cant-teq
                   MOVE tab-teq(k-teq + 1) TO tab-teq(k-teq)
               END-PERFORM
               MOVE SPACES TO tab-teq(w-cant-teq)
               SUBTRACT 1 FROM w-cant-teq
               MOVE "S" TO w-tabla-cambiada
               DISPLAY "Correspondencia quitada"
           END-IF.

      ******************************************************************
      ******************************************************************
       800-FIN.
           IF tabla-cambiada
               PERFORM 830-GRABAR-TABLA-EQ
           END-IF.
           CLOSE AUDITORIA.
           PERFORM 103-LIBERAR-CONTROL-LINEA.

       810-CARGAR-PROPUESTAS.
           MOVE ZERO TO w-cant-pro.
           MOVE ZERO TO w-flag-pro.
           OPEN INPUT PROPUESTAS.
           IF ws-estado-pro = "00"
               PERFORM 815-LEER-PROPUESTA
               PERFORM UNTIL fin-propuestas
                   IF w-cant-pro < 300
                       ADD 1 TO w-cant-pro
                       MOVE pro-reg TO tab-pro(w-cant-pro)
                   END-IF
                   PERFORM 815-LEER-PROPUESTA
               END-PERFORM
               CLOSE PROPUESTAS
           END-IF.

       815-LEER-PROPUESTA.
           READ PROPUESTAS AT END MOVE 1 TO w-flag-pro.

       820-GRABAR-PROPUESTAS.
           OPEN OUTPUT PROPUESTAS.
           PERFORM VARYING k-pro FROM 1 BY 1
               UNTIL k-pro > w-cant-pro
               MOVE tab-pro(k-pro) TO pro-reg
               WRITE pro-reg
           END-PERFORM.
           CLOSE PROPUESTAS.

       830-GRABAR-TABLA-EQ.
           OPEN OUTPUT TABLA-EQ.
           PERFORM VARYING k-teq FROM 1 BY 1
               UNTIL k-teq > w-cant-teq
               MOVE tq-institucion(k-teq) TO teq-institucion
               MOVE tq-asignatura(k-teq) TO teq-asignatura
               MOVE tq-materia(k-teq) TO teq-materia
               WRITE teq-reg
           END-PERFORM.
           CLOSE TABLA-EQ.

       850-GRABAR-SECUENCIA.
           OPEN OUTPUT CONTROL-SEC.
           MOVE w-prox-secuen TO sec-proximo.
           WRITE sec-reg.
           CLOSE CONTROL-SEC.

           COPY "COPY-AUDIT-PROC.cpy".
           COPY "COPY-CTRLEJEC-PROC.cpy".
           COPY "COPY-SEDES-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM PASE-ENTRANTE.
