      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECTIFICAR-NOTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS es-llave
                   ALTERNATE RECORD KEY IS es-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           SELECT FINALES ASSIGN TO "..\finales.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fin-llave
                   FILE STATUS IS ws-estado-fin.
           SELECT DOCENTES-ARCH ASSIGN TO "..\docentes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS doc-legajo
                   FILE STATUS IS ws-estado-doc.
           SELECT RECTIFICACIONES ASSIGN TO "..\rectificaciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-rct.
           SELECT REEVALUACION ASSIGN TO "..\reevaluacion.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-rev.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impRectificaciones.dat".
           COPY "COPY-AUDIT-SEL.cpy".
           COPY "COPY-CTRLEJEC-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  DOCENTES-ARCH.
       01  doc-reg.
           03 doc-legajo pic 9(5).
           03 doc-nombre pic x(30).
           03 doc-cargo pic x(15).
           03 doc-estado pic x.
               88 docente-activo value "A".
               88 docente-en-baja value "B".
       FD  RECTIFICACIONES.
           COPY "COPY-RECTIF.cpy".
       FD  REEVALUACION.
           COPY "COPY-REEVAL.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-AUDIT-FD.cpy".
           COPY "COPY-CTRLEJEC-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-fin pic xx.
       77  ws-estado-doc pic xx.
       77  ws-estado-rct pic xx.
       77  ws-estado-rev pic xx.
           COPY "COPY-AUDIT-WS.cpy".
           COPY "COPY-CTRLEJEC-WS.cpy".
       77  w-flag-rct pic 9 value 0.
           88 fin-rectificaciones value 1.
       77  w-flag-est pic 9 value 0.
       77  w-llave-menu pic 9.
           88 salir-menu value 6.
      * el archivo se regraba entero al salir: la tabla guarda cada
      * rectificacion con el trazado del registro
       01  w-cant-rct pic 9(3) value zero.
      * con la tabla desbordada el registro no se regraba: quedaria
      * sin las rectificaciones que no entraron
       77  w-rct-grabable pic x value "S".
           88 rectificaciones-grabables value "S".
       01  kr pic 9(3).
       01  w-idx-rct pic 9(3) value zero.
       01  tabla-rct.
           03 tab-rct OCCURS 500 TIMES.
               05 tr-linea pic x(91).
       01  w-ult-numero pic 9(5) value zero.
       01  w-fecha-hoy pic 9(8) value zero.
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       77  w-nota-hallada pic x value "N".
           88 nota-hallada value "S".
       77  w-rct-hallada pic x value "N".
           88 rct-hallada value "S".
       77  w-pedido-doble pic x value "N".
           88 pedido-doble value "S".
       77  w-dato-valido pic x value "N".
           88 dato-valido value "S".
       01  w-archivo-pedido pic x value space.
       01  w-dni-pedido pic 9(8) value zero.
       01  w-materia-pedida pic x(2) value spaces.
       01  w-cuatri-pedido pic 99 value zero.
       01  w-fecha-pedida pic 9(8) value zero.
       01  w-numero-pedido pic 9(5) value zero.
       01  w-nota-nueva pic 99 value zero.
       01  w-resolucion pic x(12) value spaces.
       01  w-legajo-docente pic 9(5) value zero.
       01  w-nombre-docente pic x(30) value spaces.
       01  w-curso-hallado pic x value space.
       01  w-secuen-hallada pic 9(6) value zero.
       01  w-nota-actual pic 99 value zero.
       01  w-cont-pendientes pic 9(3) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "REGISTRO DE RECTIFICACIONES
      -         " DE NOTAS".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  cabecera3.
           03 filler       pic x(6)  value "NRO.".
           03 filler       pic x(2)  value "A".
           03 filler       pic x(9)  value "DNI".
           03 filler       pic x(4)  value "MAT".
           03 filler       pic x(11) value "CUAT/FECHA".
           03 filler       pic x(5)  value "ANT.".
           03 filler       pic x(5)  value "NUEVA".
           03 filler       pic x(13) value "RESOLUCION".
           03 filler       pic x(8)  value "DOCENTE".
           03 filler       pic x(17) value "ESTADO".
       01  lin-detalle.
           03 d-numero     pic 9(5).
           03 filler       pic x(1)  value spaces.
           03 d-archivo    pic x(1).
           03 filler       pic x(1)  value spaces.
           03 d-dni        pic 9(8).
           03 filler       pic x(1)  value spaces.
           03 d-materia    pic x(2).
           03 filler       pic x(2)  value spaces.
           03 d-clave      pic x(10).
           03 filler       pic x(1)  value spaces.
           03 d-nota-ant   pic z9.
           03 filler       pic x(3)  value spaces.
           03 d-nota-nueva pic z9.
           03 filler       pic x(3)  value spaces.
           03 d-resolucion pic x(12).
           03 filler       pic x(1)  value spaces.
           03 d-docente    pic z(5).
           03 filler       pic x(3)  value spaces.
           03 d-estado     pic x(9).
           03 filler       pic x(8)  value spaces.
       01  lin-operadores.
           03 filler       pic x(8)  value spaces.
           03 filler       pic x(10) value "CARGO:".
           03 d-op-carga   pic x(10).
           03 filler       pic x(1)  value spaces.
           03 d-fec-carga  pic x(10).
           03 filler       pic x(3)  value spaces.
           03 filler       pic x(10) value "RESOLVIO:".
           03 d-op-aprueba pic x(10).
           03 filler       pic x(1)  value spaces.
           03 d-fec-aprueba pic x(10).
           03 filler       pic x(7)  value spaces.
       01  lin-total.
           03 filler       pic x(26) value "RECTIFICACIONES.........: ".
           03 d-total      pic zz9.
           03 filler       pic x(51) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "rectificarNota" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           IF rectificaciones-grabables
               PERFORM 900-GRABAR-RECTIFICACIONES
           END-IF.
           CLOSE AUDITORIA.
           PERFORM 103-LIBERAR-CONTROL-LINEA.
            STOP RUN.

       100-INICIO.
           PERFORM 102-TOMAR-CONTROL-LINEA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 955-ABRIR-AUDITORIA-COMUN.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-aud-operador.
           PERFORM 110-CARGAR-RECTIFICACIONES.
           IF NOT rectificaciones-grabables
               DISPLAY "Tabla de rectificaciones llena (500), quedaron "
                       "pedidos sin cargar: solo se puede listar y "
                       "el registro no se graba"
           END-IF.

      * la rectificacion regraba estados.dat en linea: respeta el
      * mismo control de ejecucion que las altas
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
               MOVE "RECTIF-NOTA" TO w-ctl-programa
           END-IF.
           ADD 1 TO w-ctl-sesiones.
           PERFORM 945-GRABAR-CONTROL-EJEC.

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

       110-CARGAR-RECTIFICACIONES.
           OPEN INPUT RECTIFICACIONES.
           IF ws-estado-rct = "00"
               PERFORM 120-LEER-RECTIFICACION
               PERFORM UNTIL fin-rectificaciones
                   IF w-cant-rct < 500
                       ADD 1 TO w-cant-rct
                       MOVE rct-reg TO tr-linea(w-cant-rct)
                   ELSE
                       MOVE "N" TO w-rct-grabable
                   END-IF
                   IF rct-numero > w-ult-numero
                       MOVE rct-numero TO w-ult-numero
                   END-IF
                   PERFORM 120-LEER-RECTIFICACION
               END-PERFORM
               CLOSE RECTIFICACIONES
           END-IF.

       120-LEER-RECTIFICACION.
           READ RECTIFICACIONES AT END MOVE 1 TO w-flag-rct.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  RECTIFICACION DE NOTAS".
           DISPLAY "  1- CARGAR RECTIFICACION".
           DISPLAY "  2- APROBAR RECTIFICACION PENDIENTE".
           DISPLAY "  3- RECHAZAR RECTIFICACION PENDIENTE".
           DISPLAY "  4- LISTAR PENDIENTES".
           DISPLAY "  5- IMPRIMIR REGISTRO PARA EL CONSEJO".
           DISPLAY "  6- FIN".
           DISPLAY ".................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 7 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               ACCEPT w-llave-menu
           END-PERFORM.

      * sin poder regrabar el registro no se carga, aprueba ni
      * rechaza nada: la nota se tocaria sin quedar asentada
       300-PROCESO.
           IF NOT rectificaciones-grabables AND w-llave-menu < 4
               DISPLAY "Tabla de rectificaciones llena (500), opcion "
                       "no disponible"
           ELSE
               EVALUATE w-llave-menu
                   WHEN 1 PERFORM 400-CARGAR-RECTIFICACION
                   WHEN 2 PERFORM 500-APROBAR-RECTIFICACION
                   WHEN 3 PERFORM 600-RECHAZAR-RECTIFICACION
                   WHEN 4 PERFORM 700-LISTAR-PENDIENTES
                   WHEN 5 PERFORM 800-IMPRIMIR-REGISTRO
               END-EVALUATE
           END-IF.

      * la carga solo deja el pedido pendiente con la nota que
      * tenia el registro en ese momento: nada se toca hasta la
      * aprobacion
       400-CARGAR-RECTIFICACION.
           IF w-cant-rct >= 500
               DISPLAY "Tabla de rectificaciones llena"
           ELSE
               PERFORM 410-PEDIR-REGISTRO
               IF nota-hallada
                   PERFORM 430-PEDIR-DATOS-RECTIF
                   IF dato-valido
                       PERFORM 440-AGREGAR-RECTIFICACION
                   END-IF
               END-IF
           END-IF.

       410-PEDIR-REGISTRO.
           MOVE "N" TO w-nota-hallada.
           DISPLAY "Archivo a rectificar: E = cursada (estados), "
                   "F = examen final (finales)".
           ACCEPT w-archivo-pedido.
           DISPLAY "Ingrese el DNI del alumno".
           ACCEPT w-dni-pedido.
           DISPLAY "Ingrese la materia".
           ACCEPT w-materia-pedida.
           EVALUATE w-archivo-pedido
               WHEN "E"
               WHEN "e"
                   MOVE "E" TO w-archivo-pedido
                   DISPLAY "Ingrese el cuatrimestre de la cursada"
                   ACCEPT w-cuatri-pedido
                   MOVE ZERO TO w-fecha-pedida
                   PERFORM 415-BUSCAR-ESTADO
               WHEN "F"
               WHEN "f"
                   MOVE "F" TO w-archivo-pedido
                   DISPLAY "Ingrese la fecha de la mesa (AAAAMMDD)"
                   ACCEPT w-fecha-pedida
                   MOVE ZERO TO w-cuatri-pedido
                   PERFORM 420-BUSCAR-FINAL
               WHEN OTHER
                   DISPLAY "Archivo invalido, use E o F"
           END-EVALUATE.

      * de la cursada vale el ultimo movimiento del cuatrimestre
      * pedido: es el que quedo cerrado en el acta
       415-BUSCAR-ESTADO.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat (estado "
                       ws-estado-est ")"
           ELSE
               MOVE ZERO TO w-flag-est
               MOVE w-dni-pedido TO es-dni
               MOVE w-materia-pedida TO es-materia
               MOVE w-cuatri-pedido TO es-cuatri
               MOVE LOW-VALUES TO es-curso
               MOVE ZERO TO es-secuen
               START ESTADOS KEY IS NOT LESS THAN es-llave
                   INVALID KEY
                       MOVE 1 TO w-flag-est
               END-START
               PERFORM UNTIL w-flag-est = 1
                   READ ESTADOS NEXT RECORD
                       AT END MOVE 1 TO w-flag-est
                   END-READ
                   IF w-flag-est = 0
                       IF es-dni = w-dni-pedido
                           AND es-materia = w-materia-pedida
                           AND es-cuatri = w-cuatri-pedido
                           MOVE "S" TO w-nota-hallada
                           MOVE es-curso TO w-curso-hallado
                           MOVE es-secuen TO w-secuen-hallada
                           MOVE es-nota TO w-nota-actual
                       ELSE
                           MOVE 1 TO w-flag-est
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ESTADOS
               IF NOT nota-hallada
                   DISPLAY "No hay cursada de " w-materia-pedida
                           " en el cuatrimestre " w-cuatri-pedido
                           " para el DNI " w-dni-pedido
               END-IF
           END-IF.

       420-BUSCAR-FINAL.
           OPEN INPUT FINALES.
           IF ws-estado-fin NOT = "00"
               MOVE "finales.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-fin TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir finales.dat (estado "
                       ws-estado-fin ")"
           ELSE
               MOVE w-dni-pedido TO fin-dni
               MOVE w-materia-pedida TO fin-materia
               MOVE w-fecha-pedida TO fin-fecha
               READ FINALES
                   INVALID KEY
                       DISPLAY "No hay final de " w-materia-pedida
                               " del " w-fecha-pedida
                               " para el DNI " w-dni-pedido
                   NOT INVALID KEY
                       MOVE "S" TO w-nota-hallada
                       MOVE SPACE TO w-curso-hallado
                       MOVE ZERO TO w-secuen-hallada
                       MOVE fin-nota TO w-nota-actual
               END-READ
               CLOSE FINALES
           END-IF.

       430-PEDIR-DATOS-RECTIF.
           MOVE "N" TO w-dato-valido.
           PERFORM 435-BUSCAR-PEDIDO-DOBLE.
           IF pedido-doble
               DISPLAY "Ya hay una rectificacion pendiente sobre esa "
                       "nota, resuelvala primero"
           ELSE
               DISPLAY "Nota registrada: " w-nota-actual
               DISPLAY "Ingrese la nota correcta (0 a 10)"
               ACCEPT w-nota-nueva
               DISPLAY "Ingrese el numero de resolucion"
               ACCEPT w-resolucion
               DISPLAY "Ingrese el legajo del docente que la pide"
               ACCEPT w-legajo-docente
               EVALUATE TRUE
                   WHEN w-nota-nueva > 10
                       DISPLAY "Nota fuera de rango"
                   WHEN w-nota-nueva = w-nota-actual
                       DISPLAY "La nota correcta es igual a la "
                               "registrada, nada que rectificar"
                   WHEN w-resolucion = SPACES
                       DISPLAY "Sin numero de resolucion no se "
                               "carga la rectificacion"
                   WHEN OTHER
                       PERFORM 437-VALIDAR-DOCENTE
               END-EVALUATE
           END-IF.

       435-BUSCAR-PEDIDO-DOBLE.
           MOVE "N" TO w-pedido-doble.
           PERFORM VARYING kr FROM 1 BY 1
               UNTIL kr > w-cant-rct OR pedido-doble
               MOVE tr-linea(kr) TO rct-reg
               IF rct-pendiente
                   AND rct-archivo = w-archivo-pedido
                   AND rct-dni = w-dni-pedido
                   AND rct-materia = w-materia-pedida
                   AND rct-cuatri = w-cuatri-pedido
                   AND rct-fecha-mesa = w-fecha-pedida
                   MOVE "S" TO w-pedido-doble
               END-IF
           END-PERFORM.

       437-VALIDAR-DOCENTE.
           MOVE SPACES TO w-nombre-docente.
           OPEN INPUT DOCENTES-ARCH.
           IF ws-estado-doc NOT = "00"
               MOVE "docentes.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-doc TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir docentes.dat (estado "
                       ws-estado-doc ")"
           ELSE
               MOVE w-legajo-docente TO doc-legajo
               READ DOCENTES-ARCH
                   INVALID KEY
                       DISPLAY "No existe el docente "
                               w-legajo-docente
                   NOT INVALID KEY
                       MOVE "S" TO w-dato-valido
                       MOVE doc-nombre TO w-nombre-docente
               END-READ
               CLOSE DOCENTES-ARCH
           END-IF.

       440-AGREGAR-RECTIFICACION.
           ADD 1 TO w-ult-numero.
           ADD 1 TO w-cant-rct.
           MOVE w-ult-numero TO rct-numero.
           MOVE w-archivo-pedido TO rct-archivo.
           MOVE w-dni-pedido TO rct-dni.
           MOVE w-materia-pedida TO rct-materia.
           MOVE w-cuatri-pedido TO rct-cuatri.
           MOVE w-curso-hallado TO rct-curso.
           MOVE w-secuen-hallada TO rct-secuen.
           MOVE w-fecha-pedida TO rct-fecha-mesa.
           MOVE w-nota-actual TO rct-nota-ant.
           MOVE w-nota-nueva TO rct-nota-nueva.
           MOVE w-resolucion TO rct-resolucion.
           MOVE w-legajo-docente TO rct-docente.
           MOVE w-aud-operador TO rct-op-carga.
           MOVE w-fecha-hoy TO rct-fecha-carga.
           MOVE SPACES TO rct-op-aprueba.
           MOVE ZERO TO rct-fecha-aprueba.
           MOVE "P" TO rct-estado.
           MOVE rct-reg TO tr-linea(w-cant-rct).
           MOVE "RECTIFPEND" TO w-aud-programa.
           PERFORM 450-ASENTAR-RECTIFICACION.
           DISPLAY "Rectificacion " w-ult-numero " cargada ("
                   w-nombre-docente "), queda pendiente de la "
                   "aprobacion de otro operador".

       450-ASENTAR-RECTIFICACION.
           MOVE ZERO TO w-aud-legajo.
           MOVE rct-dni TO w-aud-dni.
           MOVE SPACES TO w-aud-detalle.
           STRING "MAT=" DELIMITED BY SIZE
               rct-materia DELIMITED BY SIZE
               " NOTA=" DELIMITED BY SIZE
               rct-nota-ant DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               rct-nota-nueva DELIMITED BY SIZE
               " N=" DELIMITED BY SIZE
               rct-numero DELIMITED BY SIZE
               INTO w-aud-detalle.
           PERFORM 965-ASENTAR-AUDITORIA.

       460-UBICAR-PENDIENTE.
           MOVE "N" TO w-rct-hallada.
           DISPLAY "Ingrese el numero de rectificacion".
           ACCEPT w-numero-pedido.
           PERFORM VARYING kr FROM 1 BY 1
               UNTIL kr > w-cant-rct OR rct-hallada
               MOVE tr-linea(kr) TO rct-reg
               IF rct-numero = w-numero-pedido
                   MOVE "S" TO w-rct-hallada
                   MOVE kr TO w-idx-rct
               END-IF
           END-PERFORM.
           IF NOT rct-hallada
               DISPLAY "No existe la rectificacion " w-numero-pedido
           ELSE
               IF NOT rct-pendiente
                   MOVE "N" TO w-rct-hallada
                   DISPLAY "La rectificacion " w-numero-pedido
                           " ya fue resuelta (" rct-estado ")"
               ELSE
                   DISPLAY "DNI " rct-dni " MATERIA " rct-materia
                           " ARCHIVO " rct-archivo
                           " NOTA " rct-nota-ant " -> "
                           rct-nota-nueva
                   DISPLAY "RESOLUCION " rct-resolucion
                           " DOCENTE " rct-docente
                           " CARGADA POR " rct-op-carga
               END-IF
           END-IF.

      * segunda firma: la aplica un operador distinto del que la
      * cargo y solo si la nota sigue siendo la del momento de la
      * carga; el registro queda fuera de todo lote (es-lote 0) para
      * que un backout posterior no pise la rectificacion
       500-APROBAR-RECTIFICACION.
           PERFORM 460-UBICAR-PENDIENTE.
           IF rct-hallada
               IF rct-op-carga = w-aud-operador
                   DISPLAY "La rectificacion la tiene que aprobar un "
                           "operador distinto del que la cargo"
               ELSE
                   DISPLAY "Confirma aplicar la rectificacion? (S/N)"
                   ACCEPT w-confirma
                   IF confirma-si
                       MOVE "N" TO w-dato-valido
                       IF rct-de-estados
                           PERFORM 510-APLICAR-EN-ESTADOS
                       ELSE
                           PERFORM 520-APLICAR-EN-FINALES
                       END-IF
                       IF dato-valido
                           PERFORM 530-CERRAR-APLICADA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       510-APLICAR-EN-ESTADOS.
           OPEN I-O ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat (estado "
                       ws-estado-est ")"
           ELSE
               MOVE rct-dni TO es-dni
               MOVE rct-materia TO es-materia
               MOVE rct-cuatri TO es-cuatri
               MOVE rct-curso TO es-curso
               MOVE rct-secuen TO es-secuen
               READ ESTADOS
                   INVALID KEY
                       DISPLAY "La cursada ya no esta en estados.dat"
                   NOT INVALID KEY
                       IF es-nota NOT = rct-nota-ant
                           DISPLAY "La nota cambio desde la carga ("
                                   es-nota "), rechace y vuelva a "
                                   "cargar la rectificacion"
                       ELSE
                           MOVE rct-nota-nueva TO es-nota
                           MOVE ZERO TO es-lote
                           REWRITE es-reg
                           MOVE "S" TO w-dato-valido
                       END-IF
               END-READ
               CLOSE ESTADOS
           END-IF.

       520-APLICAR-EN-FINALES.
           OPEN I-O FINALES.
           IF ws-estado-fin NOT = "00"
               MOVE "finales.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-fin TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir finales.dat (estado "
                       ws-estado-fin ")"
           ELSE
               MOVE rct-dni TO fin-dni
               MOVE rct-materia TO fin-materia
               MOVE rct-fecha-mesa TO fin-fecha
               READ FINALES
                   INVALID KEY
                       DISPLAY "El final ya no esta en finales.dat"
                   NOT INVALID KEY
                       IF fin-nota NOT = rct-nota-ant
                           DISPLAY "La nota cambio desde la carga ("
                                   fin-nota "), rechace y vuelva a "
                                   "cargar la rectificacion"
                       ELSE
                           MOVE rct-nota-nueva TO fin-nota
                           REWRITE fin-reg
                           MOVE "S" TO w-dato-valido
                       END-IF
               END-READ
               CLOSE FINALES
           END-IF.

      * la nota nueva puede cambiar regularidad, promedio y egreso:
      * el alumno queda marcado en reevaluacion.txt
       530-CERRAR-APLICADA.
           MOVE "A" TO rct-estado.
           MOVE w-aud-operador TO rct-op-aprueba.
           MOVE w-fecha-hoy TO rct-fecha-aprueba.
           MOVE rct-reg TO tr-linea(w-idx-rct).
           MOVE "RECTIFNOTA" TO w-aud-programa.
           PERFORM 450-ASENTAR-RECTIFICACION.
           OPEN EXTEND REEVALUACION.
           IF ws-estado-rev = "35"
               OPEN OUTPUT REEVALUACION
           END-IF.
           MOVE rct-dni TO rev-dni.
           MOVE rct-materia TO rev-materia.
           MOVE "RECTIFNOTA" TO rev-origen.
           MOVE w-fecha-hoy TO rev-fecha.
           WRITE rev-reg.
           CLOSE REEVALUACION.
           DISPLAY "Rectificacion " rct-numero " aplicada, el DNI "
                   rct-dni " queda marcado para reevaluar".

       600-RECHAZAR-RECTIFICACION.
           PERFORM 460-UBICAR-PENDIENTE.
           IF rct-hallada
               DISPLAY "Confirma rechazar la rectificacion? (S/N)"
               ACCEPT w-confirma
               IF confirma-si
                   MOVE "R" TO rct-estado
                   MOVE w-aud-operador TO rct-op-aprueba
                   MOVE w-fecha-hoy TO rct-fecha-aprueba
                   MOVE rct-reg TO tr-linea(w-idx-rct)
                   MOVE "RECTIFRECH" TO w-aud-programa
                   PERFORM 450-ASENTAR-RECTIFICACION
                   DISPLAY "Rectificacion " rct-numero " rechazada"
               END-IF
           END-IF.

       700-LISTAR-PENDIENTES.
           MOVE ZERO TO w-cont-pendientes.
           PERFORM VARYING kr FROM 1 BY 1 UNTIL kr > w-cant-rct
               MOVE tr-linea(kr) TO rct-reg
               IF rct-pendiente
                   ADD 1 TO w-cont-pendientes
                   DISPLAY "NRO " rct-numero " " rct-archivo
                           " DNI " rct-dni " MAT " rct-materia
                           " NOTA " rct-nota-ant " -> "
                           rct-nota-nueva " CARGO " rct-op-carga
               END-IF
           END-PERFORM.
           DISPLAY "Rectificaciones pendientes: " w-cont-pendientes.

       800-IMPRIMIR-REGISTRO.
           MOVE ZERO TO w-cont-paginas.
           OPEN OUTPUT LISTADO.
           PERFORM 850-LISTAR-ENCABEZADO.
           PERFORM VARYING kr FROM 1 BY 1 UNTIL kr > w-cant-rct
               MOVE tr-linea(kr) TO rct-reg
               PERFORM 810-LISTAR-RECTIFICACION
           END-PERFORM.
           MOVE w-cant-rct TO d-total.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES.
           CLOSE LISTADO.
           DISPLAY "Registro impreso en impRectificaciones.dat".

       810-LISTAR-RECTIFICACION.
           MOVE rct-numero TO d-numero.
           MOVE rct-archivo TO d-archivo.
           MOVE rct-dni TO d-dni.
           MOVE rct-materia TO d-materia.
           MOVE SPACES TO d-clave.
           IF rct-de-estados
               STRING "CUAT " rct-cuatri DELIMITED BY SIZE
                   INTO d-clave
           ELSE
               STRING rct-fecha-mesa(7:2) "/" rct-fecha-mesa(5:2) "/"
                   rct-fecha-mesa(1:4) DELIMITED BY SIZE INTO d-clave
           END-IF.
           MOVE rct-nota-ant TO d-nota-ant.
           MOVE rct-nota-nueva TO d-nota-nueva.
           MOVE rct-resolucion TO d-resolucion.
           MOVE rct-docente TO d-docente.
           EVALUATE TRUE
               WHEN rct-aplicada MOVE "APLICADA" TO d-estado
               WHEN rct-rechazada MOVE "RECHAZADA" TO d-estado
               WHEN OTHER MOVE "PENDIENTE" TO d-estado
           END-EVALUATE.
           MOVE rct-op-carga TO d-op-carga.
           MOVE SPACES TO d-fec-carga.
           STRING rct-fecha-carga(7:2) "/" rct-fecha-carga(5:2) "/"
               rct-fecha-carga(1:4) DELIMITED BY SIZE INTO d-fec-carga.
           MOVE rct-op-aprueba TO d-op-aprueba.
           MOVE SPACES TO d-fec-aprueba.
           IF rct-fecha-aprueba NOT = ZERO
               STRING rct-fecha-aprueba(7:2) "/"
                   rct-fecha-aprueba(5:2) "/"
                   rct-fecha-aprueba(1:4) DELIMITED BY SIZE
                   INTO d-fec-aprueba
           END-IF.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 850-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM lin-operadores AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 850-LISTAR-ENCABEZADO.

       850-LISTAR-ENCABEZADO.
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

       900-GRABAR-RECTIFICACIONES.
           OPEN OUTPUT RECTIFICACIONES.
           PERFORM VARYING kr FROM 1 BY 1 UNTIL kr > w-cant-rct
               MOVE tr-linea(kr) TO rct-reg
               WRITE rct-reg
           END-PERFORM.
           CLOSE RECTIFICACIONES.

           COPY "COPY-AUDIT-PROC.cpy".
           COPY "COPY-CTRLEJEC-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM RECTIFICAR-NOTA.
