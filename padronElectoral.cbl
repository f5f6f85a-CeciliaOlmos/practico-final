      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADRON-ELECTORAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
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
           SELECT SANCIONES-ARCH ASSIGN TO "..\sanciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-san.
      * impugnaciones al padron presentadas ante la junta electoral;
      * las resueltas se aplican cada vez que se emite el padron
           SELECT IMPUGNACIONES ASSIGN TO "..\padronImpugnaciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-imp.
           SELECT PARAM-PADRON ASSIGN TO "..\paramPadron.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ppad.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impPadron.dat".
           SELECT LISTADO-EXC
           ASSIGN TO PRINTER,
           "..\impPadronExcluidos.dat".
           SELECT SORT-PAD ASSIGN TO "sortpad".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  SANCIONES-ARCH.
       01  san-reg.
           03 san-dni pic 9(8).
           03 san-legajo pic 9(5).
           03 san-tipo pic x(10).
           03 san-desde pic 9(8).
           03 san-hasta pic 9(8).
           03 san-resolucion pic x(10).
      * imp-tipo I pide incluir al alumno, E pide excluirlo;
      * imp-estado P pendiente, A admitida, R rechazada
       FD  IMPUGNACIONES.
       01  imp-reg.
           03 imp-dni pic 9(8).
           03 imp-tipo pic x.
           03 imp-motivo pic x(30).
           03 imp-fecha pic 9(8).
           03 imp-estado pic x.
           03 imp-resolucion pic x(10).
           03 imp-fecha-res pic 9(8).
      * cantidad minima de materias aprobadas en el anio anterior a
      * la eleccion: en blanco o cero vale 2
       FD  PARAM-PADRON.
       01  ppad-reg.
           03 ppad-minimo pic x(2).
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       FD  LISTADO-EXC
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  exc-reg pic x(80).
       SD  SORT-PAD.
       01  spa-reg.
           03 spa-nombre pic x(30).
           03 spa-dni pic 9(8).
           03 spa-legajo pic 9(5).
           03 spa-vota pic x.
           03 spa-motivo pic x(36).
           03 spa-marca pic x(12).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-fin pic xx.
       77  ws-estado-san pic xx.
       77  ws-estado-imp pic xx.
       77  ws-estado-ppad pic xx.
       77  w-flag-est pic 9 value 0.
       77  w-flag-fin pic 9 value 0.
       77  w-flag-san pic 9 value 0.
           88 fin-sanciones value 1.
       77  w-flag-imp pic 9 value 0.
           88 fin-impugnaciones value 1.
       77  w-flag-sort pic 9 value 0.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       77  w-finales-activo pic x value "N".
           88 finales-activo value "S".
       77  w-tiene-sancion pic x value "N".
           88 tiene-sancion value "S".
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       77  w-impug-hallada pic x value "N".
           88 impug-hallada value "S".
       77  w-mat-contada pic x value "N".
           88 mat-contada value "S".
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-fecha-eleccion pic 9(8) value zero.
       01  w-fecha-elec-r redefines w-fecha-eleccion.
           03 w-anio-eleccion pic 9(4).
           03 filler pic 9(4).
       01  w-anio-ref pic 9(4) value zero.
       01  w-nota-aprobada pic 99 value 4.
       01  w-minimo-materias pic 99 value 2.
       01  w-cant-aprobadas pic 99 value zero.
       01  w-dni-pedido pic 9(8) value zero.
       01  w-tipo-nuevo pic x value space.
       01  w-motivo-nuevo pic x(30) value spaces.
       01  w-resol-nueva pic x(10) value spaces.
       01  w-decision pic x value space.
      * materias aprobadas del alumno en el anio de referencia: cada
      * materia cuenta una vez aunque tenga promocion y final
       01  km pic 99.
       01  tabla-aprobadas.
           03 ta-materia pic x(2) OCCURS 99 TIMES.
       01  ks pic 9(3).
       01  w-cant-san pic 9(3) value zero.
       01  tabla-sanciones.
           03 tab-san OCCURS 300 TIMES.
               05 tn-dni pic 9(8).
               05 tn-tipo pic x(10).
               05 tn-desde pic 9(8).
               05 tn-hasta pic 9(8).
       01  ki pic 9(3).
       01  w-cant-imp pic 9(3) value zero.
      * con la tabla desbordada faltan impugnaciones: el padron no se
      * emite y el archivo no se regraba
       77  w-imp-grabable pic x value "S".
           88 impugnaciones-grabables value "S".
       01  tabla-impugnaciones.
           03 tab-imp OCCURS 300 TIMES.
               05 ti-dni pic 9(8).
               05 ti-tipo pic x.
               05 ti-motivo pic x(30).
               05 ti-fecha pic 9(8).
               05 ti-estado pic x.
               05 ti-resolucion pic x(10).
               05 ti-fecha-res pic 9(8).
       01  w-motivo pic x(36) value spaces.
       01  w-cant-z pic z9.
       01  w-min-z pic z9.
       01  w-cont-alumnos pic 9(6) value zero.
       01  w-cont-votantes pic 9(5) value zero.
       01  w-cont-excluidos pic 9(5) value zero.
       01  w-cont-pendientes pic 9(3) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  w-cont-pag-exc pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 d-titulo     pic x(57).
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  lin-eleccion.
           03 filler       pic x(19) value "FECHA DE ELECCION: ".
           03 d-fecha-elec pic 9(8).
           03 filler       pic x(21) value "  APROBADAS EN ANIO ".
           03 d-anio-ref   pic 9(4).
           03 filler       pic x(10) value "  MINIMO: ".
           03 d-minimo     pic z9.
           03 filler       pic x(16) value spaces.
       01  lin-titulo pic x(80).
       01  lin-votante.
           03 d-orden      pic zzzz9.
           03 filler       pic x(2)  value spaces.
           03 d-nombre     pic x(30).
           03 filler       pic x(2)  value spaces.
           03 d-dni        pic zz.zzz.zz9.
           03 filler       pic x(2)  value spaces.
           03 d-legajo     pic zzzz9.
           03 filler       pic x(2)  value spaces.
           03 d-firma      pic x(22) value all "_".
       01  lin-marca.
           03 filler       pic x(7)  value spaces.
           03 d-marca      pic x(12).
           03 filler       pic x(61) value spaces.
       01  lin-excluido.
           03 d-exc-nombre pic x(30).
           03 filler       pic x     value space.
           03 d-exc-dni    pic zz.zzz.zz9.
           03 filler       pic x     value space.
           03 d-exc-motivo pic x(36).
           03 filler       pic x     value space.
           03 d-exc-marca  pic x(1).
       01  lin-impugnacion.
           03 d-imp-dni    pic zz.zzz.zz9.
           03 filler       pic x     value space.
           03 d-imp-tipo   pic x(8).
           03 filler       pic x     value space.
           03 d-imp-motivo pic x(30).
           03 filler       pic x     value space.
           03 d-imp-estado pic x(9).
           03 filler       pic x     value space.
           03 d-imp-resol  pic x(10).
           03 filler       pic x(9)  value spaces.
       01  lin-total.
           03 filler       pic x(4)  value spaces.
           03 d-tot-texto  pic x(40).
           03 d-tot-cant   pic zzzz9.
           03 filler       pic x(31) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "padronElectoral" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           IF impugnaciones-grabables
               PERFORM 900-GRABAR-IMPUGNACIONES
           END-IF.
            STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 130-CARGAR-SANCIONES.
           PERFORM 150-CARGAR-IMPUGNACIONES.
           IF NOT impugnaciones-grabables
               DISPLAY "Tabla de impugnaciones llena (300), quedaron "
                       "impugnaciones sin cargar: solo se puede "
                       "listar y el archivo no se graba"
           END-IF.

       110-LEER-PARAMETROS.
           OPEN INPUT PARAM-PADRON.
           IF ws-estado-ppad = "00"
               READ PARAM-PADRON
                   AT END CONTINUE
                   NOT AT END
                       IF ppad-minimo IS NUMERIC
                           AND ppad-minimo NOT = "00"
                           MOVE ppad-minimo TO w-minimo-materias
                       END-IF
               END-READ
               CLOSE PARAM-PADRON
           END-IF.

      * sin sanciones.txt no hay sanciones; si no se puede leer por
      * otro motivo el padron no se emite
       130-CARGAR-SANCIONES.
           OPEN INPUT SANCIONES-ARCH.
           IF ws-estado-san = "00"
               PERFORM 140-LEER-SANCION
               PERFORM UNTIL fin-sanciones
                   IF w-cant-san < 300
                       ADD 1 TO w-cant-san
                       MOVE san-dni TO tn-dni(w-cant-san)
                       MOVE san-tipo TO tn-tipo(w-cant-san)
                       MOVE san-desde TO tn-desde(w-cant-san)
                       MOVE san-hasta TO tn-hasta(w-cant-san)
                   END-IF
                   PERFORM 140-LEER-SANCION
               END-PERFORM
               CLOSE SANCIONES-ARCH
           ELSE
               IF ws-estado-san NOT = "35"
                   MOVE "sanciones.txt" TO w-err-archivo
                   MOVE "OPEN" TO w-err-operacion
                   MOVE ws-estado-san TO w-err-estado
                   PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                   DISPLAY "No se pudo abrir sanciones.txt, estado "
                           ws-estado-san
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       140-LEER-SANCION.
           READ SANCIONES-ARCH AT END MOVE 1 TO w-flag-san.

       150-CARGAR-IMPUGNACIONES.
           OPEN INPUT IMPUGNACIONES.
           IF ws-estado-imp = "00"
               PERFORM 160-LEER-IMPUGNACION
               PERFORM UNTIL fin-impugnaciones
                   IF w-cant-imp < 300
                       ADD 1 TO w-cant-imp
                       MOVE imp-dni TO ti-dni(w-cant-imp)
                       MOVE imp-tipo TO ti-tipo(w-cant-imp)
                       MOVE imp-motivo TO ti-motivo(w-cant-imp)
                       MOVE imp-fecha TO ti-fecha(w-cant-imp)
                       MOVE imp-estado TO ti-estado(w-cant-imp)
                       MOVE imp-resolucion TO ti-resolucion(w-cant-imp)
                       MOVE imp-fecha-res TO ti-fecha-res(w-cant-imp)
                   ELSE
                       MOVE "N" TO w-imp-grabable
                   END-IF
                   PERFORM 160-LEER-IMPUGNACION
               END-PERFORM
               CLOSE IMPUGNACIONES
           END-IF.

       160-LEER-IMPUGNACION.
           READ IMPUGNACIONES AT END MOVE 1 TO w-flag-imp.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  PADRON ELECTORAL DE ALUMNOS"
           DISPLAY "  1- EMITIR PADRON"
           DISPLAY "  2- REGISTRAR IMPUGNACION"
           DISPLAY "  3- RESOLVER IMPUGNACION"
           DISPLAY "  4- LISTAR IMPUGNACIONES"
           DISPLAY "  5- FIN"
           DISPLAY "..................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 6 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               PERFORM 200-MENU
           END-PERFORM.

      * sin todas las impugnaciones en la tabla el padron saldria
      * sin las admitidas y los cambios se perderian
       300-PROCESO.
           IF NOT impugnaciones-grabables AND w-llave-menu < 4
               DISPLAY "Tabla de impugnaciones llena (300), opcion "
                       "no disponible"
           ELSE
               EVALUATE w-llave-menu
                   WHEN 1 PERFORM 400-EMITIR-PADRON
                   WHEN 2 PERFORM 600-REGISTRAR-IMPUGNACION
                   WHEN 3 PERFORM 650-RESOLVER-IMPUGNACION
                   WHEN 4 PERFORM 700-LISTAR-IMPUGNACIONES
               END-EVALUATE
           END-IF.

      ******************************************************************
      * vota el alumno activo, sin sancion vigente a la fecha de la
      * eleccion y con el minimo de materias aprobadas en el anio
      * calendario anterior; las impugnaciones admitidas por la
      * junta incluyen o excluyen por encima de la regla
      ******************************************************************
       400-EMITIR-PADRON.
           DISPLAY "Fecha de la eleccion (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fecha-eleccion.
           IF w-fecha-eleccion = ZERO
               MOVE w-fecha-hoy TO w-fecha-eleccion
           END-IF.
           COMPUTE w-anio-ref = w-anio-eleccion - 1.
           MOVE ZERO TO w-cont-alumnos.
           MOVE ZERO TO w-cont-votantes.
           MOVE ZERO TO w-cont-excluidos.
           MOVE ZERO TO w-cont-paginas.
           MOVE ZERO TO w-cont-pag-exc.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu NOT = "00"
               MOVE "alumnos.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-alu TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir alumnos.dat, estado "
                       ws-estado-alu ", padron no emitido"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 410-ABRIR-HISTORIA
           END-IF.

       410-ABRIR-HISTORIA.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-est ", padron no emitido"
               CLOSE ALUMNOS
               MOVE 1 TO RETURN-CODE
           ELSE
      * sin finales.dat la cursada aprobada cuenta como aprobada,
      * igual que en el analitico
               MOVE "N" TO w-finales-activo
               OPEN INPUT FINALES
               IF ws-estado-fin = "00"
                   MOVE "S" TO w-finales-activo
               END-IF
               OPEN OUTPUT LISTADO
               OPEN OUTPUT LISTADO-EXC
               SORT SORT-PAD ASCENDING spa-nombre spa-dni
                   INPUT PROCEDURE IS ENTRADA-PADRON
                   OUTPUT PROCEDURE IS SALIDA-PADRON
               PERFORM 800-FIN-PADRON
               CLOSE ALUMNOS
               CLOSE ESTADOS
               IF finales-activo
                   CLOSE FINALES
               END-IF
           END-IF.

       ENTRADA-PADRON.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               ADD 1 TO w-cont-alumnos
               PERFORM 420-EVALUAR-ALUMNO
               MOVE al-nombre TO spa-nombre
               MOVE al-dni TO spa-dni
               MOVE al-legajo TO spa-legajo
               MOVE w-motivo TO spa-motivo
               IF w-motivo = SPACES
                   MOVE "S" TO spa-vota
               ELSE
                   MOVE "N" TO spa-vota
               END-IF
               PERFORM 470-APLICAR-IMPUGNACIONES
               RELEASE spa-reg
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.

      * w-motivo queda en blanco si el alumno cumple la regla
       420-EVALUAR-ALUMNO.
           MOVE SPACES TO w-motivo.
           EVALUATE TRUE
               WHEN alumno-activo
                   CONTINUE
               WHEN alumno-en-baja
                   MOVE "ALUMNO DADO DE BAJA" TO w-motivo
               WHEN alumno-egresado
                   MOVE "EGRESADO" TO w-motivo
               WHEN alumno-suspendido
                   MOVE "ALUMNO SUSPENDIDO" TO w-motivo
               WHEN alumno-pase
                   MOVE "PASE A OTRA INSTITUCION" TO w-motivo
               WHEN alumno-en-licencia
                   MOVE "ALUMNO EN LICENCIA" TO w-motivo
               WHEN OTHER
                   STRING "ESTADO DE ALUMNO " al-estado
                       DELIMITED BY SIZE INTO w-motivo
           END-EVALUATE.
           IF w-motivo = SPACES
               PERFORM 430-VERIFICAR-SANCION
           END-IF.
           IF w-motivo = SPACES
               PERFORM 440-CONTAR-APROBADAS
               IF w-cant-aprobadas < w-minimo-materias
                   MOVE w-cant-aprobadas TO w-cant-z
                   MOVE w-minimo-materias TO w-min-z
                   STRING "APROBADAS " w-cant-z " EN " w-anio-ref
                       ", MINIMO " w-min-z
                       DELIMITED BY SIZE INTO w-motivo
               END-IF
           END-IF.

       430-VERIFICAR-SANCION.
           MOVE "N" TO w-tiene-sancion.
           PERFORM VARYING ks FROM 1 BY 1
               UNTIL ks > w-cant-san OR tiene-sancion
               IF tn-dni(ks) = al-dni
                   AND tn-desde(ks) <= w-fecha-eleccion
                   AND tn-hasta(ks) >= w-fecha-eleccion
                   MOVE "S" TO w-tiene-sancion
                   STRING "SANCION " tn-tipo(ks) " HASTA "
                       tn-hasta(ks)
                       DELIMITED BY SIZE INTO w-motivo
               END-IF
           END-PERFORM.

      * aprobada es la promocion o la equivalencia con nota, o el
      * final aprobado, del anio de referencia
       440-CONTAR-APROBADAS.
           MOVE ZERO TO w-cant-aprobadas.
           MOVE al-dni TO es-dni.
           MOVE LOW-VALUES TO es-materia.
           MOVE LOW-VALUES TO es-sec.
           MOVE ZERO TO w-flag-est.
           START ESTADOS KEY IS NOT LESS THAN es-llave
               INVALID KEY
                   MOVE 1 TO w-flag-est
           END-START.
           PERFORM UNTIL w-flag-est NOT = ZERO
               READ ESTADOS NEXT RECORD
                   AT END MOVE 1 TO w-flag-est
               END-READ
               IF w-flag-est = ZERO
                   IF es-dni = al-dni
                       IF es-anio = w-anio-ref
                           AND es-nota >= w-nota-aprobada
                           AND (NOT finales-activo
                               OR es-curso = "P" OR es-curso = "E")
                           MOVE es-materia TO ta-materia(99)
                           PERFORM 460-SUMAR-MATERIA
                       END-IF
                   ELSE
                       MOVE 1 TO w-flag-est
                   END-IF
               END-IF
           END-PERFORM.
           IF finales-activo
               PERFORM 450-CONTAR-FINALES
           END-IF.

       450-CONTAR-FINALES.
           MOVE al-dni TO fin-dni.
           MOVE LOW-VALUES TO fin-materia.
           MOVE ZERO TO fin-fecha.
           MOVE ZERO TO w-flag-fin.
           START FINALES KEY IS NOT LESS THAN fin-llave
               INVALID KEY
                   MOVE 1 TO w-flag-fin
           END-START.
           PERFORM UNTIL w-flag-fin NOT = ZERO
               READ FINALES NEXT RECORD
                   AT END MOVE 1 TO w-flag-fin
               END-READ
               IF w-flag-fin = ZERO
                   IF fin-dni = al-dni
                       IF fin-fecha(1:4) = w-anio-ref
                           AND fin-nota >= w-nota-aprobada
                           MOVE fin-materia TO ta-materia(99)
                           PERFORM 460-SUMAR-MATERIA
                       END-IF
                   ELSE
                       MOVE 1 TO w-flag-fin
                   END-IF
               END-IF
           END-PERFORM.

      * la materia a sumar llega en la ultima posicion de la tabla
       460-SUMAR-MATERIA.
           MOVE "N" TO w-mat-contada.
           PERFORM VARYING km FROM 1 BY 1
               UNTIL km > w-cant-aprobadas OR mat-contada
               IF ta-materia(km) = ta-materia(99)
                   MOVE "S" TO w-mat-contada
               END-IF
           END-PERFORM.
           IF NOT mat-contada AND w-cant-aprobadas < 98
               ADD 1 TO w-cant-aprobadas
               MOVE ta-materia(99) TO ta-materia(w-cant-aprobadas)
           END-IF.

      * la ultima impugnacion resuelta del alumno manda; una
      * pendiente solo se marca en los listados
       470-APLICAR-IMPUGNACIONES.
           MOVE SPACES TO spa-marca.
           PERFORM VARYING ki FROM 1 BY 1 UNTIL ki > w-cant-imp
               IF ti-dni(ki) = al-dni
                   EVALUATE TRUE
                       WHEN ti-estado(ki) = "A" AND ti-tipo(ki) = "I"
                           MOVE "S" TO spa-vota
                           MOVE "IMPUG. ADM." TO spa-marca
                       WHEN ti-estado(ki) = "A" AND ti-tipo(ki) = "E"
                           MOVE "N" TO spa-vota
                           MOVE SPACES TO spa-motivo
                           STRING "EXCLUIDO POR IMPUGNACION "
                               ti-resolucion(ki)
                               DELIMITED BY SIZE INTO spa-motivo
                           MOVE "IMPUG. ADM." TO spa-marca
                       WHEN ti-estado(ki) = "P"
                           MOVE "IMPUGNADO" TO spa-marca
                   END-EVALUATE
               END-IF
           END-PERFORM.

       SALIDA-PADRON.
           PERFORM 520-LISTAR-ENCABEZADO.
           PERFORM 530-ENCABEZADO-EXCLUIDOS.
           MOVE ZERO TO w-flag-sort.
           PERFORM 500-LEER-SORT.
           PERFORM UNTIL w-flag-sort = 1
               IF spa-vota = "S"
                   PERFORM 510-LISTAR-VOTANTE
               ELSE
                   PERFORM 540-LISTAR-EXCLUIDO
               END-IF
               PERFORM 500-LEER-SORT
           END-PERFORM.

       500-LEER-SORT.
           RETURN SORT-PAD AT END MOVE 1 TO w-flag-sort.

       510-LISTAR-VOTANTE.
           ADD 1 TO w-cont-votantes.
           MOVE w-cont-votantes TO d-orden.
           MOVE spa-nombre TO d-nombre.
           MOVE spa-dni TO d-dni.
           MOVE spa-legajo TO d-legajo.
           WRITE lis-reg FROM lin-votante AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           IF spa-marca NOT = SPACES
               MOVE spa-marca TO d-marca
               WRITE lis-reg FROM lin-marca AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
           END-IF.

      * los dos listados llevan la fecha de la eleccion y la regla
       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           MOVE "PADRON ELECTORAL DE ALUMNOS" TO d-titulo.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           PERFORM 525-ARMAR-ELECCION.
           WRITE lis-reg FROM lin-eleccion AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.

       525-ARMAR-ELECCION.
           MOVE w-fecha-eleccion TO d-fecha-elec.
           MOVE w-anio-ref TO d-anio-ref.
           MOVE w-minimo-materias TO d-minimo.

       530-ENCABEZADO-EXCLUIDOS.
           ADD 1 TO w-cont-pag-exc.
           MOVE w-cont-pag-exc TO p-nro-pag.
           MOVE "ALUMNOS EXCLUIDOS DEL PADRON ELECTORAL" TO d-titulo.
           IF w-cont-pag-exc = 1
               WRITE exc-reg FROM cabecera1
           ELSE
               WRITE exc-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           PERFORM 525-ARMAR-ELECCION.
           WRITE exc-reg FROM lin-eleccion AFTER 1.
           WRITE exc-reg FROM cabecera2 AFTER 1.

      * la marca "*" senala una impugnacion pendiente o admitida
       540-LISTAR-EXCLUIDO.
           ADD 1 TO w-cont-excluidos.
           MOVE spa-nombre TO d-exc-nombre.
           MOVE spa-dni TO d-exc-dni.
           MOVE spa-motivo TO d-exc-motivo.
           IF spa-marca = SPACES
               MOVE SPACE TO d-exc-marca
           ELSE
               MOVE "*" TO d-exc-marca
           END-IF.
           WRITE exc-reg FROM lin-excluido AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 530-ENCABEZADO-EXCLUIDOS.

      * registra la impugnacion pendiente; el alumno tiene que
      * estar en alumnos.dat
       600-REGISTRAR-IMPUGNACION.
           DISPLAY "Ingrese el DNI del alumno impugnado".
           ACCEPT w-dni-pedido.
           PERFORM 610-BUSCAR-ALUMNO.
           IF NOT alumno-hallado
               DISPLAY "El DNI no se encuentra en alumnos.dat"
           ELSE
               DISPLAY "Alumno: " al-nombre " legajo " al-legajo
               DISPLAY "Pide: I- incluirlo en el padron "
                       "E- excluirlo del padron"
               ACCEPT w-tipo-nuevo
               IF w-tipo-nuevo = "i"
                   MOVE "I" TO w-tipo-nuevo
               END-IF
               IF w-tipo-nuevo = "e"
                   MOVE "E" TO w-tipo-nuevo
               END-IF
               DISPLAY "Motivo de la impugnacion"
               ACCEPT w-motivo-nuevo
               EVALUATE TRUE
                   WHEN w-tipo-nuevo NOT = "I"
                       AND w-tipo-nuevo NOT = "E"
                       DISPLAY "Tipo de impugnacion incorrecto"
                   WHEN w-cant-imp >= 300
                       DISPLAY "Tabla de impugnaciones llena"
                   WHEN OTHER
                       ADD 1 TO w-cant-imp
                       MOVE al-dni TO ti-dni(w-cant-imp)
                       MOVE w-tipo-nuevo TO ti-tipo(w-cant-imp)
                       MOVE w-motivo-nuevo TO ti-motivo(w-cant-imp)
                       MOVE w-fecha-hoy TO ti-fecha(w-cant-imp)
                       MOVE "P" TO ti-estado(w-cant-imp)
                       MOVE SPACES TO ti-resolucion(w-cant-imp)
                       MOVE ZERO TO ti-fecha-res(w-cant-imp)
                       DISPLAY "Impugnacion registrada como pendiente"
               END-EVALUATE
           END-IF.

       610-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu = "00"
               MOVE w-dni-pedido TO al-dni
               READ ALUMNOS KEY IS al-dni
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO w-alumno-hallado
               END-READ
               CLOSE ALUMNOS
           ELSE
               MOVE "alumnos.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-alu TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir alumnos.dat, estado "
                       ws-estado-alu
           END-IF.

      * la junta resuelve la impugnacion pendiente del DNI: admitida
      * o rechazada, con el numero de resolucion
       650-RESOLVER-IMPUGNACION.
           DISPLAY "Ingrese el DNI de la impugnacion a resolver".
           ACCEPT w-dni-pedido.
           MOVE "N" TO w-impug-hallada.
           PERFORM VARYING ki FROM 1 BY 1
               UNTIL ki > w-cant-imp OR impug-hallada
               IF ti-dni(ki) = w-dni-pedido AND ti-estado(ki) = "P"
                   MOVE "S" TO w-impug-hallada
               END-IF
           END-PERFORM.
           IF NOT impug-hallada
               DISPLAY "No hay impugnacion pendiente para ese DNI"
           ELSE
               SUBTRACT 1 FROM ki
               DISPLAY "Pide " ti-tipo(ki) " (I incluir, E excluir): "
                       ti-motivo(ki)
               DISPLAY "Resolucion de la junta: A- admitida "
                       "R- rechazada"
               ACCEPT w-decision
               IF w-decision = "a"
                   MOVE "A" TO w-decision
               END-IF
               IF w-decision = "r"
                   MOVE "R" TO w-decision
               END-IF
               IF w-decision NOT = "A" AND w-decision NOT = "R"
                   DISPLAY "Resolucion incorrecta, queda pendiente"
               ELSE
                   DISPLAY "Numero de resolucion"
                   ACCEPT w-resol-nueva
                   MOVE w-decision TO ti-estado(ki)
                   MOVE w-resol-nueva TO ti-resolucion(ki)
                   MOVE w-fecha-hoy TO ti-fecha-res(ki)
                   DISPLAY "Impugnacion resuelta: volver a emitir "
                           "el padron"
               END-IF
           END-IF.

       700-LISTAR-IMPUGNACIONES.
           MOVE ZERO TO w-cont-pendientes.
           PERFORM VARYING ki FROM 1 BY 1 UNTIL ki > w-cant-imp
               PERFORM 710-ARMAR-IMPUGNACION
               DISPLAY lin-impugnacion
           END-PERFORM.
           DISPLAY "Total de impugnaciones: " w-cant-imp
                   " pendientes: " w-cont-pendientes.

       710-ARMAR-IMPUGNACION.
           MOVE ti-dni(ki) TO d-imp-dni.
           IF ti-tipo(ki) = "I"
               MOVE "INCLUIR" TO d-imp-tipo
           ELSE
               MOVE "EXCLUIR" TO d-imp-tipo
           END-IF.
           MOVE ti-motivo(ki) TO d-imp-motivo.
           EVALUATE ti-estado(ki)
               WHEN "A" MOVE "ADMITIDA" TO d-imp-estado
               WHEN "R" MOVE "RECHAZADA" TO d-imp-estado
               WHEN OTHER
                   MOVE "PENDIENTE" TO d-imp-estado
                   ADD 1 TO w-cont-pendientes
           END-EVALUATE.
           MOVE ti-resolucion(ki) TO d-imp-resol.

      * al pie del padron: totales e impugnaciones todavia sin
      * resolver, que la junta tiene que tratar antes del cierre
       800-FIN-PADRON.
           MOVE "TOTAL DE VOTANTES:" TO d-tot-texto.
           MOVE w-cont-votantes TO d-tot-cant.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           MOVE "TOTAL DE EXCLUIDOS:" TO d-tot-texto.
           MOVE w-cont-excluidos TO d-tot-cant.
           WRITE exc-reg FROM lin-total AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 530-ENCABEZADO-EXCLUIDOS.
           MOVE ZERO TO w-cont-pendientes.
           PERFORM VARYING ki FROM 1 BY 1 UNTIL ki > w-cant-imp
               IF ti-estado(ki) NOT = "A" AND ti-estado(ki) NOT = "R"
                   IF w-cont-pendientes = ZERO
                       MOVE "IMPUGNACIONES PENDIENTES DE RESOLUCION"
                           TO lin-titulo
                       WRITE lis-reg FROM lin-titulo
                           AFTER ADVANCING 2 LINES
                           AT END-OF-PAGE
                               PERFORM 520-LISTAR-ENCABEZADO
                       END-WRITE
                   END-IF
                   PERFORM 710-ARMAR-IMPUGNACION
                   WRITE lis-reg FROM lin-impugnacion
                       AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE LISTADO.
           CLOSE LISTADO-EXC.
           DISPLAY "Alumnos leidos: " w-cont-alumnos.
           DISPLAY "Votantes en el padron (impPadron.dat): "
                   w-cont-votantes.
           DISPLAY "Excluidos (impPadronExcluidos.dat): "
                   w-cont-excluidos.
           DISPLAY "Impugnaciones pendientes: " w-cont-pendientes.

       900-GRABAR-IMPUGNACIONES.
           OPEN OUTPUT IMPUGNACIONES.
           IF ws-estado-imp NOT = "00"
               MOVE "padronImpugnaciones.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-imp TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo grabar padronImpugnaciones.txt, "
                       "estado " ws-estado-imp
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING ki FROM 1 BY 1 UNTIL ki > w-cant-imp
                   MOVE ti-dni(ki) TO imp-dni
                   MOVE ti-tipo(ki) TO imp-tipo
                   MOVE ti-motivo(ki) TO imp-motivo
                   MOVE ti-fecha(ki) TO imp-fecha
                   MOVE ti-estado(ki) TO imp-estado
                   MOVE ti-resolucion(ki) TO imp-resolucion
                   MOVE ti-fecha-res(ki) TO imp-fecha-res
                   WRITE imp-reg
               END-PERFORM
               CLOSE IMPUGNACIONES
           END-IF.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM PADRON-ELECTORAL.
