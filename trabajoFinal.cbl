      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRABAJO-FINAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT DOCENTES-ARCH ASSIGN TO "..\docentes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS doc-legajo
                   FILE STATUS IS ws-estado-doc.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impTesisDemoradas.dat".
           COPY "COPY-TESIS-SEL.cpy".
           COPY "COPY-CALEND-SEL.cpy".
           COPY "COPY-AUDIT-SEL.cpy".
           COPY "COPY-CTRLEJEC-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  DOCENTES-ARCH.
       01  doc-reg.
           03 doc-legajo pic 9(5).
           03 doc-nombre pic x(30).
           03 doc-cargo pic x(15).
           03 doc-estado pic x.
               88 docente-activo value "A".
               88 docente-en-baja value "B".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-TESIS-FD.cpy".
           COPY "COPY-CALEND-FD.cpy".
           COPY "COPY-AUDIT-FD.cpy".
           COPY "COPY-CTRLEJEC-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-doc pic xx.
       77  w-llave-menu pic 9.
           88 salir-menu value 8.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-legajo-pedido pic 9(5) value zero.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       01  w-plan-alu pic x(2) value "01".
       01  w-titulo-nuevo pic x(50) value spaces.
       01  w-director-nuevo pic 9(5) value zero.
       01  w-fecha-nueva pic 9(8) value zero.
       01  w-nota-nueva pic 99 value zero.
       01  w-trib-docente pic 9(5) OCCURS 3 TIMES.
       01  kt pic 9.
       01  kt2 pic 9.
       01  w-rol-desc pic x(10) value spaces.
       01  w-docente-pedido pic 9(5) value zero.
       77  w-docente-ok pic x value "N".
           88 docente-valido value "S".
       77  w-tribunal-ok pic x value "N".
           88 tribunal-valido value "S".
       77  w-modificado pic x value "N".
           88 tesis-modificadas value "S".
       01  w-etapa-desc pic x(18) value spaces.
      * demora de una etapa en dias comerciales (meses de 30 dias)
       01  w-dem-desde.
           03 w-dem-desde-anio pic 9(4).
           03 w-dem-desde-mes pic 99.
           03 w-dem-desde-dia pic 99.
       01  w-dem-hasta.
           03 w-dem-hasta-anio pic 9(4).
           03 w-dem-hasta-mes pic 99.
           03 w-dem-hasta-dia pic 99.
       01  w-dem-dias pic s9(7) value zero.
       01  w-dem-limite pic 9(3) value zero.
       01  w-cont-demorados pic 9(4) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "TRABAJOS FINALES DEMORADOS
      -         " POR ETAPA".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  cabecera3.
           03 filler       pic x(7)  value "LEGAJO".
           03 filler       pic x(6)  value "PLAN".
           03 filler       pic x(19) value "ETAPA".
           03 filler       pic x(12) value "DESDE".
           03 filler       pic x(7)  value "DIAS".
           03 filler       pic x(29) value "TITULO".
       01  lin-demorado.
           03 d-legajo     pic z(5).
           03 filler       pic x(2)  value spaces.
           03 d-plan       pic x(2).
           03 filler       pic x(2)  value spaces.
           03 d-etapa      pic x(18).
           03 filler       pic x(1)  value spaces.
           03 d-desde-dia  pic 99.
           03 filler       pic x     value "/".
           03 d-desde-mes  pic 99.
           03 filler       pic x     value "/".
           03 d-desde-anio pic 9(4).
           03 filler       pic x(2)  value spaces.
           03 d-dias       pic zzzz9.
           03 filler       pic x(2)  value spaces.
           03 d-titulo     pic x(31).
       01  lin-total.
           03 filler       pic x(28) value
               "TRABAJOS FINALES DEMORADOS: ".
           03 t-demorados  pic zzz9.
           03 filler       pic x(48) value spaces.
           COPY "COPY-TESIS-WS.cpy".
           COPY "COPY-CALEND-WS.cpy".
           COPY "COPY-AUDIT-WS.cpy".
           COPY "COPY-CTRLEJEC-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "trabajoFinal" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           IF NOT tesis-desbordada
               PERFORM 900-GRABAR-TESIS
           END-IF.
           CLOSE ALUMNOS.
           CLOSE AUDITORIA.
           PERFORM 103-LIBERAR-CONTROL-LINEA.
            STOP RUN.

       100-INICIO.
           PERFORM 102-TOMAR-CONTROL-LINEA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 955-ABRIR-AUDITORIA-COMUN.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-aud-operador.
           PERFORM 905-CARGAR-PARAM-TESIS.
           PERFORM 907-CARGAR-TESIS.
           IF tesis-desbordada
               DISPLAY "Solo se puede consultar y listar, "
                       "trabajosFinales.txt no se graba"
           END-IF.
           OPEN INPUT ALUMNOS.

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
               MOVE "TRABAJO-FIN" TO w-ctl-programa
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

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  TRABAJOS FINALES"
           DISPLAY "  INGRESE UNA OPCION: "
           DISPLAY "  1- PRESENTAR PROPUESTA"
           DISPLAY "  2- APROBAR PROPUESTA"
           DISPLAY "  3- FIJAR DEFENSA Y TRIBUNAL"
           DISPLAY "  4- REGISTRAR RESULTADO DE LA DEFENSA"
           DISPLAY "  5- DAR DE BAJA UN TRABAJO"
           DISPLAY "  6- CONSULTAR POR ALUMNO"
           DISPLAY "  7- LISTAR TRABAJOS DEMORADOS"
           DISPLAY "  8- FIN"
           DISPLAY "..................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 9 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               PERFORM 200-MENU
           END-PERFORM.

      * con la tabla desbordada los cambios no podrian grabarse:
      * solo quedan la consulta y el listado
       300-PROCESO.
           IF tesis-desbordada AND w-llave-menu < 6
               DISPLAY "Tabla de trabajos finales llena (500), "
                       "opcion no disponible"
           ELSE
               PERFORM 310-EJECUTAR-OPCION
           END-IF.

       310-EJECUTAR-OPCION.
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-PRESENTAR-PROPUESTA
               WHEN 2
                   PERFORM 500-APROBAR-PROPUESTA
               WHEN 3
                   PERFORM 600-FIJAR-DEFENSA
               WHEN 4
                   PERFORM 650-REGISTRAR-RESULTADO
               WHEN 5
                   PERFORM 700-DAR-DE-BAJA
               WHEN 6
                   PERFORM 750-CONSULTAR
               WHEN 7
                   PERFORM 800-LISTAR-DEMORADOS
           END-EVALUATE.

      * el alumno se ubica por legajo en alumnos.dat (lectura por
      * clave, como en las altas) y de ahi sale su plan
       250-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           DISPLAY "Ingrese el legajo del alumno".
           ACCEPT w-legajo-pedido.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
           END-READ.
           IF alumno-hallado
               IF al-plan = SPACES
                   MOVE "01" TO w-plan-alu
               ELSE
                   MOVE al-plan TO w-plan-alu
               END-IF
               MOVE al-legajo TO w-tes-legajo
               MOVE w-plan-alu TO w-tes-plan
               DISPLAY "ALUMNO: " al-nombre " PLAN: " w-plan-alu
           ELSE
               DISPLAY "El legajo " w-legajo-pedido " no se encuentra"
           END-IF.

      * alumno y trabajo vigente en su plan; sin trabajo se avisa
       260-UBICAR-TESIS.
           MOVE "N" TO w-tesis-hallada.
           PERFORM 250-BUSCAR-ALUMNO.
           IF alumno-hallado
               PERFORM 909-BUSCAR-TESIS
               IF NOT tesis-hallada
                   DISPLAY "El alumno no tiene trabajo final vigente "
                           "en el plan " w-plan-alu
               ELSE
                   PERFORM 270-DESCRIBIR-ETAPA
                   DISPLAY "TRABAJO: " tt-titulo(k-tes)
                   DISPLAY "ETAPA..: " w-etapa-desc
               END-IF
           END-IF.

       270-DESCRIBIR-ETAPA.
           EVALUATE tt-etapa(k-tes)
               WHEN "P" MOVE "PROPUESTA PRESENT." TO w-etapa-desc
               WHEN "A" MOVE "EN DESARROLLO" TO w-etapa-desc
               WHEN "D" MOVE "DEFENSA FIJADA" TO w-etapa-desc
               WHEN "F" MOVE "APROBADO" TO w-etapa-desc
               WHEN "B" MOVE "DADO DE BAJA" TO w-etapa-desc
               WHEN OTHER MOVE tt-etapa(k-tes) TO w-etapa-desc
           END-EVALUATE.

      * fecha AAAAMMDD valida segun el calendario
       280-PEDIR-FECHA.
           ACCEPT w-fecha-nueva.
           MOVE w-fecha-nueva TO w-cal-fecha.
           PERFORM 924-VALIDAR-FECHA.
           IF NOT cal-fecha-valida
               DISPLAY "Fecha invalida: " w-fecha-nueva
           END-IF.

       400-PRESENTAR-PROPUESTA.
           PERFORM 250-BUSCAR-ALUMNO.
           IF alumno-hallado
               PERFORM 904-PLAN-CON-TESIS
               PERFORM 909-BUSCAR-TESIS
               EVALUATE TRUE
                   WHEN NOT plan-con-tesis
                       DISPLAY "El plan " w-plan-alu " no exige "
                               "trabajo final"
                   WHEN tesis-hallada
                       DISPLAY "El alumno ya tiene un trabajo final "
                               "vigente en el plan"
                   WHEN w-cant-tes >= 500
                       DISPLAY "Tabla de trabajos finales llena"
                   WHEN OTHER
                       PERFORM 410-ALTA-PROPUESTA
               END-EVALUATE
           END-IF.

       410-ALTA-PROPUESTA.
           DISPLAY "Ingrese el titulo del trabajo".
           ACCEPT w-titulo-nuevo.
           DISPLAY "Ingrese el legajo docente del director".
           ACCEPT w-director-nuevo.
           MOVE w-director-nuevo TO w-docente-pedido.
           MOVE "DIRECTOR" TO w-rol-desc.
           PERFORM 820-VALIDAR-DOCENTE.
           IF w-titulo-nuevo = SPACES
               DISPLAY "El titulo no puede quedar en blanco"
           ELSE
               IF docente-valido
                   ADD 1 TO w-cant-tes
                   MOVE w-tes-legajo TO tt-legajo(w-cant-tes)
                   MOVE w-tes-plan TO tt-plan(w-cant-tes)
                   MOVE w-titulo-nuevo TO tt-titulo(w-cant-tes)
                   MOVE w-director-nuevo TO tt-director(w-cant-tes)
                   MOVE "P" TO tt-etapa(w-cant-tes)
                   MOVE w-fecha-hoy TO tt-fecha-etapa(w-cant-tes)
                   MOVE w-fecha-hoy TO tt-fecha-propuesta(w-cant-tes)
                   MOVE ZERO TO tt-fecha-aprob-prop(w-cant-tes)
                   MOVE ZERO TO tt-fecha-defensa(w-cant-tes)
                   PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > 3
                       MOVE ZERO TO tt-tribunal(w-cant-tes, kt)
                   END-PERFORM
                   MOVE ZERO TO tt-nota(w-cant-tes)
                   MOVE "S" TO w-modificado
                   DISPLAY "Propuesta registrada"
               END-IF
           END-IF.

       500-APROBAR-PROPUESTA.
           PERFORM 260-UBICAR-TESIS.
           IF tesis-hallada
               IF tt-etapa(k-tes) NOT = "P"
                   DISPLAY "Solo se aprueba una propuesta presentada"
               ELSE
                   DISPLAY "Ingrese la fecha de aprobacion (AAAAMMDD)"
                   PERFORM 280-PEDIR-FECHA
                   IF cal-fecha-valida
                       IF w-fecha-nueva < tt-fecha-propuesta(k-tes)
                           DISPLAY "La aprobacion no puede ser "
                                   "anterior a la presentacion"
                       ELSE
                           MOVE "A" TO tt-etapa(k-tes)
                           MOVE w-fecha-nueva
                               TO tt-fecha-aprob-prop(k-tes)
                           MOVE w-fecha-nueva TO tt-fecha-etapa(k-tes)
                           MOVE "S" TO w-modificado
                           DISPLAY "Propuesta aprobada"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * una defensa ya fijada se puede reprogramar; el tribunal son
      * tres docentes activos distintos, ninguno el director
       600-FIJAR-DEFENSA.
           PERFORM 260-UBICAR-TESIS.
           IF tesis-hallada
               IF tt-etapa(k-tes) NOT = "A"
                   AND tt-etapa(k-tes) NOT = "D"
                   DISPLAY "La propuesta tiene que estar aprobada"
               ELSE
                   DISPLAY "Ingrese la fecha de defensa (AAAAMMDD)"
                   PERFORM 280-PEDIR-FECHA
                   IF cal-fecha-valida
                       IF w-fecha-nueva < tt-fecha-aprob-prop(k-tes)
                           DISPLAY "La defensa no puede ser anterior "
                                   "a la aprobacion de la propuesta"
                       ELSE
                           PERFORM 610-PEDIR-TRIBUNAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       610-PEDIR-TRIBUNAL.
           DISPLAY "Ingrese el legajo del presidente del tribunal".
           ACCEPT w-trib-docente(1).
           DISPLAY "Ingrese el legajo del primer vocal".
           ACCEPT w-trib-docente(2).
           DISPLAY "Ingrese el legajo del segundo vocal".
           ACCEPT w-trib-docente(3).
           MOVE "S" TO w-tribunal-ok.
           PERFORM VARYING kt FROM 1 BY 1
               UNTIL kt > 3 OR NOT tribunal-valido
               PERFORM 620-VALIDAR-INTEGRANTE
           END-PERFORM.
           IF tribunal-valido
               MOVE "D" TO tt-etapa(k-tes)
               MOVE w-fecha-nueva TO tt-fecha-defensa(k-tes)
               MOVE w-fecha-hoy TO tt-fecha-etapa(k-tes)
               PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > 3
                   MOVE w-trib-docente(kt) TO tt-tribunal(k-tes, kt)
               END-PERFORM
               MOVE "S" TO w-modificado
               DISPLAY "Defensa fijada"
           END-IF.

       620-VALIDAR-INTEGRANTE.
           IF kt = 1
               MOVE "PRESIDENTE" TO w-rol-desc
           ELSE
               MOVE "VOCAL" TO w-rol-desc
           END-IF.
           MOVE w-trib-docente(kt) TO w-docente-pedido.
           PERFORM 820-VALIDAR-DOCENTE.
           IF NOT docente-valido
               MOVE "N" TO w-tribunal-ok
           END-IF.
           IF w-trib-docente(kt) = tt-director(k-tes)
               MOVE "N" TO w-tribunal-ok
               DISPLAY "El director no puede integrar el tribunal"
           END-IF.
           PERFORM VARYING kt2 FROM 1 BY 1 UNTIL kt2 >= kt
               IF w-trib-docente(kt2) = w-trib-docente(kt)
                   MOVE "N" TO w-tribunal-ok
                   DISPLAY "El legajo " w-trib-docente(kt)
                           " esta repetido en el tribunal"
               END-IF
           END-PERFORM.

      * aprobada (4 o mas) cierra el trabajo; desaprobada vuelve a
      * desarrollo con la nota registrada, para fijar otra defensa
       650-REGISTRAR-RESULTADO.
           PERFORM 260-UBICAR-TESIS.
           IF tesis-hallada
               IF tt-etapa(k-tes) NOT = "D"
                   DISPLAY "El trabajo no tiene defensa fijada"
               ELSE
                   DISPLAY "Ingrese la nota de la defensa (0 a 10)"
                   ACCEPT w-nota-nueva
                   IF w-nota-nueva > 10
                       DISPLAY "La nota debe estar entre 0 y 10"
                   ELSE
                       PERFORM 660-APLICAR-RESULTADO
                   END-IF
               END-IF
           END-IF.

       660-APLICAR-RESULTADO.
           MOVE w-nota-nueva TO tt-nota(k-tes).
           MOVE w-fecha-hoy TO tt-fecha-etapa(k-tes).
           IF w-nota-nueva >= 4
               MOVE "F" TO tt-etapa(k-tes)
               DISPLAY "Trabajo final aprobado"
           ELSE
               MOVE "A" TO tt-etapa(k-tes)
               DISPLAY "Defensa desaprobada, el trabajo vuelve a "
                       "desarrollo"
           END-IF.
           MOVE "S" TO w-modificado.
           MOVE "TESISNOTA" TO w-aud-programa.
           MOVE tt-legajo(k-tes) TO w-aud-legajo.
           MOVE al-dni TO w-aud-dni.
           MOVE SPACES TO w-aud-detalle.
           STRING "TF PLAN " DELIMITED BY SIZE
               tt-plan(k-tes) DELIMITED BY SIZE
               " NOTA " DELIMITED BY SIZE
               w-nota-nueva DELIMITED BY SIZE
               " DEF " DELIMITED BY SIZE
               tt-fecha-defensa(k-tes) DELIMITED BY SIZE
               INTO w-aud-detalle.
           PERFORM 965-ASENTAR-AUDITORIA.

       700-DAR-DE-BAJA.
           PERFORM 260-UBICAR-TESIS.
           IF tesis-hallada
               IF tt-etapa(k-tes) = "F"
                   DISPLAY "Un trabajo aprobado no se da de baja"
               ELSE
                   MOVE "B" TO tt-etapa(k-tes)
                   MOVE w-fecha-hoy TO tt-fecha-etapa(k-tes)
                   MOVE "S" TO w-modificado
                   DISPLAY "Trabajo dado de baja"
               END-IF
           END-IF.

      * todos los trabajos del alumno, incluso los dados de baja
       750-CONSULTAR.
           PERFORM 250-BUSCAR-ALUMNO.
           IF alumno-hallado
               PERFORM VARYING k-tes FROM 1 BY 1
                   UNTIL k-tes > w-cant-tes
                   IF tt-legajo(k-tes) = w-tes-legajo
                       PERFORM 760-MOSTRAR-TESIS
                   END-IF
               END-PERFORM
           END-IF.

       760-MOSTRAR-TESIS.
           PERFORM 270-DESCRIBIR-ETAPA.
           DISPLAY "PLAN " tt-plan(k-tes) ": " tt-titulo(k-tes).
           DISPLAY "   ETAPA " w-etapa-desc " DESDE "
                   tt-fecha-etapa(k-tes)
                   " DIRECTOR " tt-director(k-tes).
           DISPLAY "   PRESENTADA " tt-fecha-propuesta(k-tes)
                   " APROBADA " tt-fecha-aprob-prop(k-tes)
                   " DEFENSA " tt-fecha-defensa(k-tes)
                   " NOTA " tt-nota(k-tes).
           DISPLAY "   TRIBUNAL " tt-tribunal(k-tes, 1) " "
                   tt-tribunal(k-tes, 2) " " tt-tribunal(k-tes, 3).

      * cada etapa abierta se compara con el plazo de su plan en
      * paramTesis.txt (o el de omision si el plan ya no figura)
       800-LISTAR-DEMORADOS.
           MOVE ZERO TO w-cont-paginas.
           MOVE ZERO TO w-cont-demorados.
           OPEN OUTPUT LISTADO.
           PERFORM 890-LISTAR-ENCABEZADO.
           PERFORM VARYING k-tes FROM 1 BY 1 UNTIL k-tes > w-cant-tes
               IF tt-etapa(k-tes) = "P" OR tt-etapa(k-tes) = "A"
                   OR tt-etapa(k-tes) = "D"
                   PERFORM 810-EVALUAR-DEMORA
               END-IF
           END-PERFORM.
           MOVE w-cont-demorados TO t-demorados.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 890-LISTAR-ENCABEZADO.
           DISPLAY lin-total.
           CLOSE LISTADO.
           DISPLAY "Listado en impTesisDemoradas.dat".

       810-EVALUAR-DEMORA.
           MOVE tt-plan(k-tes) TO w-tes-plan.
           PERFORM 904-PLAN-CON-TESIS.
           EVALUATE tt-etapa(k-tes)
               WHEN "P"
                   MOVE w-tes-dias-propuesta TO w-dem-limite
                   IF plan-con-tesis
                       MOVE tpt-dias-propuesta(k-ptes) TO w-dem-limite
                   END-IF
               WHEN "A"
                   MOVE w-tes-dias-desarrollo TO w-dem-limite
                   IF plan-con-tesis
                       MOVE tpt-dias-desarrollo(k-ptes)
                           TO w-dem-limite
                   END-IF
               WHEN OTHER
                   MOVE w-tes-dias-defensa TO w-dem-limite
                   IF plan-con-tesis
                       MOVE tpt-dias-defensa(k-ptes) TO w-dem-limite
                   END-IF
           END-EVALUATE.
           MOVE tt-fecha-etapa(k-tes) TO w-dem-desde.
           MOVE w-fecha-hoy TO w-dem-hasta.
           COMPUTE w-dem-dias =
               (w-dem-hasta-anio - w-dem-desde-anio) * 360
               + (w-dem-hasta-mes - w-dem-desde-mes) * 30
               + w-dem-hasta-dia - w-dem-desde-dia.
           IF w-dem-dias > w-dem-limite
               PERFORM 815-LISTAR-DEMORADO
           END-IF.

       815-LISTAR-DEMORADO.
           ADD 1 TO w-cont-demorados.
           PERFORM 270-DESCRIBIR-ETAPA.
           MOVE tt-legajo(k-tes) TO d-legajo.
           MOVE tt-plan(k-tes) TO d-plan.
           MOVE w-etapa-desc TO d-etapa.
           MOVE w-dem-desde-dia TO d-desde-dia.
           MOVE w-dem-desde-mes TO d-desde-mes.
           MOVE w-dem-desde-anio TO d-desde-anio.
           MOVE w-dem-dias TO d-dias.
           MOVE tt-titulo(k-tes) TO d-titulo.
           WRITE lis-reg FROM lin-demorado AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 890-LISTAR-ENCABEZADO.
           DISPLAY lin-demorado.

      * docente existente y activo en docentes.dat
       820-VALIDAR-DOCENTE.
           MOVE "N" TO w-docente-ok.
           OPEN INPUT DOCENTES-ARCH.
           IF ws-estado-doc NOT = "00"
               MOVE "docentes.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-doc TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir docentes.dat (estado "
                       ws-estado-doc ")"
           ELSE
               MOVE w-docente-pedido TO doc-legajo
               READ DOCENTES-ARCH
                   INVALID KEY
                       DISPLAY "El legajo docente " w-docente-pedido
                               " (" w-rol-desc ") no se encuentra"
                   NOT INVALID KEY
                       IF docente-en-baja
                           DISPLAY "El docente " doc-nombre " ("
                                   w-rol-desc ") esta dado de baja"
                       ELSE
                           MOVE "S" TO w-docente-ok
                       END-IF
               END-READ
               CLOSE DOCENTES-ARCH
           END-IF.

       890-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera2.

       900-GRABAR-TESIS.
           IF tesis-modificadas
               OPEN OUTPUT TESIS
               PERFORM VARYING k-tes FROM 1 BY 1
                   UNTIL k-tes > w-cant-tes
                   MOVE tab-tes(k-tes) TO tes-reg
                   WRITE tes-reg
               END-PERFORM
               CLOSE TESIS
           END-IF.

           COPY "COPY-TESIS-PROC.cpy".
           COPY "COPY-CALEND-PROC.cpy".
           COPY "COPY-AUDIT-PROC.cpy".
           COPY "COPY-CTRLEJEC-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM TRABAJO-FINAL.
