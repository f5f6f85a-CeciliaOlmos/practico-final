           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impTramites.dat".
           COPY "COPY-BIBLIO-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  EGRESADOS-SAL.
           03 eg-nombre pic x(30).
           03 eg-cohorte pic 9(4).
           03 eg-anio-egreso pic 9(4).
           03 eg-plan pic x(2).
      * bitacora del tramite de titulo: una linea por paso cumplido
      * con fecha y operador; la etapa vigente del legajo es la mas
      * alta registrada. 0=incorporado, 1=analitico verificado,
      * 2=documentacion completa, 3=enviado al ministerio,
      * 4=legalizado, 5=diploma entregado. Un legajo con doble
      * carrera tiene un tramite por plan; los pasos grabados antes
      * de llevar el plan lo tienen en blanco y se asignan a la
      * primera carrera que egresa
       FD  TRAMITES.
       01  tra-reg.
           03 tra-legajo pic 9(5).
           03 tra-etapa pic 9.
           03 tra-fecha pic 9(8).
           03 tra-operador pic x(10).
           03 tra-plan pic x(2).
      * registro numerado de titulos emitidos: el numero se asigna
      * recien cuando el diploma se entrega y no se reutiliza
       FD  REGISTRO-TIT.
           03 tit-legajo pic 9(5).
           03 tit-dni pic 9(8).
           03 tit-fecha pic 9(8).
           03 tit-plan pic x(2).
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-BIBLIO-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-BIBLIO-WS.cpy".
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-egr pic xx.
       77  ws-estado-tra pic xx.
       77  ws-estado-tit pic xx.
               05 tt-etapa pic 9.
               05 tt-fecha pic 9(8).
               05 tt-operador pic x(10).
               05 tt-plan pic x(2).
       01  w-legajo-pedido pic 9(5) value zero.
       01  w-plan-pedido pic x(2) value spaces.
       77  w-varios-planes pic x value "N".
           88 varios-planes value "S".
       01  w-operador pic x(10) value spaces.
       01  w-etapa-actual pic 9 value zero.
       01  w-dni-tramite pic 9(8) value zero.
           03 d-fecha      pic 9(8).
           03 filler       pic x(12) value "  OPERADOR: ".
           03 d-operador   pic x(10).
           03 filler       pic x(7)  value "  PLAN ".
           03 d-plan       pic x(2).
           03 filler       pic x(2)  value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "titulos" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
                       MOVE tra-etapa TO tt-etapa(w-cant-tra)
                       MOVE tra-fecha TO tt-fecha(w-cant-tra)
                       MOVE tra-operador TO tt-operador(w-cant-tra)
                       MOVE tra-plan TO tt-plan(w-cant-tra)
                   END-IF
                   PERFORM 140-LEER-TRAMITE
               END-PERFORM
           END-EVALUATE.

      * cada egresado detectado por la corrida de egresados entra
      * al circuito una sola vez por carrera, en etapa 0
       400-INCORPORAR-EGRESADOS.
           MOVE ZERO TO w-cont-nuevos.
           MOVE ZERO TO w-flag-egr.
           PERFORM VARYING kt FROM 1 BY 1
               UNTIL kt > w-cant-tra OR en-tramite
               IF tt-legajo(kt) = eg-legajo
                   AND tt-plan(kt) = eg-plan
                   MOVE "S" TO w-en-tramite
               END-IF
           END-PERFORM.
           IF NOT en-tramite
               PERFORM 425-ADOPTAR-SIN-PLAN
           END-IF.
           IF NOT en-tramite AND w-cant-tra < 2000
               ADD 1 TO w-cant-tra
               MOVE eg-legajo TO tt-legajo(w-cant-tra)
               MOVE eg-dni TO tt-dni(w-cant-tra)
               MOVE eg-plan TO tt-plan(w-cant-tra)
               MOVE ZERO TO tt-etapa(w-cant-tra)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO tt-fecha(w-cant-tra)
               ADD 1 TO w-cont-nuevos
           END-IF.

      * egresados graba primero la carrera principal: los pasos
      * sin plan del legajo pasan a ser de esa carrera
       425-ADOPTAR-SIN-PLAN.
           PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > w-cant-tra
               IF tt-legajo(kt) = eg-legajo
                   AND tt-plan(kt) = SPACES
                   MOVE eg-plan TO tt-plan(kt)
                   MOVE "S" TO w-en-tramite
               END-IF
           END-PERFORM.

       500-AVANZAR-ETAPA.
           DISPLAY "Ingrese el legajo".
           ACCEPT w-legajo-pedido.
           PERFORM 505-ELEGIR-PLAN.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-operador.
           PERFORM 510-ETAPA-ACTUAL.
                   DISPLAY "El diploma ya fue entregado, no hay "
                           "etapa siguiente"
               ELSE
                   PERFORM 520-VERIFICAR-LIBRE-DEUDA
                   IF deuda-biblioteca
                       DISPLAY "Deuda de biblioteca abierta ("
                               w-bib-cant-abiertas " prestamos): "
                               w-bib-item " vencido el "
                               w-bib-vencimiento
                       DISPLAY "El tramite no pasa de DOCUMENTACION "
                               "COMPLETA sin el libre deuda"
                   ELSE
                       ADD 1 TO w-etapa-actual
                       IF w-cant-tra >= 2000
                           DISPLAY "Tabla de tramites llena"
                       ELSE
                           ADD 1 TO w-cant-tra
                           MOVE w-legajo-pedido TO tt-legajo(w-cant-tra)
                           MOVE w-dni-tramite TO tt-dni(w-cant-tra)
                           MOVE w-plan-pedido TO tt-plan(w-cant-tra)
                           MOVE w-etapa-actual TO tt-etapa(w-cant-tra)
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO tt-fecha(w-cant-tra)
                           MOVE w-operador TO tt-operador(w-cant-tra)
                           MOVE w-etapa-actual TO w-etapa-listar
                           PERFORM 530-DESCRIBIR-ETAPA
                           DISPLAY "El legajo " w-legajo-pedido
                                   " avanza a: " w-etapa-desc
                           IF w-etapa-actual = 5
                               PERFORM 550-ASIGNAR-NUMERO-TITULO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * con doble carrera el legajo tiene un tramite por plan y
      * hay que decir cual se avanza
       505-ELEGIR-PLAN.
           MOVE SPACES TO w-plan-pedido.
           MOVE "N" TO w-varios-planes.
           PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > w-cant-tra
               IF tt-legajo(kt) = w-legajo-pedido
                   IF w-plan-pedido = SPACES
                       MOVE tt-plan(kt) TO w-plan-pedido
                   ELSE
                       IF tt-plan(kt) NOT = w-plan-pedido
                           MOVE "S" TO w-varios-planes
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF varios-planes
               DISPLAY "El legajo tiene tramites de mas de una "
                       "carrera, ingrese el plan"
               ACCEPT w-plan-pedido
           END-IF.

       510-ETAPA-ACTUAL.
           MOVE ZERO TO w-dni-tramite.
           PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > w-cant-tra
               IF tt-legajo(kt) = w-legajo-pedido
                   AND tt-plan(kt) = w-plan-pedido
                   MOVE "S" TO w-en-tramite
                   MOVE tt-dni(kt) TO w-dni-tramite
                   IF tt-etapa(kt) > w-etapa-actual
               END-IF
           END-PERFORM.

      * de documentacion completa en adelante el titulo no avanza
      * con prestamos de biblioteca sin devolver
       520-VERIFICAR-LIBRE-DEUDA.
           MOVE "N" TO w-bib-bloqueo.
           IF w-etapa-actual >= 2
               MOVE w-dni-tramite TO w-bib-dni
               PERFORM 964-VERIFICAR-BIBLIOTECA
           END-IF.

       530-DESCRIBIR-ETAPA.
           EVALUATE w-etapa-listar
               WHEN 0 MOVE "INCORPORADO" TO w-etapa-desc
           MOVE w-prox-numero TO tit-numero.
           MOVE w-legajo-pedido TO tit-legajo.
           MOVE w-dni-tramite TO tit-dni.
           MOVE w-plan-pedido TO tit-plan.
           MOVE FUNCTION CURRENT-DATE(1:8) TO tit-fecha.
           WRITE tit-reg.
           CLOSE REGISTRO-TIT.
      * asi que este recorrido usa kt2 para no pisarse con el
           PERFORM VARYING kt2 FROM 1 BY 1 UNTIL kt2 > w-cant-tra
               MOVE tt-legajo(kt2) TO w-legajo-pedido
               MOVE tt-plan(kt2) TO w-plan-pedido
               PERFORM 510-ETAPA-ACTUAL
               IF w-etapa-actual = w-etapa-listar
                   AND tt-etapa(kt2) = w-etapa-actual
                   MOVE tt-dni(kt2) TO d-dni
                   MOVE tt-fecha(kt2) TO d-fecha
                   MOVE tt-operador(kt2) TO d-operador
                   MOVE tt-plan(kt2) TO d-plan
                   WRITE lis-reg FROM lin-detalle
                       AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE PERFORM 620-LISTAR-ENCABEZADO
       615-CONTAR-ETAPA.
           PERFORM VARYING kt2 FROM 1 BY 1 UNTIL kt2 > w-cant-tra
               MOVE tt-legajo(kt2) TO w-legajo-pedido
               MOVE tt-plan(kt2) TO w-plan-pedido
               PERFORM 510-ETAPA-ACTUAL
               IF w-etapa-actual = w-etapa-listar
                   AND tt-etapa(kt2) = w-etapa-actual
               MOVE tt-etapa(kt) TO tra-etapa
               MOVE tt-fecha(kt) TO tra-fecha
               MOVE tt-operador(kt) TO tra-operador
               MOVE tt-plan(kt) TO tra-plan
               WRITE tra-reg
           END-PERFORM.
           CLOSE TRAMITES.

           COPY "COPY-BIBLIO-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM TITULOS.
