      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOBLE-CARRERA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-CARRERA-SEL.cpy".
           COPY "COPY-CTRLEJEC-SEL.cpy".
           COPY "COPY-AUDIT-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
           COPY "COPY-CARRERA-FD.cpy".
           COPY "COPY-CTRLEJEC-FD.cpy".
           COPY "COPY-AUDIT-FD.cpy".

       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-mat pic xx.
           COPY "COPY-CARRERA-WS.cpy".
           COPY "COPY-CTRLEJEC-WS.cpy".
           COPY "COPY-AUDIT-WS.cpy".
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       01  w-legajo-pedido pic 9(5) value zero.
       01  w-plan-nuevo pic x(2) value spaces.
       01  w-plan-principal pic x(2) value spaces.
       01  w-cohorte-nueva pic 9(4) value zero.
       01  w-cant-materias-plan pic 99 value zero.
       01  w-cant-listados pic 9(4) value zero.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       77  w-datos-ok pic x value "N".
           88 datos-validos value "S".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           PERFORM 954-GRABAR-CARRERAS.
           CLOSE AUDITORIA.
           PERFORM 103-LIBERAR-CONTROL-LINEA.
           STOP RUN.

       100-INICIO.
           PERFORM 102-TOMAR-CONTROL-LINEA.
           PERFORM 951-CARGAR-CARRERAS.
           PERFORM 955-ABRIR-AUDITORIA-COMUN.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-aud-operador.
           MOVE "CARRERAS" TO w-aud-programa.

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
               MOVE "CARRERAS" TO w-ctl-programa
           END-IF.
           ADD 1 TO w-ctl-sesiones.
           PERFORM 945-GRABAR-CONTROL-EJEC.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  DOBLE CARRERA"
           DISPLAY "  INGRESE UNA OPCION: "
           DISPLAY "  1- ALTA DE OTRA CARRERA"
           DISPLAY "  2- BAJA DE UNA CARRERA ADICIONAL"
           DISPLAY "  3- CONSULTAR CARRERAS DE UN LEGAJO"
           DISPLAY "  4- LISTAR ALUMNOS CON DOBLE CARRERA"
           DISPLAY "  5- FIN"
           DISPLAY "..................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 6 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               PERFORM 200-MENU
           END-PERFORM.

      * con la tabla desbordada el archivo no se regraba: las altas
      * y bajas se perderian
       300-PROCESO.
           IF carreras-desbordadas AND w-llave-menu < 3
               DISPLAY "Tabla de carreras llena (1000), opcion "
                       "no disponible"
           ELSE
               EVALUATE w-llave-menu
                   WHEN 1
                       PERFORM 400-ALTA-CARRERA
                   WHEN 2
                       PERFORM 500-BAJA-CARRERA
                   WHEN 3
                       PERFORM 600-CONSULTAR-LEGAJO
                   WHEN 4
                       PERFORM 700-LISTAR-DOBLES
               END-EVALUATE
           END-IF.

      * la otra carrera es de la misma persona y con el mismo
      * legajo: no se toca alumnos.dat. Una
      * carrera adicional dada de baja se reabre con la cohorte nueva
       400-ALTA-CARRERA.
           PERFORM 420-PEDIR-LEGAJO.
           IF NOT alumno-hallado
               DISPLAY "No existe el legajo"
           ELSE
               IF alumno-en-baja OR alumno-pase
                   DISPLAY "El alumno esta dado de baja o con pase, "
                           "no puede sumar otra carrera"
               ELSE
                   PERFORM 430-PEDIR-DATOS
                   IF datos-validos
                       PERFORM 440-GRABAR-ALTA
                   END-IF
               END-IF
           END-IF.

       420-PEDIR-LEGAJO.
           DISPLAY "Ingrese el legajo del alumno".
           ACCEPT w-legajo-pedido.
           PERFORM 800-BUSCAR-ALUMNO.
           IF alumno-hallado
               DISPLAY "ALUMNO: " al-nombre " PLAN PRINCIPAL: "
                       w-plan-principal
           END-IF.

       430-PEDIR-DATOS.
           MOVE "N" TO w-datos-ok.
           DISPLAY "Ingrese el plan de la otra carrera".
           ACCEPT w-plan-nuevo.
           DISPLAY "Ingrese la cohorte de ingreso a esa carrera".
           ACCEPT w-cohorte-nueva.
           PERFORM 810-CONTAR-MATERIAS-PLAN.
           IF w-plan-nuevo = SPACES OR w-cant-materias-plan = ZERO
               DISPLAY "El plan " w-plan-nuevo
                       " no tiene materias en materias.dat"
           ELSE
               IF w-plan-nuevo = w-plan-principal
                   DISPLAY "Es el plan de la carrera principal del "
                           "alumno"
               ELSE
                   IF w-cohorte-nueva = ZERO
                       DISPLAY "La cohorte no puede quedar en cero"
                   ELSE
                       MOVE "S" TO w-datos-ok
                   END-IF
               END-IF
           END-IF.

       440-GRABAR-ALTA.
           MOVE al-legajo TO w-car-legajo.
           MOVE w-plan-nuevo TO w-car-plan.
           PERFORM 953-BUSCAR-CARRERA.
           IF carrera-hallada AND tca-activa(k-car)
               DISPLAY "El alumno ya cursa el plan " w-plan-nuevo
           ELSE
               IF NOT carrera-hallada AND w-cant-car >= 1000
                   DISPLAY "Tabla de carreras llena, no se puede "
                           "agregar otra"
               ELSE
                   IF NOT carrera-hallada
                       ADD 1 TO w-cant-car
                       MOVE w-cant-car TO k-car
                       MOVE al-legajo TO tca-legajo(k-car)
                       MOVE w-plan-nuevo TO tca-plan(k-car)
                   END-IF
                   MOVE al-dni TO tca-dni(k-car)
                   MOVE w-cohorte-nueva TO tca-cohorte(k-car)
                   MOVE "A" TO tca-estado(k-car)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO tca-fecha-alta(k-car)
                   MOVE SPACES TO w-aud-detalle
                   STRING "ALTA CARRERA PLAN " DELIMITED BY SIZE
                       w-plan-nuevo DELIMITED BY SIZE
                       INTO w-aud-detalle
                   PERFORM 850-ASENTAR
                   DISPLAY "Carrera agregada al legajo " al-legajo
               END-IF
           END-IF.

      * la baja de una carrera adicional no borra la fila: queda en
      * B para que avance, egresados y el analitico la salteen
       500-BAJA-CARRERA.
           PERFORM 420-PEDIR-LEGAJO.
           IF NOT alumno-hallado
               DISPLAY "No existe el legajo"
           ELSE
               DISPLAY "Ingrese el plan de la carrera a dar de baja"
               ACCEPT w-plan-nuevo
               MOVE al-legajo TO w-car-legajo
               MOVE w-plan-nuevo TO w-car-plan
               PERFORM 953-BUSCAR-CARRERA
               IF NOT carrera-hallada OR tca-estado(k-car) = "B"
                   DISPLAY "El alumno no tiene el plan " w-plan-nuevo
                           " como carrera adicional"
                   IF w-plan-nuevo = w-plan-principal
                       DISPLAY "La carrera principal se da de baja "
                               "desde el alta de alumnos"
                   END-IF
               ELSE
                   MOVE "B" TO tca-estado(k-car)
                   MOVE SPACES TO w-aud-detalle
                   STRING "BAJA CARRERA PLAN " DELIMITED BY SIZE
                       w-plan-nuevo DELIMITED BY SIZE
                       INTO w-aud-detalle
                   PERFORM 850-ASENTAR
                   DISPLAY "Carrera dada de baja"
               END-IF
           END-IF.

       600-CONSULTAR-LEGAJO.
           PERFORM 420-PEDIR-LEGAJO.
           IF NOT alumno-hallado
               DISPLAY "No existe el legajo"
           ELSE
               DISPLAY "  PLAN " w-plan-principal " COHORTE "
                       al-cohorte " ESTADO " al-estado " (principal)"
               PERFORM VARYING k-car FROM 1 BY 1
                   UNTIL k-car > w-cant-car
                   IF tca-legajo(k-car) = al-legajo
                       PERFORM 610-MOSTRAR-CARRERA
                   END-IF
               END-PERFORM
           END-IF.

       610-MOSTRAR-CARRERA.
           DISPLAY "  PLAN " tca-plan(k-car)
                   " COHORTE " tca-cohorte(k-car)
                   " ESTADO " tca-estado(k-car)
                   " ALTA " tca-fecha-alta(k-car).

       700-LISTAR-DOBLES.
           MOVE ZERO TO w-cant-listados.
           PERFORM VARYING k-car FROM 1 BY 1
               UNTIL k-car > w-cant-car
               IF tca-activa(k-car)
                   ADD 1 TO w-cant-listados
                   DISPLAY "LEGAJO " tca-legajo(k-car)
                           " DNI " tca-dni(k-car)
                           " PLAN " tca-plan(k-car)
                           " COHORTE " tca-cohorte(k-car)
               END-IF
           END-PERFORM.
           DISPLAY "Carreras adicionales activas: " w-cant-listados.

       800-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu = "00"
               MOVE w-legajo-pedido TO al-legajo
               READ ALUMNOS KEY IS al-legajo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO w-alumno-hallado
               END-READ
               CLOSE ALUMNOS
           END-IF.
           IF al-plan = SPACES
               MOVE "01" TO w-plan-principal
           ELSE
               MOVE al-plan TO w-plan-principal
           END-IF.

       810-CONTAR-MATERIAS-PLAN.
           MOVE ZERO TO w-cant-materias-plan.
           MOVE ZERO TO w-flag-mat.
           OPEN INPUT MATERIAS.
           IF ws-estado-mat = "00"
               PERFORM 820-LEER-MATERIAS
               PERFORM UNTIL fin-archivo
                   IF mat-plan = w-plan-nuevo
                       AND w-cant-materias-plan < 99
                       ADD 1 TO w-cant-materias-plan
                   END-IF
                   PERFORM 820-LEER-MATERIAS
               END-PERFORM
               CLOSE MATERIAS
           END-IF.

       820-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       850-ASENTAR.
           MOVE al-legajo TO w-aud-legajo.
           MOVE al-dni TO w-aud-dni.
           PERFORM 965-ASENTAR-AUDITORIA.

           COPY "COPY-CTRLEJEC-PROC.cpy".
           COPY "COPY-AUDIT-PROC.cpy".
           COPY "COPY-CARRERA-PROC.cpy".
       END PROGRAM DOBLE-CARRERA.
