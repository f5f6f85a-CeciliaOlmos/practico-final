           SELECT PARAM-BECAS ASSIGN TO "..\paramBecas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-pbc.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT CARTAS ASSIGN TO "..\cartasBecas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-car.
           COPY "COPY-CONTACTO-SEL.cpy".
           COPY "COPY-COLACOM-SEL.cpy".
           COPY "COPY-PARAMBATCH-SEL.cpy".
           SELECT EGRESADOS-SAL ASSIGN TO "..\egresados.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-egr.
       DATA DIVISION.
       FILE SECTION.
      * registro de becas otorgadas: V = vigente, B = dada de baja
      * en una renovacion. bec-monto se descuenta de cada cuota del
      * periodo al generarlas en aranceles; cero exime la cuota
       FD  BECAS-ARCH.
       01  bec-reg.
           03 bec-legajo pic 9(5).
           COPY "COPY-ALUMNOS.cpy".
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  CARTAS.
       01  car-linea pic x(80).
           COPY "COPY-CONTACTO-FD.cpy".
           COPY "COPY-COLACOM-FD.cpy".
           COPY "COPY-PARAMBATCH-FD.cpy".
      * egresados detectados por el programa de egresados: un
      * egresado no conserva ni recibe beca
       FD  EGRESADOS-SAL.
       01  eg-reg.
           03 eg-legajo pic 9(5).
           03 eg-dni pic 9(8).
           03 eg-nombre pic x(30).
           03 eg-cohorte pic 9(4).
           03 eg-anio-egreso pic 9(4).
           03 eg-plan pic x(2).
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-bec pic xx.
       77  ws-estado-pbc pic xx.
       77  ws-estado-est pic xx.
       77  ws-estado-car pic xx.
       77  ws-estado-egr pic xx.
       77  w-flag-egr pic 9 value 0.
           88 fin-egresados value 1.
       01  w-cant-egr pic 9(4) value zero.
       01  ke pic 9(4).
       01  tabla-egr.
           03 te-legajo pic 9(5) OCCURS 2500 TIMES.
       77  w-es-egresado pic x value "N".
           88 es-egresado value "S".
       77  w-flag-bec pic 9 value 0.
           88 fin-becas value 1.
       77  w-flag-est pic 9 value 0.
       01  w-anio-nuevo pic 9(4) value zero.
       01  w-cuatri-nuevo pic 9 value zero.
       01  w-monto-nuevo pic 9(6) value zero.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       01  w-suma-notas pic 9(6) value zero.
       01  w-cant-notas pic 9(4) value zero.
       01  w-promedio pic 99v99 value zero.
       01  w-aprob-ultimo pic 99 value zero.
      * las materias aprobado/desaprobado no entran en el promedio,
      * pero si en el piso de materias aprobadas
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       01  w-cant-mat pic 99 value zero.
       01  w-idx-mat pic 99.
       01  tabla-mat.
           03 tab-materias OCCURS 99 TIMES.
               05 vec-mater pic x(2).
               05 vec-plan pic x(2).
       01  w-plan-alu pic x(2) value "01".
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       77  w-es-elegible pic x value "N".
           88 es-elegible value "S".
       01  w-razon-inelegible pic x(30) value spaces.
           03 cb-localidad pic x(20).
           03 filler pic x(17) value spaces.
           COPY "COPY-CONTACTO-WS.cpy".
           COPY "COPY-COLACOM-WS.cpy".
           COPY "COPY-PARAMBATCH-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
      * en la cadena del cierre anual solo corre la renovacion
           IF cierre-anual-desatendido
               MOVE 3 TO w-llave-menu
               PERFORM 300-PROCESO
           ELSE
               PERFORM 200-MENU
               PERFORM UNTIL salir-menu
                   PERFORM 300-PROCESO
                   PERFORM 200-MENU
               END-PERFORM
           END-IF.
           PERFORM 900-GRABAR-BECAS.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 930-CARGAR-CONTACTOS.
           PERFORM 110-LEER-PARAM-BECAS.
           PERFORM 950-CARGAR-PARAM-BATCH.
           MOVE w-anio-cierre TO w-anio-actual.
           PERFORM 130-CARGAR-BECAS.
           PERFORM 170-CARGAR-EGRESADOS.
           PERFORM 150-CARGAR-MATERIAS.
           OPEN INPUT ALUMNOS.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
       140-LEER-BECA.
           READ BECAS-ARCH AT END MOVE 1 TO w-flag-bec.

       150-CARGAR-MATERIAS.
           OPEN INPUT MATERIAS.
           PERFORM 160-LEER-MATERIAS.
           PERFORM UNTIL fin-archivo-mat
               IF mat-sin-nota AND w-cant-mat < 99
                   ADD 1 TO w-cant-mat
                   MOVE mat-mat TO vec-mater(w-cant-mat)
                   MOVE mat-plan TO vec-plan(w-cant-mat)
               END-IF
               PERFORM 160-LEER-MATERIAS
           END-PERFORM.
           CLOSE MATERIAS.

       160-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       170-CARGAR-EGRESADOS.
           OPEN INPUT EGRESADOS-SAL.
           IF ws-estado-egr = "00"
               PERFORM 175-LEER-EGRESADO
               PERFORM UNTIL fin-egresados
                   IF w-cant-egr < 2500
                       ADD 1 TO w-cant-egr
                       MOVE eg-legajo TO te-legajo(w-cant-egr)
                   END-IF
                   PERFORM 175-LEER-EGRESADO
               END-PERFORM
               CLOSE EGRESADOS-SAL
           ELSE
               DISPLAY "Aviso: sin egresados.txt no se descartan "
                       "los egresados"
           END-IF.

       175-LEER-EGRESADO.
           READ EGRESADOS-SAL AT END MOVE 1 TO w-flag-egr.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  BECAS"
                   ACCEPT w-anio-nuevo
                   DISPLAY "Ingrese el cuatrimestre (1 o 2)"
                   ACCEPT w-cuatri-nuevo
                   DISPLAY "Ingrese el monto a descontar de cada "
                           "cuota (0 = beca completa)"
                   ACCEPT w-monto-nuevo
                   IF w-cant-bec >= 300
                       DISPLAY "Tabla de becas llena"

       510-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
           END-READ.

      * las reglas son las mismas que ya se aplican a mano: alumno
      * activo, promedio general minimo (la cuenta del ranking) y
               MOVE "N" TO w-es-elegible
               MOVE "ALUMNO NO ACTIVO" TO w-razon-inelegible
           END-IF.
           IF es-elegible
               PERFORM 555-VERIFICAR-EGRESADO
               IF es-egresado
                   MOVE "N" TO w-es-elegible
                   MOVE "ALUMNO EGRESADO" TO w-razon-inelegible
               END-IF
           END-IF.
           IF es-elegible
               PERFORM 560-CALCULAR-PROMEDIO
               IF w-cant-notas = ZERO
               END-IF
           END-IF.

       555-VERIFICAR-EGRESADO.
           MOVE "N" TO w-es-egresado.
           IF alumno-egresado
               MOVE "S" TO w-es-egresado
           END-IF.
           PERFORM VARYING ke FROM 1 BY 1
               UNTIL ke > w-cant-egr OR es-egresado
               IF te-legajo(ke) = al-legajo
                   MOVE "S" TO w-es-egresado
               END-IF
           END-PERFORM.

       560-CALCULAR-PROMEDIO.
           MOVE ZERO TO w-suma-notas.
           MOVE ZERO TO w-cant-notas.
           MOVE ZERO TO w-aprob-ultimo.
           MOVE ZERO TO w-promedio.
           IF al-plan = SPACES
               MOVE "01" TO w-plan-alu
           ELSE
               MOVE al-plan TO w-plan-alu
           END-IF.
           IF ws-estado-est = "00"
               MOVE ZERO TO w-flag-est
               MOVE al-dni TO es-dni
                   END-READ
                   IF w-flag-est = 0
                       IF es-dni = al-dni
                           PERFORM 565-VERIFICAR-SIN-NOTA
                           IF NOT materia-sin-nota
                               ADD es-nota TO w-suma-notas
                               ADD 1 TO w-cant-notas
                           END-IF
                           IF es-nota >= 4
                               AND es-anio >= w-anio-actual - 1
                               ADD 1 TO w-aprob-ultimo
               END-IF
           END-IF.

       565-VERIFICAR-SIN-NOTA.
           MOVE "N" TO w-materia-pf.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat OR materia-sin-nota
               IF vec-mater(w-idx-mat) = es-materia
                   AND vec-plan(w-idx-mat) = w-plan-alu
                   MOVE "S" TO w-materia-pf
               END-IF
           END-PERFORM.

      * renovacion del periodo: cada becario vigente se re-evalua
      * con las mismas reglas; el que no cumple pierde la beca y
      * sale una carta con los datos de contacto del alta
           IF ws-estado-car = "35"
               OPEN OUTPUT CARTAS
           END-IF.
           PERFORM 994-ABRIR-COLA.
           PERFORM VARYING kb FROM 1 BY 1 UNTIL kb > w-cant-bec
               IF tb-estado(kb) = "V"
                   MOVE tb-legajo(kb) TO w-legajo-pedido
               END-IF
           END-PERFORM.
           CLOSE CARTAS.
           CLOSE COLA-COM.
           DISPLAY "Becarios que mantienen: " w-cont-mantienen.
           DISPLAY "Becarios que pierden..: " w-cont-pierden.
           DISPLAY "Cartas en cartasBecas.txt, "
                   w-col-cont-encolados " mensajes encolados".

       650-GENERAR-CARTA.
           MOVE al-nombre TO cb-nombre.
           MOVE al-legajo TO w-ctt-legajo.
           PERFORM 938-BUSCAR-CONTACTO.
           MOVE al-legajo TO w-col-legajo.
           MOVE al-nombre TO w-col-nombre.
           MOVE "BECA" TO w-col-tipo.
           MOVE w-razon-inelegible TO w-col-detalle.
           MOVE al-contacto TO w-col-alta.
           PERFORM 996-ENCOLAR-MENSAJE.
           MOVE w-col-direccion TO cb-contacto.
           WRITE car-linea FROM lin-separador.
           WRITE car-linea FROM lin-para.
           IF contacto-hallado
           WRITE car-linea FROM lin-separador.

       700-LISTAR-ELEGIBLES.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF alumno-activo
                   PERFORM 550-EVALUAR-ELEGIBILIDAD
                   IF es-elegible
                       DISPLAY "ELEGIBLE: LEGAJO " al-legajo
                               " " al-nombre " PROMEDIO "
                               w-promedio
                   END-IF
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.

       900-GRABAR-BECAS.
           END-IF.

           COPY "COPY-CONTACTO-PROC.cpy".
           COPY "COPY-COLACOM-PROC.cpy".
           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-PARAMBATCH-PROC.cpy".
       END PROGRAM BECAS.
