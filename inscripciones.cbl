           SELECT INSCRIPCIONES-ARCH ASSIGN TO "..\inscripciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ins.
           COPY "COPY-ALUMNOS-SEL.cpy".
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT CORRELATIVAS ASSIGN TO "..\correlativas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-correl.
           SELECT HORARIOS-ARCH ASSIGN TO "..\horarios.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-hor.
           SELECT AULAS-ARCH ASSIGN TO "..\aulas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-aul.
           SELECT LISTA-ESPERA ASSIGN TO "..\listaEspera.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-esp.
           SELECT CUOTAS ASSIGN TO "..\cuotas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-cuo.
           COPY "COPY-PARAMARAN-SEL.cpy".
           SELECT SANCIONES-ARCH ASSIGN TO "..\sanciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-san.
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-vig.
           COPY "COPY-AUDIT-SEL.cpy".
           COPY "COPY-SEDES-SEL.cpy".
           COPY "COPY-TURNOS-SEL.cpy".
           COPY "COPY-CARRERA-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  INSCRIPCIONES-ARCH.
           03 ins-estado pic x.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  CORRELATIVAS.
           03 cup-cupo pic 9(3).
      * las materias grandes se parten en comisiones (M/T/N) con su
      * propio cupo; una materia sin comisiones sigue con el cupo
      * global de cuposMaterias.txt; com-sede es la sede donde se
      * dicta (en blanco, la sede principal)
       FD  COMISIONES.
       01  comi-reg.
           03 com-materia pic x(2).
           03 com-plan pic x(2).
           03 com-comision pic x.
           03 com-cupo pic 9(3).
           03 com-sede pic x(2).
       FD  HORARIOS-ARCH.
       01  hor-reg.
           03 hor-materia pic x(2).
           03 hor-desde pic 9(4).
           03 hor-hasta pic 9(4).
           03 hor-aula pic x(6).
      * el cupo efectivo de una comision nunca supera la capacidad
      * del aula mas chica en que se dicta
       FD  AULAS-ARCH.
           COPY "COPY-AULAS.cpy".
      * cola de espera por cupo: la prioridad es la cantidad de
      * materias aprobadas (mas cerca del titulo, primero); a igual
      * prioridad gana el que llego antes
       FD  RECHAZOS-INS.
       01  rin-linea pic x(80).
       FD  CUOTAS.
           COPY "COPY-CUOTAS.cpy".
           COPY "COPY-PARAMARAN-FD.cpy".
       FD  SANCIONES-ARCH.
       01  san-reg.
           03 san-dni pic 9(8).
           03 vig-hasta pic 9(8).
           03 vig-gracia pic 9(8).
           COPY "COPY-AUDIT-FD.cpy".
           COPY "COPY-SEDES-FD.cpy".
           COPY "COPY-TURNOS-FD.cpy".
           COPY "COPY-CARRERA-FD.cpy".
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-ins pic xx.
       77  ws-estado-correl pic xx.
       77  ws-estado-cupo pic xx.
       77  ws-estado-est pic xx.
       77  w-flag-ins pic 9 value 0.
           88 fin-inscripciones value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic x value "N".
           88 materias-abierto value "S".
       77  w-flag-correl pic 9 value 0.
           88 fin-correl value 1.
       77  w-flag-cupo pic 9 value 0.
           88 fin-cupos value 1.
       77  w-flag-est2 pic 9 value 0.
       77  w-llave-menu pic 9.
           88 salir-menu value 7.
       01  w-plan-alu pic x(2) value "01".
       01  w-plan-ppal pic x(2) value "01".
       01  w-nota-aprobada pic 99 value 4.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       77  w-materia-encontrada pic x value "N".
           88 materia-encontrada value "S".
       01  w-cant-correl pic 999 value zero.
       01  k pic 999.
       01  tabla-correl.
               05 cor-mat-tab pic x(2).
               05 cor-req-tab pic x(2).
               05 cor-plan-tab pic x(2).
               05 cor-tipo-tab pic x.
       01  w-cant-cupos pic 99 value zero.
       01  tabla-cupos.
           03 tab-cupos OCCURS 99 TIMES.
               05 tco-plan pic x(2).
               05 tco-comision pic x.
               05 tco-cupo pic 9(3).
               05 tco-sede pic x(2).
       77  ws-estado-hor pic xx.
       77  w-flag-hor pic 9 value 0.
           88 fin-horarios value 1.
               05 th-dia pic 9.
               05 th-desde pic 9(4).
               05 th-hasta pic 9(4).
               05 th-aula pic x(6).
       77  ws-estado-aul pic xx.
       77  w-flag-aul pic 9 value 0.
           88 fin-aulas value 1.
       01  w-cant-aul pic 9(3) value zero.
       01  kau pic 9(3).
       01  tabla-aul.
           03 tab-aul OCCURS 200 TIMES.
               05 ta-codigo pic x(6).
               05 ta-capacidad pic 9(3).
       01  w-aul-materia pic x(2) value spaces.
       01  w-aul-comision pic x value space.
       01  w-cap-aula pic 9(3) value zero.
       01  w-cupo-tope pic 9(3) value zero.
       77  w-hay-choque pic x value "N".
           88 hay-choque value "S".
       01  w-materia-choque pic x(2) value spaces.
       77  w-comision-valida pic x value "N".
           88 comision-valida value "S".
       01  w-cupo-comision pic 9(3) value zero.
       01  w-sede-alu pic x(2) value spaces.
       01  w-sede-comision pic x(2) value spaces.
       01  w-cant-ins pic 9(4) value zero.
       01  tabla-ins.
           03 tab-ins OCCURS 9999 TIMES.
       01  w-fecha-hora pic x(21) value spaces.
       01  w-prox-secuen pic 9(6) value zero.
       01  w-cont-bajas pic 9(4) value zero.
      * cambio de comision: la inscripcion de origen se modifica en
      * su lugar, no se da de baja ni se agrega otra
       01  w-idx-cambio pic 9(4) value zero.
       01  w-comision-origen pic x value space.
       01  w-cont-cambios pic 9(4) value zero.
       77  ws-estado-sol pic xx.
       77  ws-estado-rin pic xx.
       77  w-flag-sol pic 9 value 0.
       01  w-cont-sol-aceptadas pic 9(4) value zero.
       01  w-cont-sol-rechazadas pic 9(4) value zero.
       77  ws-estado-cuo pic xx.
       77  w-flag-cuo pic 9 value 0.
           88 fin-cuotas value 1.
       01  w-legajo-alu pic 9(5) value zero.
       01  w-cohorte-alu pic 9(4) value zero.
       01  w-cant-cuo pic 9(4) value zero.
       01  kq pic 9(4).
       01  tabla-cuotas.
           03 tab-cuo OCCURS 9999 TIMES.
               05 tq-legajo pic 9(5).
               05 tq-estado pic x.
               05 tq-vence pic 9(8).
       01  w-cuotas-impagas pic 99 value zero.
       77  w-modo-masivo pic x value "N".
           88 modo-masivo value "S".
       77  w-autoriza pic x value "N".
           88 autoriza-si value "S" "s".
           COPY "COPY-AUDIT-WS.cpy".
           COPY "COPY-PARAMARAN-WS.cpy".
           COPY "COPY-SEDES-WS.cpy".
           COPY "COPY-TURNOS-WS.cpy".
           COPY "COPY-CARRERA-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "inscripciones" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
            STOP RUN.

       100-INICIO.
           OPEN INPUT ALUMNOS.
           PERFORM 110-ABRIR-MATERIAS.
           PERFORM 130-CARGAR-CORRELATIVAS.
           PERFORM 140-CARGAR-CUPOS.
           PERFORM 147-CARGAR-COMISIONES.
           PERFORM 931-CARGAR-SEDES.
           PERFORM 956-CARGAR-TURNOS.
           PERFORM 951-CARGAR-CARRERAS.
           PERFORM 143-CARGAR-HORARIOS.
           PERFORM 141-CARGAR-AULAS.
           PERFORM 150-CARGAR-INSCRIPCIONES.
           PERFORM 158-CARGAR-ESPERA.
           PERFORM 163-CARGAR-CUOTAS.
                       "verifican correlativas"
           END-IF.

      * la inscripcion se evalua contra el plan del alumno, que se
      * lee directo por DNI (clave alternativa de alumnos.dat); si
      * no se encuentra, el DNI no tiene alta
       107-BUSCAR-PLAN-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           MOVE "01" TO w-plan-alu.
           MOVE SPACE TO w-estado-alu.
           MOVE ZERO TO w-legajo-alu.
           MOVE SPACES TO w-sede-alu.
           MOVE ZERO TO w-cohorte-alu.
           MOVE w-dni-nuevo TO al-dni.
           READ ALUMNOS KEY IS al-dni
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
                   MOVE al-legajo TO w-legajo-alu
                   MOVE al-estado TO w-estado-alu
                   MOVE al-sede TO w-sede-alu
                   MOVE al-cohorte TO w-cohorte-alu
                   IF al-plan NOT = SPACES
                       MOVE al-plan TO w-plan-alu
                   END-IF
           END-READ.

      * materias queda abierto toda la corrida: cada inscripcion
      * se valida leyendo la materia por clave
       110-ABRIR-MATERIAS.
           OPEN INPUT MATERIAS.
           IF ws-estado-mat = "00"
               MOVE "S" TO w-flag-mat
           ELSE
               MOVE "materias.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-mat TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir materias.dat (estado "
                       ws-estado-mat ")"
           END-IF.

       130-CARGAR-CORRELATIVAS.
           OPEN INPUT CORRELATIVAS.
                   MOVE cor-materia TO cor-mat-tab(w-cant-correl)
                   MOVE cor-requisito TO cor-req-tab(w-cant-correl)
                   MOVE cor-plan TO cor-plan-tab(w-cant-correl)
                   IF cor-tipo = SPACE
                       MOVE "C" TO cor-tipo-tab(w-cant-correl)
                   ELSE
                       MOVE cor-tipo TO cor-tipo-tab(w-cant-correl)
                   END-IF
                   PERFORM 135-LEER-CORRELATIVAS
               END-PERFORM
               CLOSE CORRELATIVAS
                   MOVE com-plan TO tco-plan(w-cant-com)
                   MOVE com-comision TO tco-comision(w-cant-com)
                   MOVE com-cupo TO tco-cupo(w-cant-com)
                   MOVE com-sede TO tco-sede(w-cant-com)
                   PERFORM 148-LEER-COMISION
               END-PERFORM
               CLOSE COMISIONES
                       MOVE hor-dia TO th-dia(w-cant-hor)
                       MOVE hor-desde TO th-desde(w-cant-hor)
                       MOVE hor-hasta TO th-hasta(w-cant-hor)
                       MOVE hor-aula TO th-aula(w-cant-hor)
                   END-IF
                   PERFORM 144-LEER-HORARIO
               END-PERFORM
       144-LEER-HORARIO.
           READ HORARIOS-ARCH AT END MOVE 1 TO w-flag-hor.

       141-CARGAR-AULAS.
           OPEN INPUT AULAS-ARCH.
           IF ws-estado-aul = "00"
               PERFORM 142-LEER-AULA
               PERFORM UNTIL fin-aulas
                   IF w-cant-aul < 200
                       ADD 1 TO w-cant-aul
                       MOVE aul-codigo TO ta-codigo(w-cant-aul)
                       MOVE aul-capacidad TO ta-capacidad(w-cant-aul)
                   END-IF
                   PERFORM 142-LEER-AULA
               END-PERFORM
               CLOSE AULAS-ARCH
           END-IF.

       142-LEER-AULA.
           READ AULAS-ARCH AT END MOVE 1 TO w-flag-aul.

       150-CARGAR-INSCRIPCIONES.
           OPEN INPUT INSCRIPCIONES-ARCH.
           IF ws-estado-ins = "00"
           READ LISTA-ESPERA AT END MOVE 1 TO w-flag-esp.

       163-CARGAR-CUOTAS.
           PERFORM 960-LEER-PARAM-ARANCEL.
           OPEN INPUT CUOTAS.
           IF ws-estado-cuo = "00"
               PERFORM 164-LEER-CUOTA
                       ADD 1 TO w-cant-cuo
                       MOVE cuo-legajo TO tq-legajo(w-cant-cuo)
                       MOVE cuo-estado TO tq-estado(w-cant-cuo)
                       IF cuo-vence NUMERIC
                           MOVE cuo-vence TO tq-vence(w-cant-cuo)
                       ELSE
                           MOVE ZERO TO tq-vence(w-cant-cuo)
                       END-IF
                   END-IF
                   PERFORM 164-LEER-CUOTA
               END-PERFORM
           DISPLAY "  3- PROCESAR LISTA DE ESPERA"
           DISPLAY "  4- BAJA DE INSCRIPCION"
           DISPLAY "  5- CARGA MASIVA DE SOLICITUDES"
           DISPLAY "  6- CAMBIO DE COMISION"
           DISPLAY "  7- FIN"
           DISPLAY "..................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 8 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               PERFORM 200-MENU
           END-PERFORM.
                       ELSE
                           IF w-llave-menu is EQUAL 5
                               PERFORM 660-CARGA-MASIVA
                           ELSE
                               IF w-llave-menu is EQUAL 6
                                   PERFORM 650-CAMBIO-COMISION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   DISPLAY "El DNI no tiene alta en alumnos"
               END-IF
           END-IF.
           IF inscripcion-valida AND w-estado-alu = "L"
               MOVE "N" TO w-inscripcion-valida
               MOVE "ALUMNO EN LICENCIA" TO w-razon-ins
               DISPLAY "El alumno esta en licencia, no puede "
                       "inscribirse hasta que termine"
           END-IF.
           IF inscripcion-valida
               IF w-estado-alu = "B" OR w-estado-alu = "S"
                   OR w-estado-alu = "E" OR w-estado-alu = "T"
           IF inscripcion-valida
               PERFORM 413-VALIDAR-SANCION
           END-IF.
           IF inscripcion-valida
               PERFORM 416-VALIDAR-TURNO
           END-IF.
           IF inscripcion-valida
               PERFORM 420-VALIDAR-MATERIA
           END-IF.
               DISPLAY "Tabla de inscripciones llena, inscripcion "
                       "rechazada"
           END-IF.
           IF inscripcion-valida AND tiene-comisiones
               PERFORM 446-AVISAR-OTRA-SEDE
           END-IF.

      * un plan con la fecha de gracia vencida no admite
      * inscripciones nuevas: el alumno necesita su CAMBIO-PLAN
                       w-resolucion-vig "), inscripcion bloqueada"
           END-IF.

      * el deudor cronico no se inscribe: mas cuotas vencidas e
      * impagas que el tope frena la operacion, salvo autorizacion
      * del supervisor en la pantalla (la carga masiva rechaza
      * directo). La cuota que todavia no vencio no es deuda
       415-VALIDAR-DEUDA.
           MOVE ZERO TO w-cuotas-impagas.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM VARYING kq FROM 1 BY 1 UNTIL kq > w-cant-cuo
               IF tq-legajo(kq) = w-legajo-alu
                   AND tq-estado(kq) = "P"
                   AND tq-vence(kq) < w-fecha-hoy
                   ADD 1 TO w-cuotas-impagas
               END-IF
           END-PERFORM.
           IF w-cuotas-impagas > w-max-deuda
               DISPLAY "El alumno debe " w-cuotas-impagas
                       " cuotas vencidas (tope " w-max-deuda ")"
               IF modo-masivo
                   MOVE "N" TO w-inscripcion-valida
                   MOVE "DEUDA DE ARANCELES" TO w-razon-ins
               END-IF
           END-IF.

      * el pedido anterior a la apertura del turno del alumno se
      * rechaza: el turno sale de sus materias aprobadas (la misma
      * cuenta que la prioridad de la lista de espera) y su cohorte
       416-VALIDAR-TURNO.
           MOVE w-anio-nuevo TO w-tur-anio.
           MOVE w-cuatri-nuevo TO w-tur-cuatri.
           PERFORM 462-CALCULAR-PRIORIDAD.
           MOVE w-prioridad-alu TO w-tur-aprobadas.
           MOVE w-cohorte-alu TO w-tur-cohorte.
           PERFORM 958-UBICAR-TURNO.
           IF turno-hallado
               PERFORM 959-VERIFICAR-APERTURA
               IF NOT turno-abierto
                   MOVE ttu-apertura(k-tur) TO w-tur-aux-num
                   MOVE "N" TO w-inscripcion-valida
                   MOVE "ANTES DE SU TURNO DE INSCRIPCION"
                       TO w-razon-ins
                   DISPLAY "El turno del alumno ("
                           ttu-descripcion(k-tur)
                           ") abre el " w-tur-aux-fecha
                           " a las " w-tur-aux-hora
               END-IF
           END-IF.

       420-VALIDAR-MATERIA.
           PERFORM 421-UBICAR-PLAN-MATERIA.
           IF materia-encontrada AND w-plan-alu NOT = w-plan-ppal
               PERFORM 412-VALIDAR-PLAN-VIGENTE
           END-IF.
           IF NOT materia-encontrada
               MOVE "N" TO w-inscripcion-valida
               MOVE "MATERIA INEXISTENTE EN EL PLAN" TO w-razon-ins
               DISPLAY "Materia inexistente en el plan " w-plan-alu
           END-IF.

      * la materia se busca en el plan de la carrera principal y,
      * si no esta, en las otras carreras activas del alumno: de ahi
      * en mas comisiones, cupos y correlativas son las de ese plan
       421-UBICAR-PLAN-MATERIA.
           MOVE w-plan-alu TO w-plan-ppal.
           PERFORM 422-BUSCAR-EN-PLAN.
           PERFORM VARYING k-car FROM 1 BY 1
               UNTIL k-car > w-cant-car OR materia-encontrada
               IF tca-legajo(k-car) = w-legajo-alu
                   AND tca-activa(k-car)
                   MOVE tca-plan(k-car) TO w-plan-alu
                   PERFORM 422-BUSCAR-EN-PLAN
               END-IF
           END-PERFORM.
           IF NOT materia-encontrada
               MOVE w-plan-ppal TO w-plan-alu
           END-IF.

       422-BUSCAR-EN-PLAN.
           MOVE "N" TO w-materia-encontrada.
           MOVE w-plan-alu TO mat-plan.
           MOVE w-materia-nueva TO mat-mat.
           READ MATERIAS KEY IS mat-llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-materia-encontrada
           END-READ.

       430-VALIDAR-DUPLICADA.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-ins
               IF ti-dni(k) = w-dni-nuevo
                       "para ese periodo"
           END-IF.

      * para cursar solo cuentan las correlativas de tipo C: el
      * requisito tiene que estar regularizado (regular, promocion,
      * equivalencia o aprobado); las de tipo F se controlan en la
      * inscripcion a la mesa de examen
       440-VALIDAR-CORRELATIVAS.
           IF ws-estado-est NOT = "00"
               CONTINUE
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-correl
                   IF cor-mat-tab(k) = w-materia-nueva
                       AND cor-plan-tab(k) = w-plan-alu
                       AND cor-tipo-tab(k) = "C"
                       PERFORM 445-BUSCAR-APROBADA
                       IF NOT req-aprobado
                           MOVE "N" TO w-inscripcion-valida
                   IF es-dni = w-dni-nuevo
                       AND es-materia = cor-req-tab(k)
                       IF es-nota >= w-nota-aprobada
                           OR es-curso = "R" OR es-curso = "P"
                           OR es-curso = "E"
                           MOVE "S" TO w-req-aprobado
                           MOVE 1 TO w-flag-est2
                       END-IF
               END-IF
           END-PERFORM.

      * cursar en una comision de otra sede se permite, pero se
      * avisa para que el alumno lo confirme con bedelia
       446-AVISAR-OTRA-SEDE.
           MOVE w-sede-comision TO w-sede-codigo.
           PERFORM 934-NORMALIZAR-SEDE.
           MOVE w-sede-codigo TO w-sede-comision.
           MOVE w-sede-alu TO w-sede-codigo.
           PERFORM 934-NORMALIZAR-SEDE.
           MOVE w-sede-codigo TO w-sede-alu.
           IF w-sede-comision NOT = w-sede-alu
               DISPLAY "Atencion: la comision " w-comision-nueva
                       " de la materia " w-materia-nueva
                       " se dicta en la sede " w-sede-comision
                       " y el alumno es de la sede " w-sede-alu
           END-IF.

      * una materia con comisiones definidas exige elegir una valida;
      * una materia sin comisiones exige comision en blanco
       448-VALIDAR-COMISION.
           MOVE "N" TO w-tiene-comisiones.
           MOVE "N" TO w-comision-valida.
           MOVE ZERO TO w-cupo-comision.
           MOVE SPACES TO w-sede-comision.
           PERFORM VARYING kc FROM 1 BY 1 UNTIL kc > w-cant-com
               IF tco-materia(kc) = w-materia-nueva
                   AND tco-plan(kc) = w-plan-alu
                   IF tco-comision(kc) = w-comision-nueva
                       MOVE "S" TO w-comision-valida
                       MOVE tco-cupo(kc) TO w-cupo-comision
                       MOVE tco-sede(kc) TO w-sede-comision
                   END-IF
               END-IF
           END-PERFORM.
           END-IF.

       455-VALIDAR-CUPO-COMISION.
           MOVE w-materia-nueva TO w-aul-materia.
           MOVE w-comision-nueva TO w-aul-comision.
           MOVE w-cupo-comision TO w-cupo-tope.
           PERFORM 458-TOPE-AULA.
           MOVE w-cupo-tope TO w-cupo-comision.
           IF w-cupo-comision NOT = ZERO
               MOVE ZERO TO w-inscriptos
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-ins
                   MOVE tcu-cupo(k) TO w-cupo-materia
               END-IF
           END-PERFORM.
           MOVE w-materia-nueva TO w-aul-materia.
           MOVE SPACE TO w-aul-comision.
           MOVE w-cupo-materia TO w-cupo-tope.
           PERFORM 458-TOPE-AULA.
           MOVE w-cupo-tope TO w-cupo-materia.
           IF w-cupo-materia NOT = ZERO
               MOVE ZERO TO w-inscriptos
               PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-ins
               END-IF
           END-IF.

      * las bandas de la materia/comision con aula del maestro fijan
      * la capacidad (la del aula mas chica); sin cupo cargado
      * (cero) la capacidad pasa a ser el cupo, y con cupo mayor que
      * el aula el cupo baja a la capacidad
       458-TOPE-AULA.
           MOVE ZERO TO w-cap-aula.
           PERFORM VARYING kh FROM 1 BY 1 UNTIL kh > w-cant-hor
               IF th-materia(kh) = w-aul-materia
                   AND th-comision(kh) = w-aul-comision
                   PERFORM VARYING kau FROM 1 BY 1
                       UNTIL kau > w-cant-aul
                       IF ta-codigo(kau) = th-aula(kh)
                           AND (w-cap-aula = ZERO
                               OR ta-capacidad(kau) < w-cap-aula)
                           MOVE ta-capacidad(kau) TO w-cap-aula
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF w-cap-aula NOT = ZERO
               IF w-cupo-tope = ZERO OR w-cupo-tope > w-cap-aula
                   MOVE w-cap-aula TO w-cupo-tope
               END-IF
           END-IF.

      * el rechazado por cupo no vuelve al mostrador: queda en cola
      * con prioridad por avance de carrera (materias aprobadas)
       460-ENCOLAR-ESPERA.
       472-EVALUAR-CANDIDATO.
           MOVE "N" TO w-hay-lugar.
           MOVE te-dni(ke) TO w-dni-nuevo.
           MOVE te-materia(ke) TO w-materia-nueva.
           PERFORM 107-BUSCAR-PLAN-ALUMNO.
           PERFORM 421-UBICAR-PLAN-MATERIA.
           MOVE "N" TO w-tiene-comisiones.
           MOVE ZERO TO w-cupo-comision.
           PERFORM VARYING kc FROM 1 BY 1 UNTIL kc > w-cant-com
                       ADD 1 TO w-inscriptos
                   END-IF
               END-PERFORM
               MOVE te-materia(ke) TO w-aul-materia
               MOVE te-comision(ke) TO w-aul-comision
               MOVE w-cupo-comision TO w-cupo-tope
               PERFORM 458-TOPE-AULA
               MOVE w-cupo-tope TO w-cupo-comision
               IF w-cupo-comision = ZERO
                   OR w-inscriptos < w-cupo-comision
                   MOVE "S" TO w-hay-lugar
                       ADD 1 TO w-inscriptos
                   END-IF
               END-PERFORM
               MOVE te-materia(ke) TO w-aul-materia
               MOVE SPACE TO w-aul-comision
               MOVE w-cupo-materia TO w-cupo-tope
               PERFORM 458-TOPE-AULA
               MOVE w-cupo-tope TO w-cupo-materia
               IF w-cupo-materia = ZERO
                   OR w-inscriptos < w-cupo-materia
                   MOVE "S" TO w-hay-lugar
           END-PERFORM.
           CLOSE INSCRIPCIONES-ARCH.

      * el cambio de comision mueve la inscripcion vigente a otra
      * comision de la misma materia sin baja ni alta: conserva su
      * lugar en el archivo y su historia, y no genera ausente aunque
      * este pasada la fecha limite de bajas. La comision destino se
      * controla como en la inscripcion (cupo con el tope del aula y
      * choque de horario con las otras materias del alumno); el
      * lugar que deja en la de origen se ofrece a la lista de espera
       650-CAMBIO-COMISION.
           DISPLAY "Ingrese el DNI del alumno".
           ACCEPT w-dni-nuevo.
           DISPLAY "Ingrese la materia".
           ACCEPT w-materia-nueva.
           DISPLAY "Ingrese el cuatrimestre".
           ACCEPT w-cuatri-nuevo.
           DISPLAY "Ingrese el anio".
           ACCEPT w-anio-nuevo.
           DISPLAY "Ingrese la comision destino (M/T/N)".
           ACCEPT w-comision-nueva.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-operador.
           MOVE ZERO TO w-idx-cambio.
           PERFORM VARYING k FROM 1 BY 1
               UNTIL k > w-cant-ins OR w-idx-cambio NOT = ZERO
               IF ti-dni(k) = w-dni-nuevo
                   AND ti-materia(k) = w-materia-nueva
                   AND ti-cuatri(k) = w-cuatri-nuevo
                   AND ti-anio(k) = w-anio-nuevo
                   AND ti-estado(k) NOT = "C"
                   MOVE k TO w-idx-cambio
               END-IF
           END-PERFORM.
           IF w-idx-cambio = ZERO
               DISPLAY "No hay inscripcion vigente con esos datos"
           ELSE
               MOVE ti-comision(w-idx-cambio) TO w-comision-origen
               IF w-comision-origen = w-comision-nueva
                   DISPLAY "El alumno ya esta en la comision "
                           w-comision-nueva
               ELSE
                   PERFORM 652-VALIDAR-CAMBIO
                   IF inscripcion-valida
                       MOVE w-comision-nueva
                           TO ti-comision(w-idx-cambio)
                       ADD 1 TO w-cont-cambios
                       PERFORM 640-REGRABAR-INSCRIPCIONES
                       PERFORM 655-ASENTAR-CAMBIO
                       DISPLAY "Cambio registrado: comision "
                               w-comision-origen " a "
                               w-comision-nueva
                       PERFORM 446-AVISAR-OTRA-SEDE
      * el lugar liberado en la comision de origen se ofrece
      * enseguida a la lista de espera, como en la baja
                       PERFORM 470-PROCESAR-ESPERA
                   ELSE
                       DISPLAY "Cambio rechazado (" w-razon-ins
                               "), el alumno sigue en la comision "
                               w-comision-origen
                   END-IF
               END-IF
           END-IF.

      * mientras se controla la destino la inscripcion de origen no
      * cuenta: no choca consigo misma por horario
       652-VALIDAR-CAMBIO.
           MOVE "S" TO w-inscripcion-valida.
           MOVE "N" TO w-rechazo-por-cupo.
           MOVE SPACES TO w-razon-ins.
           PERFORM 107-BUSCAR-PLAN-ALUMNO.
           PERFORM 421-UBICAR-PLAN-MATERIA.
           MOVE "C" TO ti-estado(w-idx-cambio).
           PERFORM 448-VALIDAR-COMISION.
           IF inscripcion-valida AND NOT tiene-comisiones
               MOVE "N" TO w-inscripcion-valida
               MOVE "MATERIA SIN COMISIONES" TO w-razon-ins
           END-IF.
           IF inscripcion-valida
               PERFORM 449-VALIDAR-HORARIOS
           END-IF.
           IF inscripcion-valida
               PERFORM 455-VALIDAR-CUPO-COMISION
           END-IF.
           MOVE SPACE TO ti-estado(w-idx-cambio).

      * queda en la auditoria comun como cambio, con las dos
      * comisiones
       655-ASENTAR-CAMBIO.
           PERFORM 955-ABRIR-AUDITORIA-COMUN.
           MOVE "CAMBIOCOM" TO w-aud-programa.
           MOVE w-legajo-alu TO w-aud-legajo.
           MOVE w-dni-nuevo TO w-aud-dni.
           MOVE w-operador TO w-aud-operador.
           MOVE SPACES TO w-aud-detalle.
           STRING "MAT=" DELIMITED BY SIZE
               w-materia-nueva DELIMITED BY SIZE
               " COM " DELIMITED BY SIZE
               w-comision-origen DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               w-comision-nueva DELIMITED BY SIZE
               INTO w-aud-detalle.
           PERFORM 965-ASENTAR-AUDITORIA.
           CLOSE AUDITORIA.

      * la carga masiva aplica exactamente los mismos controles que
      * la pantalla (410-VALIDAR-INSCRIPCION); lo rechazado queda en
      * rechazosInscripciones.txt con el motivo por linea
           DISPLAY "Inscripciones registradas: " w-cont-inscriptas.
           DISPLAY "Inscripciones rechazadas.: " w-cont-rechazadas.
           DISPLAY "Bajas de inscripcion.....: " w-cont-bajas.
           DISPLAY "Cambios de comision......: " w-cont-cambios.
           DISPLAY "En lista de espera.......: " w-cant-esp.
           IF ws-estado-est = "00"
               CLOSE ESTADOS
           END-IF.
           PERFORM 805-CERRAR-ALUMNOS.
           PERFORM 810-GRABAR-ESPERA.

       805-CERRAR-ALUMNOS.
           CLOSE ALUMNOS.
           IF materias-abierto
               CLOSE MATERIAS
           END-IF.

       810-GRABAR-ESPERA.
           CLOSE LISTA-ESPERA.

           COPY "COPY-AUDIT-PROC.cpy".
           COPY "COPY-PARAMARAN-PROC.cpy".
           COPY "COPY-SEDES-PROC.cpy".
           COPY "COPY-TURNOS-PROC.cpy".
           COPY "COPY-CARRERA-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM INSCRIPCIONES.
