           SELECT INSC-MESAS ASSIGN TO "..\inscMesas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-imx.
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-ALUMNOS-SEL.cpy".
           COPY "COPY-CARRERA-SEL.cpy".
           COPY "COPY-REGVIG-SEL.cpy".
           COPY "COPY-CALEND-SEL.cpy".
           SELECT SANCIONES-ARCH ASSIGN TO "..\sanciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-san.
           SELECT CORRELATIVAS ASSIGN TO "..\correlativas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-correl.
           SELECT FINALES ASSIGN TO "..\finales.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fin-llave
                   FILE STATUS IS ws-estado-fin.
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS es-llave
                   ALTERNATE RECORD KEY IS es-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           SELECT DOCENTES-ARCH ASSIGN TO "..\docentes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS doc-legajo
                   FILE STATUS IS ws-estado-doc.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impTribunales.dat".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  MESAS.
           COPY "COPY-MESAS.cpy".
       FD  INSC-MESAS.
           COPY "COPY-INSCMESA.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
           COPY "COPY-CARRERA-FD.cpy".
           COPY "COPY-REGVIG-FD.cpy".
           COPY "COPY-CALEND-FD.cpy".
       FD  SANCIONES-ARCH.
       01  san-reg.
           03 san-dni pic 9(8).
           03 san-desde pic 9(8).
           03 san-hasta pic 9(8).
           03 san-resolucion pic x(10).
       FD  CORRELATIVAS.
           COPY "COPY-CORRELATIVAS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
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
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-mes pic xx.
       77  ws-estado-imx pic xx.
       77  w-flag-mes pic 9 value 0.
           88 fin-mesas value 1.
       77  w-flag-imx pic 9 value 0.
           88 fin-insc-mesas value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic x value "N".
           88 materias-abierto value "S".
       77  w-llave-menu pic 9.
           88 salir-menu value 8.
       01  w-cant-mes pic 99 value zero.
       01  k pic 999.
       01  tabla-mesas.
               05 tm-fecha pic 9(8).
               05 tm-turno pic x(3).
               05 tm-flag pic x.
               05 tm-tribunal OCCURS 3 TIMES.
                   07 tm-docente pic 9(5).
       01  w-cant-imx pic 9(3) value zero.
       01  ki pic 9(3).
       01  tabla-insc-mesas.
               05 ti-dni pic 9(8).
               05 ti-materia pic x(2).
               05 ti-fecha pic 9(8).
               05 ti-modalidad pic x.
       77  w-materia-encontrada pic x value "N".
           88 materia-encontrada value "S".
       01  w-materia-nueva pic x(2) value spaces.
       01  w-fecha-nueva pic 9(8) value zero.
       01  w-turno-nuevo pic x(3) value spaces.
           88 mesa-hallada value "S".
       77  w-es-regular pic x value "N".
           88 es-regular value "S".
       77  w-sin-aplazos pic x value "N".
           88 aplazos-agotados value "S".
       77  w-modalidad-insc pic x value "R".
           88 insc-libre value "L".
       77  w-admite-libre pic x value "N".
       77  w-acepta-libre pic x value "N".
           88 acepta-libre value "S" "s".
       77  ws-estado-san pic xx.
       77  w-flag-san pic 9 value 0.
           88 fin-sanciones value 1.
       77  w-ya-inscripto pic x value "N".
           88 ya-inscripto value "S".
       01  w-cont-inscriptos pic 9(3) value zero.
       77  ws-estado-correl pic xx.
       77  ws-estado-fin pic xx.
       77  ws-estado-est pic xx.
       77  w-flag-correl pic 9 value 0.
           88 fin-correl value 1.
       77  w-flag-fin pic 9 value 0.
       77  w-flag-est pic 9 value 0.
       01  w-nota-aprobada pic 99 value 4.
       01  w-plan-alu pic x(2) value "01".
       01  w-plan-ppal pic x(2) value spaces.
      * plan en que se busca la materia; en blanco (abrir una mesa,
      * listados) vale la primera fila del codigo
       01  w-plan-materia pic x(2) value spaces.
       01  w-legajo-alu pic 9(5) value zero.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       01  w-cant-correl pic 999 value zero.
       01  kc pic 999.
       01  tabla-correl.
           03 tab-correl OCCURS 99 TIMES.
               05 cor-mat-tab pic x(2).
               05 cor-req-tab pic x(2).
               05 cor-plan-tab pic x(2).
               05 cor-tipo-tab pic x.
       77  w-correl-ok pic x value "S".
           88 correl-ok value "S".
       77  w-req-aprobado pic x value "N".
           88 req-aprobado value "S".
       01  w-req-pendiente pic x(2) value spaces.
           COPY "COPY-REGVIG-WS.cpy".
           COPY "COPY-CALEND-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
           COPY "COPY-CARRERA-WS.cpy".
       77  w-fecha-mesa-ok pic x value "N".
           88 fecha-mesa-ok value "S".
       77  ws-estado-doc pic xx.
       77  w-flag-doc pic 9 value 0.
           88 fin-docentes value 1.
       01  kt pic 9.
       01  kt2 pic 9.
       01  w-tribunal-nuevo.
           03 w-trib-docente pic 9(5) OCCURS 3 TIMES.
       77  w-tribunal-valido pic x value "N".
           88 tribunal-valido value "S".
       01  w-rol-desc pic x(10) value spaces.
       01  w-nombre-materia pic x(30) value spaces.
       01  w-anio-turno pic 9(4) value zero.
       01  w-cont-mesas-doc pic 9(3) value zero.
       01  w-cont-docentes pic 9(3) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value
               "MESAS DE EXAMEN POR DOCENTE".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  lin-turno.
           03 filler       pic x(7)  value "TURNO: ".
           03 ct-turno     pic x(3).
           03 filler       pic x(1)  value space.
           03 ct-anio      pic 9(4).
           03 filler       pic x(65) value spaces.
       01  cabecera3.
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(3)  value "MAT".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(30) value "NOMBRE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "FECHA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(10) value "ROL".
           03 filler       pic x(19) value spaces.
       01  lin-docente.
           03 filler       pic x(9)  value "DOCENTE: ".
           03 d-legajo     pic 9(5).
           03 filler       pic x(2)  value spaces.
           03 d-nombre     pic x(30).
           03 filler       pic x(34) value spaces.
       01  lin-detalle.
           03 filler       pic x(4)  value spaces.
           03 d-mat        pic x(2).
           03 filler       pic x(3)  value spaces.
           03 d-nombre-mat pic x(30).
           03 filler       pic x(2)  value spaces.
           03 d-fecha      pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 d-rol        pic x(10).
           03 filler       pic x(19) value spaces.
       01  lin-total.
           03 filler       pic x(30) value
               "DOCENTES EN TRIBUNALES......: ".
           03 d-tot-doc    pic zz9.
           03 filler       pic x(47) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "mesasExamen" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 200-MENU
           END-PERFORM.
           PERFORM 900-GRABAR-ARCHIVOS.
           IF materias-abierto
               CLOSE MATERIAS
           END-IF.
           IF ws-estado-alu = "00"
               CLOSE ALUMNOS
           END-IF.
            STOP RUN.

       100-INICIO.
           PERFORM 110-ABRIR-MATERIAS.
           PERFORM 115-ABRIR-ALUMNOS.
           PERFORM 951-CARGAR-CARRERAS.
           PERFORM 130-CARGAR-MESAS.
           PERFORM 170-CARGAR-CORRELATIVAS.
           PERFORM 150-CARGAR-INSC-MESAS.
           PERFORM 920-CARGAR-CALENDARIO.

      * materias queda abierto toda la corrida: cada materia se
      * valida leyendo por clave
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

      * alumnos queda abierto: cada inscripcion a mesa busca el
      * alta del DNI y su plan
       115-ABRIR-ALUMNOS.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu NOT = "00"
               MOVE "alumnos.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-alu TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir alumnos.dat (estado "
                       ws-estado-alu ")"
           END-IF.

       130-CARGAR-MESAS.
           OPEN INPUT MESAS.
                       MOVE mes-fecha TO tm-fecha(w-cant-mes)
                       MOVE mes-turno TO tm-turno(w-cant-mes)
                       MOVE mes-flag TO tm-flag(w-cant-mes)
                       PERFORM 145-CARGAR-TRIBUNAL
                   END-IF
                   PERFORM 140-LEER-MESA
               END-PERFORM
       140-LEER-MESA.
           READ MESAS AT END MOVE 1 TO w-flag-mes.

       145-CARGAR-TRIBUNAL.
           MOVE ZERO TO tm-docente(w-cant-mes, 1).
           MOVE ZERO TO tm-docente(w-cant-mes, 2).
           MOVE ZERO TO tm-docente(w-cant-mes, 3).
           IF mes-presidente NUMERIC
               MOVE mes-presidente TO tm-docente(w-cant-mes, 1)
           END-IF.
           IF mes-vocal1 NUMERIC
               MOVE mes-vocal1 TO tm-docente(w-cant-mes, 2)
           END-IF.
           IF mes-vocal2 NUMERIC
               MOVE mes-vocal2 TO tm-docente(w-cant-mes, 3)
           END-IF.

       150-CARGAR-INSC-MESAS.
           OPEN INPUT INSC-MESAS.
           IF ws-estado-imx = "00"
                       MOVE imx-dni TO ti-dni(w-cant-imx)
                       MOVE imx-materia TO ti-materia(w-cant-imx)
                       MOVE imx-fecha TO ti-fecha(w-cant-imx)
                       MOVE imx-modalidad TO ti-modalidad(w-cant-imx)
                   END-IF
                   PERFORM 160-LEER-INSC-MESA
               END-PERFORM
       160-LEER-INSC-MESA.
           READ INSC-MESAS AT END MOVE 1 TO w-flag-imx.

       170-CARGAR-CORRELATIVAS.
           OPEN INPUT CORRELATIVAS.
           IF ws-estado-correl = "00"
               PERFORM 175-LEER-CORRELATIVAS
               PERFORM UNTIL fin-correl
                   IF w-cant-correl < 99
                       ADD 1 TO w-cant-correl
                       MOVE cor-materia TO cor-mat-tab(w-cant-correl)
                       MOVE cor-requisito TO cor-req-tab(w-cant-correl)
                       MOVE cor-plan TO cor-plan-tab(w-cant-correl)
                       IF cor-tipo = SPACE
                           MOVE "C" TO cor-tipo-tab(w-cant-correl)
                       ELSE
                           MOVE cor-tipo TO cor-tipo-tab(w-cant-correl)
                       END-IF
                   END-IF
                   PERFORM 175-LEER-CORRELATIVAS
               END-PERFORM
               CLOSE CORRELATIVAS
           END-IF.

       175-LEER-CORRELATIVAS.
           READ CORRELATIVAS AT END MOVE 1 TO w-flag-correl.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  MESAS DE EXAMEN"
           DISPLAY "  3- CERRAR MESA"
           DISPLAY "  4- INSCRIBIR ALUMNO A MESA"
           DISPLAY "  5- LISTAR INSCRIPTOS DE UNA MESA"
           DISPLAY "  6- ASIGNAR TRIBUNAL A UNA MESA"
           DISPLAY "  7- IMPRIMIR MESAS POR DOCENTE DE UN TURNO"
           DISPLAY "  8- FIN"
           DISPLAY "..................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 9 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               PERFORM 200-MENU
           END-PERFORM.
               WHEN 3 PERFORM 600-CERRAR-MESA
               WHEN 4 PERFORM 700-INSCRIBIR-A-MESA
               WHEN 5 PERFORM 750-LISTAR-INSCRIPTOS
               WHEN 6 PERFORM 800-ASIGNAR-TRIBUNAL
               WHEN 7 PERFORM 850-IMPRIMIR-POR-DOCENTE
           END-EVALUATE.

       400-LISTAR-MESAS.
               DISPLAY "MATERIA: " tm-materia(k) " FECHA: "
                       tm-fecha(k) " TURNO: " tm-turno(k)
                       " ESTADO: " tm-flag(k)
                       " TRIBUNAL: " tm-docente(k, 1) " "
                       tm-docente(k, 2) " " tm-docente(k, 3)
           END-PERFORM.
           DISPLAY "Total de mesas: " w-cant-mes.

       500-ABRIR-MESA.
           DISPLAY "Ingrese la materia".
           ACCEPT w-materia-nueva.
           MOVE SPACES TO w-plan-materia.
           PERFORM 510-VALIDAR-MATERIA.
           IF NOT materia-encontrada
               DISPLAY "Materia inexistente"
               DISPLAY "Ingrese el turno (FEB/JUL/DIC)"
               ACCEPT w-turno-nuevo
               PERFORM 520-VALIDAR-TURNO
               IF turno-valido
                   PERFORM 525-VALIDAR-FECHA-MESA
               END-IF
               IF NOT turno-valido
                   DISPLAY "Turno invalido, use FEB, JUL o DIC"
               END-IF
               IF turno-valido AND fecha-mesa-ok
                   PERFORM 530-UBICAR-MESA
                   IF mesa-hallada
                       MOVE "A" TO tm-flag(w-idx-mesa)
                           MOVE w-fecha-nueva TO tm-fecha(w-cant-mes)
                           MOVE w-turno-nuevo TO tm-turno(w-cant-mes)
                           MOVE "A" TO tm-flag(w-cant-mes)
                           MOVE ZERO TO tm-docente(w-cant-mes, 1)
                           MOVE ZERO TO tm-docente(w-cant-mes, 2)
                           MOVE ZERO TO tm-docente(w-cant-mes, 3)
                           DISPLAY "Mesa abierta"
                       ELSE
                           DISPLAY "Tabla de mesas llena"
               END-IF
           END-IF.

      * con plan conocido la materia se lee por plan + codigo; sin
      * plan, por el codigo solo
       510-VALIDAR-MATERIA.
           MOVE "N" TO w-materia-encontrada.
           MOVE SPACES TO w-nombre-materia.
           MOVE "N" TO w-admite-libre.
           IF materias-abierto
               IF w-plan-materia = SPACES
                   PERFORM 512-LEER-POR-CODIGO
               ELSE
                   PERFORM 514-LEER-POR-PLAN
               END-IF
           END-IF.

       512-LEER-POR-CODIGO.
           MOVE w-materia-nueva TO mat-mat.
           READ MATERIAS KEY IS mat-mat
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 516-TOMAR-MATERIA
           END-READ.

       514-LEER-POR-PLAN.
           MOVE w-plan-materia TO mat-plan.
           MOVE w-materia-nueva TO mat-mat.
           READ MATERIAS KEY IS mat-llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 516-TOMAR-MATERIA
           END-READ.

       516-TOMAR-MATERIA.
           MOVE "S" TO w-materia-encontrada.
           MOVE mat-nombre TO w-nombre-materia.
           MOVE mat-admite-libre TO w-admite-libre.

       520-VALIDAR-TURNO.
           IF w-turno-nuevo = "FEB" OR w-turno-nuevo = "JUL"
               MOVE "N" TO w-turno-valido
           END-IF.

      * la mesa va en dia habil del calendario y, si el turno tiene
      * fechas cargadas para ese anio, dentro de ellas
       525-VALIDAR-FECHA-MESA.
           MOVE "N" TO w-fecha-mesa-ok.
           MOVE w-fecha-nueva TO w-cal-fecha.
           PERFORM 926-DIA-HABIL.
           IF NOT cal-dia-habil
               DISPLAY "La fecha no es habil (" w-cal-motivo ")"
           ELSE
               MOVE w-turno-nuevo TO w-cal-tipo-buscado
               MOVE w-fecha-nueva(1:4) TO w-cal-anio-buscado
               PERFORM 929-BUSCAR-PERIODO
               IF NOT cal-periodo-hallado
                   DISPLAY "ATENCION: el turno " w-turno-nuevo " "
                           w-cal-anio-buscado " no tiene fechas en el "
                           "calendario"
                   MOVE "S" TO w-fecha-mesa-ok
               ELSE
                   IF w-fecha-nueva < w-cal-per-desde
                       OR w-fecha-nueva > w-cal-per-hasta
                       DISPLAY "La fecha esta fuera del turno "
                               w-turno-nuevo " (" w-cal-per-desde
                               " al " w-cal-per-hasta ")"
                   ELSE
                       MOVE "S" TO w-fecha-mesa-ok
                   END-IF
               END-IF
           END-IF.

       530-UBICAR-MESA.
           MOVE "N" TO w-mesa-hallada.
           MOVE ZERO TO w-idx-mesa.
               DISPLAY "No existe esa mesa"
           END-IF.

      * el alumno rinde solo si conserva la regularidad en la
      * materia de la mesa: DNI y materia se controlan contra
      * regularidadVigente.txt, vigente y sin vencer a la fecha
      * de la mesa. Ademas cada correlativa para rendir (tipo F)
      * del plan tiene que tener el final aprobado
       700-INSCRIBIR-A-MESA.
           DISPLAY "Ingrese el DNI del alumno".
           ACCEPT w-dni-nuevo.
                               "(resolucion " w-resolucion-vig
                               "), no puede inscribirse a la mesa"
                   ELSE
                   PERFORM 702-UBICAR-ALUMNO
                   IF NOT alumno-hallado
                       DISPLAY "El DNI " w-dni-nuevo " no tiene alta "
                               "como alumno, no puede inscribirse"
                   ELSE
                   IF NOT materia-encontrada
                       DISPLAY "La materia " w-materia-nueva " no "
                               "esta en el plan " w-plan-alu
                               " del alumno"
                   ELSE
                   PERFORM 710-VERIFICAR-REGULARIDAD
                   PERFORM 712-ELEGIR-MODALIDAD
                   IF NOT es-regular AND NOT insc-libre
                       IF aplazos-agotados
                           DISPLAY "El DNI " w-dni-nuevo " perdio la "
                                   "regularidad en la materia "
                                   w-materia-nueva " por aplazos, "
                                   "debe recursarla"
                       ELSE
                           DISPLAY "El DNI " w-dni-nuevo " no tiene "
                                   "regularidad vigente en la materia "
                                   w-materia-nueva ", no puede rendir"
                       END-IF
                   ELSE
                   PERFORM 740-VERIFICAR-CORRELATIVAS
                   IF NOT correl-ok
                       DISPLAY "Correlativa para rendir pendiente: "
                               "falta aprobar el final de "
                               w-req-pendiente
                   ELSE
                       PERFORM 720-VERIFICAR-DUPLICADO
                       IF ya-inscripto
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      * el plan sale del alta del alumno: la materia se busca en el
      * plan de la carrera principal y, si no esta, en las otras
      * carreras activas del legajo (carrerasAlumno), como en
      * inscripciones. La materia queda leida en ese plan
       702-UBICAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           MOVE "N" TO w-materia-encontrada.
           MOVE "01" TO w-plan-alu.
           MOVE ZERO TO w-legajo-alu.
           IF ws-estado-alu = "00"
               MOVE w-dni-nuevo TO al-dni
               READ ALUMNOS KEY IS al-dni
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO w-alumno-hallado
                       MOVE al-legajo TO w-legajo-alu
                       IF al-plan NOT = SPACES
                           MOVE al-plan TO w-plan-alu
                       END-IF
               END-READ
           END-IF.
           IF alumno-hallado
               PERFORM 704-UBICAR-PLAN-MATERIA
           END-IF.

       704-UBICAR-PLAN-MATERIA.
           MOVE w-plan-alu TO w-plan-ppal.
           MOVE w-plan-alu TO w-plan-materia.
           PERFORM 510-VALIDAR-MATERIA.
           PERFORM VARYING k-car FROM 1 BY 1
               UNTIL k-car > w-cant-car OR materia-encontrada
               IF tca-legajo(k-car) = w-legajo-alu
                   AND tca-activa(k-car)
                   MOVE tca-plan(k-car) TO w-plan-materia
                   PERFORM 510-VALIDAR-MATERIA
               END-IF
           END-PERFORM.
           IF materia-encontrada
               MOVE w-plan-materia TO w-plan-alu
           ELSE
               MOVE w-plan-ppal TO w-plan-alu
           END-IF.

      * una sancion vigente bloquea la inscripcion a mesa citando
       706-LEER-SANCION.
           READ SANCIONES-ARCH AT END MOVE 1 TO w-flag-san.

      * la regularidad solo cuenta si es del plan en que el alumno
      * rinde la materia (las filas viejas sin plan valen para
      * cualquiera); el plan no se toma de aca
       710-VERIFICAR-REGULARIDAD.
           MOVE "N" TO w-es-regular.
           MOVE "N" TO w-sin-aplazos.
           MOVE ZERO TO w-flag-regvig.
           OPEN INPUT REG-VIGENTE.
           IF ws-estado-regvig = "00"
               PERFORM 715-LEER-REGVIG
               PERFORM UNTIL fin-regvig OR es-regular
                   IF rv-dni = w-dni-nuevo
                       AND rv-materia = w-materia-nueva
                       AND (rv-plan = w-plan-alu OR rv-plan = SPACES)
                       IF rv-aplazada
                           MOVE "S" TO w-sin-aplazos
                       END-IF
                       IF rv-vigente AND rv-vence >= w-fecha-nueva
                           MOVE "S" TO w-es-regular
                       END-IF
                   END-IF
                   PERFORM 715-LEER-REGVIG
               END-PERFORM
               CLOSE REG-VIGENTE
           END-IF.

      * sin regularidad el alumno todavia puede rendir en condicion
      * de libre si la materia lo admite en su plan (ya leida en
      * 704). Quien la perdio por el tope de aplazos tiene que
      * recursar
       712-ELEGIR-MODALIDAD.
           MOVE "R" TO w-modalidad-insc.
           IF NOT es-regular AND NOT aplazos-agotados
               IF w-admite-libre = "S"
                   DISPLAY "El DNI " w-dni-nuevo " no tiene "
                           "regularidad vigente en la materia "
                           w-materia-nueva
                   DISPLAY "La materia admite rendir libre. "
                           "Inscribir como libre? (S/N)"
                   ACCEPT w-acepta-libre
                   IF acepta-libre
                       MOVE "L" TO w-modalidad-insc
                   END-IF
               END-IF
           END-IF.

       715-LEER-REGVIG.
           READ REG-VIGENTE AT END MOVE 1 TO w-flag-regvig.

      * el requisito cuenta como aprobado con un final de nota
      * suficiente o con la cursada aprobada por promocion o
      * equivalencia (sin archivo de finales alcanza la cursada),
      * igual que en el resto del sistema
       740-VERIFICAR-CORRELATIVAS.
           MOVE "S" TO w-correl-ok.
           MOVE SPACES TO w-req-pendiente.
           IF w-plan-alu = SPACES
               MOVE "01" TO w-plan-alu
           END-IF.
           OPEN INPUT FINALES.
           OPEN INPUT ESTADOS.
           PERFORM VARYING kc FROM 1 BY 1
               UNTIL kc > w-cant-correl OR NOT correl-ok
               IF cor-mat-tab(kc) = w-materia-nueva
                   AND cor-plan-tab(kc) = w-plan-alu
                   AND cor-tipo-tab(kc) = "F"
                   PERFORM 742-BUSCAR-FINAL-REQ
                   IF NOT req-aprobado
                       PERFORM 744-BUSCAR-PROMOCION-REQ
                   END-IF
                   IF NOT req-aprobado
                       MOVE "N" TO w-correl-ok
                       MOVE cor-req-tab(kc) TO w-req-pendiente
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-estado-fin = "00"
               CLOSE FINALES
           END-IF.
           IF ws-estado-est = "00"
               CLOSE ESTADOS
           END-IF.

       742-BUSCAR-FINAL-REQ.
           MOVE "N" TO w-req-aprobado.
           IF ws-estado-fin = "00"
               MOVE ZERO TO w-flag-fin
               MOVE w-dni-nuevo TO fin-dni
               MOVE cor-req-tab(kc) TO fin-materia
               MOVE ZERO TO fin-fecha
               START FINALES KEY IS NOT LESS THAN fin-llave
                   INVALID KEY
                       MOVE 1 TO w-flag-fin
               END-START
               PERFORM UNTIL w-flag-fin = 1
                   READ FINALES NEXT RECORD
                       AT END MOVE 1 TO w-flag-fin
                   END-READ
                   IF w-flag-fin = 0
                       IF fin-dni = w-dni-nuevo
                           AND fin-materia = cor-req-tab(kc)
                           IF fin-nota >= w-nota-aprobada
                               MOVE "S" TO w-req-aprobado
                               MOVE 1 TO w-flag-fin
                           END-IF
                       ELSE
                           MOVE 1 TO w-flag-fin
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       744-BUSCAR-PROMOCION-REQ.
           IF ws-estado-est = "00"
               MOVE ZERO TO w-flag-est
               MOVE w-dni-nuevo TO es-dni
               MOVE cor-req-tab(kc) TO es-materia
               MOVE LOW-VALUES TO es-sec
               START ESTADOS KEY IS NOT LESS THAN es-llave
                   INVALID KEY
                       MOVE 1 TO w-flag-est
               END-START
               PERFORM UNTIL w-flag-est = 1
                   READ ESTADOS NEXT RECORD
                       AT END MOVE 1 TO w-flag-est
                   END-READ
                   IF w-flag-est = 0
                       IF es-dni = w-dni-nuevo
                           AND es-materia = cor-req-tab(kc)
                           IF es-nota >= w-nota-aprobada
                               AND (ws-estado-fin NOT = "00"
                                   OR es-curso = "P"
                                   OR es-curso = "E")
                               MOVE "S" TO w-req-aprobado
                               MOVE 1 TO w-flag-est
                           END-IF
                       ELSE
                           MOVE 1 TO w-flag-est
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       720-VERIFICAR-DUPLICADO.
           MOVE "N" TO w-ya-inscripto.
           PERFORM VARYING ki FROM 1 BY 1
               MOVE w-dni-nuevo TO ti-dni(w-cant-imx)
               MOVE w-materia-nueva TO ti-materia(w-cant-imx)
               MOVE w-fecha-nueva TO ti-fecha(w-cant-imx)
               MOVE w-modalidad-insc TO ti-modalidad(w-cant-imx)
               OPEN EXTEND INSC-MESAS
               IF ws-estado-imx = "35"
                   OPEN OUTPUT INSC-MESAS
               MOVE w-dni-nuevo TO imx-dni
               MOVE w-materia-nueva TO imx-materia
               MOVE w-fecha-nueva TO imx-fecha
               MOVE w-modalidad-insc TO imx-modalidad
               WRITE imx-reg
               CLOSE INSC-MESAS
           END-IF.
               IF ti-materia(ki) = w-materia-nueva
                   AND ti-fecha(ki) = w-fecha-nueva
                   ADD 1 TO w-cont-inscriptos
                   IF ti-modalidad(ki) = "L"
                       DISPLAY "  DNI: " ti-dni(ki) "  LIBRE"
                   ELSE
                       DISPLAY "  DNI: " ti-dni(ki)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Inscriptos en la mesa: " w-cont-inscriptos.

      * el tribunal es presidente y dos vocales de docentes.dat, los
      * tres distintos, ninguno en baja y ninguno sentado en otra
      * mesa de la misma fecha y turno
       800-ASIGNAR-TRIBUNAL.
           DISPLAY "Ingrese la materia".
           ACCEPT w-materia-nueva.
           DISPLAY "Ingrese la fecha de la mesa (AAAAMMDD)".
           ACCEPT w-fecha-nueva.
           PERFORM 530-UBICAR-MESA.
           IF NOT mesa-hallada
               DISPLAY "No existe esa mesa"
           ELSE
               DISPLAY "Ingrese el legajo del presidente"
               ACCEPT w-trib-docente(1)
               DISPLAY "Ingrese el legajo del primer vocal"
               ACCEPT w-trib-docente(2)
               DISPLAY "Ingrese el legajo del segundo vocal"
               ACCEPT w-trib-docente(3)
               PERFORM 810-VALIDAR-TRIBUNAL
               IF tribunal-valido
                   PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > 3
                       MOVE w-trib-docente(kt)
                           TO tm-docente(w-idx-mesa, kt)
                   END-PERFORM
                   DISPLAY "Tribunal asignado a la mesa"
               END-IF
           END-IF.

       810-VALIDAR-TRIBUNAL.
           MOVE "S" TO w-tribunal-valido.
           OPEN INPUT DOCENTES-ARCH.
           IF ws-estado-doc NOT = "00"
               MOVE "N" TO w-tribunal-valido
               MOVE "docentes.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-doc TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir docentes.dat (estado "
                       ws-estado-doc ")"
           ELSE
               PERFORM VARYING kt FROM 1 BY 1
                   UNTIL kt > 3 OR NOT tribunal-valido
                   PERFORM 820-VALIDAR-INTEGRANTE
               END-PERFORM
               CLOSE DOCENTES-ARCH
           END-IF.

       820-VALIDAR-INTEGRANTE.
           PERFORM 830-DESCRIBIR-ROL.
           MOVE w-trib-docente(kt) TO doc-legajo.
           READ DOCENTES-ARCH
               INVALID KEY
                   MOVE "N" TO w-tribunal-valido
                   DISPLAY "El legajo docente " w-trib-docente(kt)
                           " (" w-rol-desc ") no se encuentra"
               NOT INVALID KEY
                   IF docente-en-baja
                       MOVE "N" TO w-tribunal-valido
                       DISPLAY "El docente " doc-nombre " ("
                               w-rol-desc ") esta dado de baja"
                   END-IF
           END-READ.
           PERFORM VARYING kt2 FROM 1 BY 1 UNTIL kt2 >= kt
               IF w-trib-docente(kt2) = w-trib-docente(kt)
                   MOVE "N" TO w-tribunal-valido
                   DISPLAY "El legajo " w-trib-docente(kt)
                           " esta repetido en el tribunal"
               END-IF
           END-PERFORM.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-mes
               IF k NOT = w-idx-mesa
                   AND tm-fecha(k) = w-fecha-nueva
                   AND tm-turno(k) = tm-turno(w-idx-mesa)
                   PERFORM VARYING kt2 FROM 1 BY 1 UNTIL kt2 > 3
                       IF tm-docente(k, kt2) = w-trib-docente(kt)
                           MOVE "N" TO w-tribunal-valido
                           DISPLAY "El legajo " w-trib-docente(kt)
                                   " ya integra el tribunal de "
                                   tm-materia(k) " en esa fecha"
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       830-DESCRIBIR-ROL.
           IF kt = 1
               MOVE "PRESIDENTE" TO w-rol-desc
           ELSE
               MOVE "VOCAL" TO w-rol-desc
           END-IF.

      * una hoja con los docentes en orden de legajo y, debajo de
      * cada uno, las mesas del turno en que integra el tribunal
       850-IMPRIMIR-POR-DOCENTE.
           DISPLAY "Ingrese el turno (FEB/JUL/DIC)".
           ACCEPT w-turno-nuevo.
           DISPLAY "Ingrese el anio".
           ACCEPT w-anio-turno.
           PERFORM 520-VALIDAR-TURNO.
           IF NOT turno-valido
               DISPLAY "Turno invalido, use FEB, JUL o DIC"
           ELSE
               OPEN INPUT DOCENTES-ARCH
               IF ws-estado-doc NOT = "00"
                   MOVE "docentes.dat" TO w-err-archivo
                   MOVE "OPEN" TO w-err-operacion
                   MOVE ws-estado-doc TO w-err-estado
                   PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                   DISPLAY "No se pudo abrir docentes.dat (estado "
                           ws-estado-doc ")"
               ELSE
                   PERFORM 855-LISTAR-DOCENTES
                   CLOSE DOCENTES-ARCH
               END-IF
           END-IF.

       855-LISTAR-DOCENTES.
           MOVE ZERO TO w-cont-paginas.
           MOVE ZERO TO w-cont-docentes.
           MOVE ZERO TO w-flag-doc.
           OPEN OUTPUT LISTADO.
           PERFORM 890-LISTAR-ENCABEZADO.
           MOVE ZERO TO doc-legajo.
           START DOCENTES-ARCH KEY IS NOT LESS THAN doc-legajo
               INVALID KEY
                   MOVE 1 TO w-flag-doc
           END-START.
           PERFORM 860-LEER-DOCENTE.
           PERFORM UNTIL fin-docentes
               PERFORM 870-LISTAR-MESAS-DOCENTE
               PERFORM 860-LEER-DOCENTE
           END-PERFORM.
           MOVE w-cont-docentes TO d-tot-doc.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES.
           CLOSE LISTADO.
           DISPLAY "Mesas por docente impresas en impTribunales.dat ("
                   w-cont-docentes " docentes)".

       860-LEER-DOCENTE.
           IF NOT fin-docentes
               READ DOCENTES-ARCH NEXT RECORD
                   AT END MOVE 1 TO w-flag-doc
               END-READ
           END-IF.

       870-LISTAR-MESAS-DOCENTE.
           MOVE ZERO TO w-cont-mesas-doc.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-mes
               IF tm-turno(k) = w-turno-nuevo
                   AND tm-fecha(k)(1:4) = w-anio-turno
                   PERFORM VARYING kt FROM 1 BY 1 UNTIL kt > 3
                       IF tm-docente(k, kt) = doc-legajo
                           PERFORM 880-LISTAR-MESA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       880-LISTAR-MESA.
           IF w-cont-mesas-doc = ZERO
               ADD 1 TO w-cont-docentes
               MOVE doc-legajo TO d-legajo
               MOVE doc-nombre TO d-nombre
               WRITE lis-reg FROM lin-docente AFTER ADVANCING 2 LINES
                   AT END-OF-PAGE PERFORM 890-LISTAR-ENCABEZADO
               END-WRITE
           END-IF.
           ADD 1 TO w-cont-mesas-doc.
           MOVE tm-materia(k) TO w-materia-nueva.
           MOVE SPACES TO w-plan-materia.
           PERFORM 510-VALIDAR-MATERIA.
           MOVE tm-materia(k) TO d-mat.
           MOVE w-nombre-materia TO d-nombre-mat.
           MOVE tm-fecha(k) TO d-fecha.
           PERFORM 830-DESCRIBIR-ROL.
           MOVE w-rol-desc TO d-rol.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 890-LISTAR-ENCABEZADO.

       890-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           MOVE w-turno-nuevo TO ct-turno.
           MOVE w-anio-turno TO ct-anio.
           WRITE lis-reg FROM lin-turno.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera2.

       900-GRABAR-ARCHIVOS.
           OPEN OUTPUT MESAS.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-mes
               MOVE tm-fecha(k) TO mes-fecha
               MOVE tm-turno(k) TO mes-turno
               MOVE tm-flag(k) TO mes-flag
               MOVE tm-docente(k, 1) TO mes-presidente
               MOVE tm-docente(k, 2) TO mes-vocal1
               MOVE tm-docente(k, 3) TO mes-vocal2
               WRITE mes-reg
           END-PERFORM.
           CLOSE MESAS.

           COPY "COPY-CALEND-PROC.cpy".
           COPY "COPY-CARRERA-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM MESAS-EXAMEN.
