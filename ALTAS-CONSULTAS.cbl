       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ALTA-BATCH ASSIGN TO "..\altas.txt"
           ORGANIZATION is line SEQUENTIAL.
           SELECT NOM-INDEX ASSIGN TO "..\nomIndex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-REGVIG-SEL.cpy".
           COPY "COPY-CONTACTO-SEL.cpy".
           COPY "COPY-CTRLEJEC-SEL.cpy".
           COPY "COPY-SEDES-SEL.cpy".
           COPY "COPY-CARRERA-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
           COPY "COPY-ACCESOS-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           03 filler redefines bat-datos.
               05 bat-legajo pic 9(5).
               05 bat-dni pic 9(8).
               05 bat-sede pic x(2).
               05 filler pic x(3).
           03 filler redefines bat-datos.
               05 bat-fecha pic 9(8).
               05 bat-origen pic x(10).
               05 bat-cantidad pic 9(6).
               05 filler pic x(12).

      * indice cruzado por nombre para la busqueda del mostrador:
      * la llave lleva el legajo para admitir homonimos
       FD  NOM-INDEX.
               05 nix-nombre pic x(30).
               05 nix-legajo pic 9(5).
           03 nix-dni pic 9(8).
           03 filler pic x(4).

           COPY "COPY-AUDIT-FD.cpy".


       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".

           COPY "COPY-REGVIG-FD.cpy".
           COPY "COPY-CONTACTO-FD.cpy".
           COPY "COPY-CTRLEJEC-FD.cpy".
           COPY "COPY-SEDES-FD.cpy".
           COPY "COPY-CARRERA-FD.cpy".

           COPY "COPY-ERRLOG-FD.cpy".
           COPY "COPY-ACCESOS-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ACCESOS-WS.cpy".
       77  sen pic 9.
           88 fin-de-archivo value 1.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  w-llave-menu pic 99.
           88 salir-menu VALUE 3.
       01  w-soc-ant pic 9(5).
       77  w-flag-batch pic 9 value 0.
           88 fin-batch value 1.
       77  w-modo-batch pic x value "N".
           88 dni-valido value "S".
       01  w-legajo-duplicado pic 9(5).
       01  w-rel-scan pic 9(4).
       01  w-tmp-alumno pic x(76).
       77  w-operador pic x(10) value spaces.
       01  w-fecha-hoy-lote pic 9(8) value zero.
       77  w-lote-valido pic x value "N".
           88 lote-valido value "S".
       77  w-vio-trailer pic x value "N".
           88 vio-trailer value "S".
       01  w-cont-det-lote pic 9(5) value zero.
       77  ws-estado-nix pic xx.
       77  w-nom-indice-activo pic x value "N".
           88 nom-indice-activo value "S".
       01  w-cont-coincide pic 99 value zero.
       01  w-legajo-elegido pic 9(5) value zero.
       01  w-dni-viejo pic 9(8) value zero.
       77  w-opcion-modif pic 9 value zero.
       77  w-reactivar pic x value "N".
           88 reactivar-si value "S" "s".
       01  w-estado-desc pic x(10) value spaces.
       01  w-estado-cod pic x value space.
       01  w-dni-consulta pic 9(8) value zero.
       77  ws-estado-est pic xx.
       77  w-estados-activo pic x value "N".
           88 estados-activo value "S".
       77  w-flag-est pic 9 value 0.
           COPY "COPY-REGVIG-WS.cpy".
       01  w-fecha-hoy-reg pic 9(8) value zero.
       01  w-cont-reg-vig pic 99 value zero.
       77  w-es-regular pic x value "N".
           88 es-regular value "S".
       01  w-curso-desc pic x(10) value spaces.
       01  w-cont-sit pic 9(3) value zero.
       01  w-suma-sit pic 9(6) value zero.
       01  w-promedio-sit pic z9,99.
      * las materias aprobado/desaprobado se muestran con el
      * resultado en letras y no entran en el promedio
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       01  w-cant-mat-pf pic 99 value zero.
       01  k-pf pic 99.
       01  tabla-mat-pf.
           03 tab-mat-pf OCCURS 99 TIMES.
               05 tmp-materia pic x(2).
               05 tmp-plan pic x(2).
       01  w-plan-sit pic x(2) value "01".
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       01  w-nota-sit pic x(11) value spaces.
       01  w-cant-notas-sit pic 9(3) value zero.
       77  ws-estado-doc pic xx.
       77  w-flag-doc pic 9 value 0.
           88 fin-documental value 1.
       01  w-cant-doc pic 9(5) value zero.
       01  kd pic 9(5).
       01  tabla-documental.
      * 4 documentos requeridos por alumno, con lugar para 3000
      * legajos
           03 tab-doc OCCURS 12000 TIMES.
               05 td-legajo pic 9(5).
               05 td-codigo pic x(3).
       01  w-tel-nuevo pic x(15) value spaces.
       01  w-mail-nuevo pic x(30) value spaces.
           COPY "COPY-CTRLEJEC-WS.cpy".
           COPY "COPY-SEDES-WS.cpy".
           COPY "COPY-CARRERA-WS.cpy".

      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE "ALTAS-CONSULTAS" TO w-err-programa.
           MOVE "ALTAS-CONSULTAS" TO w-acc-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
      ******************************************************************
       100-INICIO.
           PERFORM 102-TOMAR-CONTROL-LINEA.
           OPEN I-O ALUMNOS.
           PERFORM 960-ABRIR-AUDITORIA.
           PERFORM 111-ABRIR-NOM-INDEX.
           OPEN INPUT ESTADOS.
           IF ws-estado-est = "00"
               MOVE "S" TO w-estados-activo
           END-IF.
           PERFORM 112-CARGAR-MATERIAS-PF.
           PERFORM 931-CARGAR-SEDES.
           PERFORM 951-CARGAR-CARRERAS.
           PERFORM 105-IDENTIFICAR-OPERADOR.

      * solo interesan las materias aprobado/desaprobado
       112-CARGAR-MATERIAS-PF.
           OPEN INPUT MATERIAS.
           IF ws-estado-mat = "00"
               PERFORM 113-LEER-MATERIA
               PERFORM UNTIL fin-archivo-mat
                   IF mat-sin-nota AND w-cant-mat-pf < 99
                       ADD 1 TO w-cant-mat-pf
                       MOVE mat-mat TO tmp-materia(w-cant-mat-pf)
                       MOVE mat-plan TO tmp-plan(w-cant-mat-pf)
                   END-IF
                   PERFORM 113-LEER-MATERIA
               END-PERFORM
               CLOSE MATERIAS
           END-IF.

       113-LEER-MATERIA.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

      * el indice por nombre se mantiene en cada alta; sin
      * el archivo disponible la busqueda por nombre queda fuera de
      * servicio pero la sesion sigue normal
       111-ABRIR-NOM-INDEX.
       105-IDENTIFICAR-OPERADOR.
           DISPLAY "Ingrese su codigo de operador"
           ACCEPT w-operador.
           MOVE w-operador TO w-acc-operador.

       200-MENU.

           IF NOT bloqueo-ok
               SET alta-rechazada TO TRUE
           ELSE
               PERFORM 420-BUSCAR-LEGAJO
               MOVE "ALTA" TO w-operacion
               PERFORM 970-REGISTRAR-AUDITORIA
               PERFORM 985-LIBERAR-BLOQUEO
           DISPLAY "Ingrese legajo del alumno".
           ACCEPT w-soc-ant.

       420-BUSCAR-LEGAJO.
           MOVE w-soc-ant TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   PERFORM 440-PRIMER-INGRESO
               NOT INVALID KEY
                   PERFORM 460-INGRESO-EXISTENTE
           END-READ.

      * un legajo inexistente deja el registro en cero: quien llama
      * pregunta por al-legajo = 0
       430-LEER-SOCIO.
           MOVE w-soc-ant TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   INITIALIZE alu-reg
           END-READ.

       440-PRIMER-INGRESO.
            INITIALIZE alu-reg
            MOVE w-soc-ant to al-legajo
               PERFORM 450-PIDO-NOMBRE
               IF NOT dni-valido
                       SET alta-rechazada TO TRUE
                   ELSE
                       PERFORM 449-ASIGNAR-COHORTE
                       PERFORM 471-GRABAR-SOCIO
                   END-IF
               END-IF.


      * un legajo en baja o suspendido por desercion conserva sus
      * datos: volver a darlo de alta exige autorizacion de
      * supervisor y lo reactiva en su mismo registro en vez de
      * duplicarlo
       465-REACTIVAR-ALUMNO.
           IF modo-batch
       470-ACTUALIZAR-SOCIO.
           REWRITE alu-reg.

      * el alta graba el registro nuevo; la clave alternativa por DNI
      * rechaza un DNI que otro legajo tomo despues del control
       471-GRABAR-SOCIO.
           WRITE alu-reg
               INVALID KEY
                   MOVE "alumnos.dat" TO w-err-archivo
                   MOVE "WRITE" TO w-err-operacion
                   MOVE ws-estado-alu TO w-err-estado
                   MOVE al-legajo TO w-err-llave
                   PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                   DISPLAY "No se pudo grabar el legajo " al-legajo
                           " (estado " ws-estado-alu "), alta "
                           "rechazada"
                   SET alta-rechazada TO TRUE
               NOT INVALID KEY
                   PERFORM 473-ALTA-EN-NOM-INDICE
                   SET alta-exitosa TO TRUE
           END-WRITE.

       473-ALTA-EN-NOM-INDICE.
           IF nom-indice-activo
               MOVE al-nombre TO nix-nombre
               MOVE al-legajo TO nix-legajo
               MOVE al-dni TO nix-dni
               WRITE nix-reg
                   INVALID KEY
                       REWRITE nix-reg
               END-WRITE
           END-IF.

       450-PIDO-NOMBRE.
           IF modo-batch
               MOVE w-dni-batch TO al-dni
               DISPLAY "Ingrese el plan de estudios (01 si no sabe)"
               ACCEPT al-plan
           END-IF.
           PERFORM 451-PIDO-SEDE.

      * en la carga masiva la sede viene en el detalle del lote; una
      * sede en blanco o inexistente deja al alumno en la principal
       451-PIDO-SEDE.
           IF modo-batch
               MOVE bat-sede TO w-sede-codigo
               PERFORM 934-NORMALIZAR-SEDE
               IF bat-sede NOT = SPACES
                   AND bat-sede NOT = w-sede-codigo
                   DISPLAY "Sede " bat-sede " inexistente, el legajo "
                           bat-legajo " queda en la sede "
                           w-sede-codigo
               END-IF
               MOVE w-sede-codigo TO al-sede
           ELSE
               IF w-cant-sede = ZERO
                   MOVE w-sede-principal TO al-sede
               ELSE
                   PERFORM 452-ACEPTAR-SEDE
                   MOVE w-sede-codigo TO al-sede
               END-IF
           END-IF.

       452-ACEPTAR-SEDE.
           PERFORM WITH TEST AFTER
               UNTIL sede-hallada
               DISPLAY "Ingrese la sede (en blanco, sede "
                       w-sede-principal ")"
               ACCEPT w-sede-codigo
               IF w-sede-codigo = SPACES
                   MOVE w-sede-principal TO w-sede-codigo
               END-IF
               PERFORM 933-BUSCAR-SEDE
               IF NOT sede-hallada
                   DISPLAY "Sede inexistente, reingrese"
               END-IF
           END-PERFORM.

       448-VALIDAR-DNI.
           IF al-dni = ZERO OR al-dni < 1000000
               MOVE "S" TO w-dni-valido
           END-IF.

      * la lectura por DNI pisa el registro que se esta armando:
      * se guarda antes y se repone despues
       445-VERIFICAR-DNI-DUPLICADO.
           MOVE "N" TO w-dni-duplicado.
           MOVE alu-reg TO w-tmp-alumno.
           READ ALUMNOS KEY IS al-dni
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-dni-duplicado
                   MOVE al-legajo TO w-legajo-duplicado
           END-READ.
           MOVE w-tmp-alumno TO alu-reg.

      ******************************************************************
      ******************************************************************

      * toda consulta que muestra datos de un alumno queda en
      * accesosAlumnos.txt con el operador: sin operador no se consulta
       600-CONSULTA.
           IF w-operador = SPACES
               DISPLAY "Debe identificarse con operador antes de "
                       "consultar"
           ELSE
               PERFORM 405-PIDO-SOCIO
               PERFORM 430-LEER-SOCIO
               IF al-legajo = 0
                   DISPLAY "El legajo ingresado no se encuentra"
               ELSE
                   PERFORM 620-MOSTRAR-SOCIO
                   PERFORM 622-MOSTRAR-SITUACION
                   MOVE "CONSULTA" TO w-acc-consulta
                   PERFORM 608-REGISTRAR-CONSULTA
               END-IF
               MOVE "CONSULTA" TO w-operacion
               PERFORM 970-REGISTRAR-AUDITORIA
           END-IF.

       608-REGISTRAR-CONSULTA.
           MOVE al-legajo TO w-acc-legajo.
           MOVE al-dni TO w-acc-dni.
           PERFORM 963-REGISTRAR-ACCESO.

       620-MOSTRAR-SOCIO.
            MOVE al-estado TO w-estado-cod.
            PERFORM 625-DECODIFICAR-ESTADO.
            display "LEGAJO: ",al-legajo," DNI: ", al-dni,
                    " NOMBRE: ", al-nombre," CONTACTO: ", al-contacto,
                    " COHORTE: ", al-cohorte," PLAN: ", al-plan,
                    " SEDE: ", al-sede,
                    " ESTADO: ", w-estado-desc.
            PERFORM 628-MOSTRAR-OTRAS-CARRERAS.

      * doble carrera: las carreras adicionales del legajo, cada una
      * con su plan, su cohorte y su estado
       628-MOSTRAR-OTRAS-CARRERAS.
           PERFORM VARYING k-car FROM 1 BY 1 UNTIL k-car > w-cant-car
               IF tca-legajo(k-car) = al-legajo
                   MOVE tca-estado(k-car) TO w-estado-cod
                   PERFORM 625-DECODIFICAR-ESTADO
                   DISPLAY "  OTRA CARRERA: PLAN: " tca-plan(k-car)
                           " COHORTE: " tca-cohorte(k-car)
                           " ESTADO: " w-estado-desc
               END-IF
           END-PERFORM.

       625-DECODIFICAR-ESTADO.
           EVALUATE w-estado-cod
               WHEN "A" MOVE "ACTIVO" TO w-estado-desc
               WHEN "B" MOVE "BAJA" TO w-estado-desc
               WHEN "E" MOVE "EGRESADO" TO w-estado-desc
               WHEN "S" MOVE "SUSPENDIDO" TO w-estado-desc
               WHEN "T" MOVE "PASE" TO w-estado-desc
               WHEN "L" MOVE "LICENCIA" TO w-estado-desc
               WHEN OTHER MOVE "ACTIVO" TO w-estado-desc
           END-EVALUATE.


      * la consulta integrada: debajo de los datos del alumno se
      * muestran sus estados con el curso decodificado, el promedio
      * y si conserva la regularidad, todo en una sola pantalla
           ELSE
               MOVE ZERO TO w-cont-sit
               MOVE ZERO TO w-suma-sit
               MOVE ZERO TO w-cant-notas-sit
               IF al-plan = SPACES
                   MOVE "01" TO w-plan-sit
               ELSE
                   MOVE al-plan TO w-plan-sit
               END-IF
               MOVE ZERO TO w-flag-est
               MOVE al-dni TO es-dni
               MOVE LOW-VALUES TO es-materia
                   IF w-flag-est = 0
                       IF es-dni = al-dni
                           PERFORM 623-DECODIFICAR-CURSO
                           PERFORM 625-NOTA-SITUACION
                           DISPLAY "  MATERIA: " es-materia
                                   " CUATRI: " es-cuatri
                                   " CURSO: " w-curso-desc
                                   " NOTA: " w-nota-sit
                                   " ANIO: " es-anio
                           ADD 1 TO w-cont-sit
                           IF NOT materia-sin-nota
                               ADD 1 TO w-cant-notas-sit
                               ADD es-nota TO w-suma-sit
                           END-IF
                       ELSE
                           MOVE 1 TO w-flag-est
                       END-IF
               IF w-cont-sit = ZERO
                   DISPLAY "  Sin estados registrados"
               ELSE
                   MOVE ZERO TO w-promedio-sit
                   IF w-cant-notas-sit > ZERO
                       COMPUTE w-promedio-sit ROUNDED =
                           w-suma-sit / w-cant-notas-sit
                   END-IF
                   DISPLAY "  MATERIAS: " w-cont-sit
                           "  PROMEDIO: " w-promedio-sit
               END-IF
           END-IF.
           PERFORM 624-VERIFICAR-REGULARIDAD.
           IF NOT es-regular
               DISPLAY "  REGULARIDAD VIGENTE: NO"
           END-IF.

               WHEN OTHER MOVE "?" TO w-curso-desc
           END-EVALUATE.

       625-NOTA-SITUACION.
           MOVE "N" TO w-materia-pf.
           PERFORM VARYING k-pf FROM 1 BY 1
               UNTIL k-pf > w-cant-mat-pf OR materia-sin-nota
               IF tmp-materia(k-pf) = es-materia
                   AND tmp-plan(k-pf) = w-plan-sit
                   MOVE "S" TO w-materia-pf
               END-IF
           END-PERFORM.
           MOVE SPACES TO w-nota-sit.
           IF materia-sin-nota
               EVALUATE TRUE
                   WHEN es-nota = ZERO
                       CONTINUE
                   WHEN es-nota >= 4
                       MOVE "APROBADO" TO w-nota-sit
                   WHEN OTHER
                       MOVE "DESAPROBADO" TO w-nota-sit
               END-EVALUATE
           ELSE
               MOVE es-nota TO w-nota-sit
           END-IF.

      * lista cada materia con regularidad vigente y su vencimiento
       624-VERIFICAR-REGULARIDAD.
           MOVE "N" TO w-es-regular.
           MOVE ZERO TO w-flag-regvig.
           MOVE ZERO TO w-cont-reg-vig.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy-reg.
           OPEN INPUT REG-VIGENTE.
           IF ws-estado-regvig = "00"
               PERFORM 626-LEER-REGVIG
               PERFORM UNTIL fin-regvig
                   IF rv-dni = al-dni AND rv-vigente
                       AND rv-vence >= w-fecha-hoy-reg
                       MOVE "S" TO w-es-regular
                       ADD 1 TO w-cont-reg-vig
                       IF w-cont-reg-vig = 1
                           DISPLAY "  REGULARIDAD VIGENTE:"
                       END-IF
                       DISPLAY "    MATERIA " rv-materia
                               "  VENCE EL " rv-vence(7:2) "/"
                               rv-vence(5:2) "/" rv-vence(1:4)
                   END-IF
                   PERFORM 626-LEER-REGVIG
               END-PERFORM
           READ REG-VIGENTE AT END MOVE 1 TO w-flag-regvig.

       640-CONSULTA-POR-DNI.
           IF w-operador = SPACES
               DISPLAY "Debe identificarse con operador antes de "
                       "consultar"
           ELSE
               DISPLAY "Ingrese el DNI del alumno"
               ACCEPT w-dni-consulta
               MOVE w-dni-consulta TO al-dni
               READ ALUMNOS KEY IS al-dni
                   INVALID KEY
                       DISPLAY "El DNI ingresado no se encuentra"
                       MOVE ZERO TO w-soc-ant
                   NOT INVALID KEY
                       PERFORM 620-MOSTRAR-SOCIO
                       PERFORM 622-MOSTRAR-SITUACION
                       MOVE al-legajo TO w-soc-ant
                       MOVE "CONS.DNI" TO w-acc-consulta
                       PERFORM 608-REGISTRAR-CONSULTA
               END-READ
               MOVE "CONSULTA" TO w-operacion
               PERFORM 970-REGISTRAR-AUDITORIA
      * opcion, igual que la tabla de inscripciones en el mostrador
      * de inscripciones
       660-LEGAJO-DOCUMENTAL.
           IF w-operador = SPACES
               DISPLAY "Debe identificarse con operador antes de "
                       "consultar"
           ELSE
               PERFORM 665-CARGAR-DOCUMENTAL
               IF documental-desbordado
                   DISPLAY "Tabla documental desbordada, opcion "
                           "cancelada: no se registran entregas"
               ELSE
                   PERFORM 662-TRABAJAR-CHECKLIST
               END-IF
           END-IF.

       662-TRABAJAR-CHECKLIST.
           PERFORM 405-PIDO-SOCIO.
           PERFORM 670-MOSTRAR-CHECKLIST.
           PERFORM 430-LEER-SOCIO.
           MOVE w-soc-ant TO w-acc-legajo.
           MOVE al-dni TO w-acc-dni.
           MOVE "DOCUMENTAL" TO w-acc-consulta.
           PERFORM 963-REGISTRAR-ACCESO.
           DISPLAY "Marcar documento entregado (DNI/TIT/MED/FOT o "
                   "espacio para salir)".
           ACCEPT w-codigo-doc.
               DISPLAY "  LOCALIDAD: " w-ctt-localidad
               DISPLAY "  TELEFONO.: " w-ctt-telefono
               DISPLAY "  EMAIL....: " w-ctt-email
               PERFORM 430-LEER-SOCIO
               MOVE w-soc-ant TO w-acc-legajo
               MOVE al-dni TO w-acc-dni
               MOVE "CONTACTO" TO w-acc-consulta
               PERFORM 963-REGISTRAR-ACCESO
           ELSE
               DISPLAY "  (sin datos de contacto cargados)"
           END-IF.
      * busqueda por apellido/nombre parcial: se listan los activos
      * cuyo nombre empieza con lo tipeado y se salta a la consulta
      * del elegido, sin barrer la tabla completa
      * la lista de coincidencias ya muestra DNI y nombre: cada
      * alumno listado cuenta como consultado
       645-BUSCAR-POR-NOMBRE.
           IF w-operador = SPACES
               DISPLAY "Debe identificarse con operador antes de "
                       "consultar"
           ELSE
               IF NOT nom-indice-activo
                   DISPLAY "El indice de nombres no esta disponible"
               ELSE
                   DISPLAY "Ingrese el apellido/nombre (o su comienzo)"
                   MOVE SPACES TO w-nombre-buscado
                   ACCEPT w-nombre-buscado
                   MOVE ZERO TO w-largo-busqueda
                   PERFORM VARYING w-kb-nom FROM 1 BY 1
                       UNTIL w-kb-nom > 30
                       IF w-nombre-buscado(w-kb-nom:1) NOT = SPACE
                           MOVE w-kb-nom TO w-largo-busqueda
                       END-IF
                   END-PERFORM
                   IF w-largo-busqueda = ZERO
                       DISPLAY "No se tipeo nada para buscar"
                   ELSE
                       PERFORM 647-LISTAR-COINCIDENCIAS
                       IF w-cont-coincide = ZERO
                           DISPLAY "Sin coincidencias"
                       ELSE
                           DISPLAY "Ingrese el legajo elegido (0 = "
                                   "ninguno)"
                           ACCEPT w-legajo-elegido
                           IF w-legajo-elegido NOT = ZERO
                               MOVE w-legajo-elegido TO w-soc-ant
                               PERFORM 430-LEER-SOCIO
                               IF al-legajo = 0
                                   DISPLAY "El legajo ingresado no se "
                                           "encuentra"
                               ELSE
                                   PERFORM 620-MOSTRAR-SOCIO
                                   PERFORM 622-MOSTRAR-SITUACION
                                   MOVE "CONS.NOMBR" TO w-acc-consulta
                                   PERFORM 608-REGISTRAR-CONSULTA
                               END-IF
                               MOVE "CONSULTA" TO w-operacion
                               PERFORM 970-REGISTRAR-AUDITORIA
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF w-flag-nix = 0
                   IF nix-nombre(1:w-largo-busqueda) =
                       w-nombre-buscado(1:w-largo-busqueda)
                       MOVE nix-legajo TO al-legajo
                       READ ALUMNOS KEY IS al-legajo
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF alumno-activo
                                   ADD 1 TO w-cont-coincide
                                   DISPLAY "  LEGAJO: " al-legajo
                                           " DNI: " al-dni
                                           " COHORTE: " al-cohorte
                                           " " al-nombre
                                   MOVE "BUSQUEDA" TO w-acc-consulta
                                   PERFORM 608-REGISTRAR-CONSULTA
                               END-IF
                       END-READ
                   ELSE
                       MOVE 1 TO w-flag-nix
                   END-IF
            PERFORM 405-PIDO-SOCIO.
            PERFORM 980-TOMAR-BLOQUEO.
            IF bloqueo-ok
               PERFORM 430-LEER-SOCIO
               IF al-legajo = 0
                  DISPLAY "El legajo ingresado no se encuentra"
               ELSE
                  PERFORM 720-CONFIRMAR-BAJA
               END-IF
               MOVE "BAJA" TO w-operacion
               PERFORM 970-REGISTRAR-AUDITORIA
               PERFORM 985-LIBERAR-BLOQUEO
            END-IF.

      * la baja es logica: se marca el estado y se conservan los
      * datos del legajo
       720-CONFIRMAR-BAJA.
           IF alumno-en-baja
               DISPLAY "El legajo ya estaba dado de baja"
       754-PROCESAR-BATCH.
           MOVE bat-legajo TO w-soc-ant.
           MOVE bat-dni TO w-dni-batch.
           PERFORM 420-BUSCAR-LEGAJO.
           IF alta-exitosa
               ADD 1 TO w-cont-exito
           ELSE
            PERFORM 405-PIDO-SOCIO.
            PERFORM 980-TOMAR-BLOQUEO.
            IF bloqueo-ok
               PERFORM 430-LEER-SOCIO
               IF al-legajo = 0
                  DISPLAY "El legajo ingresado no se encuentra"
               ELSE
                  PERFORM 789-ELEGIR-MODIFICACION
               END-IF
               MOVE "MODIFICAR" TO w-operacion
               PERFORM 970-REGISTRAR-AUDITORIA
               PERFORM 985-LIBERAR-BLOQUEO
            END-IF.

       789-ELEGIR-MODIFICACION.
           DISPLAY "Modificar: 1- DNI  2- SEDE".
           ACCEPT w-opcion-modif.
           IF w-opcion-modif = 2
               PERFORM 795-CAMBIAR-SEDE
           ELSE
               PERFORM 790-CAMBIAR-DNI
           END-IF.

      * el cambio de sede no toca las claves: solo se regraba el
      * registro del alumno
       795-CAMBIAR-SEDE.
           IF w-cant-sede = ZERO
               DISPLAY "No hay sedes definidas en sedes.txt"
           ELSE
               DISPLAY "Sede actual: " al-sede
               PERFORM 452-ACEPTAR-SEDE
               MOVE w-sede-codigo TO al-sede
               PERFORM 470-ACTUALIZAR-SOCIO
               DISPLAY "Sede actualizada para el legajo ", w-soc-ant
           END-IF.

       790-CAMBIAR-DNI.
                       "significativos), reingrese"
               END-IF
           END-PERFORM.
           REWRITE alu-reg
               INVALID KEY
                   DISPLAY "DNI ya registrado para otro legajo, no "
                           "se modifica"
                   MOVE w-dni-viejo TO al-dni
               NOT INVALID KEY
                   PERFORM 473-ALTA-EN-NOM-INDICE
                   DISPLAY "DNI actualizado para el legajo ", w-soc-ant
           END-REWRITE.

      * reclamo por legajo: se relee el archivo en el momento (otra
      * sesion pudo reclamar hace un instante), se descartan los

       800-FIN.
           PERFORM 986-LIBERAR-BLOQUEOS-SESION.
           CLOSE ALUMNOS.
           CLOSE AUDITORIA.
           IF nom-indice-activo
               CLOSE NOM-INDEX
           END-IF.
           END-IF.
           PERFORM 945-GRABAR-CONTROL-EJEC.

           COPY "COPY-CONTACTO-PROC.cpy".
           COPY "COPY-CTRLEJEC-PROC.cpy".
           COPY "COPY-SEDES-PROC.cpy".
           COPY "COPY-CARRERA-PROC.cpy".
           COPY "COPY-ACCESOS-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM YOUR-PROGRAM-NAME.
