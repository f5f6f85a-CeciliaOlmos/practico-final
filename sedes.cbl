      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEDES-INSTITUCION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT COMISIONES ASSIGN TO "..\comisiones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-com.
           COPY "COPY-SEDES-SEL.cpy".
           COPY "COPY-CTRLEJEC-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  COMISIONES.
       01  comi-reg.
           03 com-materia pic x(2).
           03 com-plan pic x(2).
           03 com-comision pic x.
           03 com-cupo pic 9(3).
           03 com-sede pic x(2).
           COPY "COPY-SEDES-FD.cpy".
           COPY "COPY-CTRLEJEC-FD.cpy".

       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-com pic xx.
           COPY "COPY-SEDES-WS.cpy".
           COPY "COPY-CTRLEJEC-WS.cpy".
       77  w-flag-com pic 9 value 0.
           88 fin-comisiones value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       01  w-codigo-nuevo pic x(2).
       01  w-nombre-nuevo pic x(30).
       01  w-establ-nuevo pic x(6).
       01  w-cant-alumnos pic 9(5) value zero.
       01  w-cant-comisiones pic 9(3) value zero.
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
           PERFORM 900-GRABAR-ARCHIVO.
           PERFORM 103-LIBERAR-CONTROL-LINEA.
           STOP RUN.

       100-INICIO.
           PERFORM 102-TOMAR-CONTROL-LINEA.
           PERFORM 931-CARGAR-SEDES.

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
               MOVE "SEDES" TO w-ctl-programa
           END-IF.
           ADD 1 TO w-ctl-sesiones.
           PERFORM 945-GRABAR-CONTROL-EJEC.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  SEDES DE LA INSTITUCION"
           DISPLAY "  INGRESE UNA OPCION: "
           DISPLAY "  1- ALTA DE SEDE"
           DISPLAY "  2- BAJA DE SEDE"
           DISPLAY "  3- MODIFICACION DE SEDE"
           DISPLAY "  4- LISTAR SEDES"
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
           EVALUATE w-llave-menu
               WHEN 1
                   PERFORM 400-ALTA-SEDE
               WHEN 2
                   PERFORM 500-BAJA-SEDE
               WHEN 3
                   PERFORM 600-MODIFICAR-SEDE
               WHEN 4
                   PERFORM 700-LISTAR-SEDES
           END-EVALUATE.

       400-ALTA-SEDE.
           PERFORM 420-PEDIR-CLAVE.
           PERFORM 933-BUSCAR-SEDE.
           IF sede-hallada
               DISPLAY "Ya existe esa sede"
           ELSE
               IF w-cant-sede >= 20
                   DISPLAY "Tabla de sedes llena, no se puede "
                           "agregar otra"
               ELSE
                   PERFORM 430-PEDIR-DATOS
                   IF datos-validos
                       ADD 1 TO w-cant-sede
                       MOVE w-codigo-nuevo TO tse-codigo(w-cant-sede)
                       MOVE w-nombre-nuevo TO tse-nombre(w-cant-sede)
                       MOVE w-establ-nuevo
                           TO tse-establecimiento(w-cant-sede)
                       DISPLAY "Sede agregada"
                       IF w-cant-sede = 1
                           DISPLAY "Es la sede principal: los "
                                   "alumnos y comisiones sin sede "
                                   "quedan en ella"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       420-PEDIR-CLAVE.
           DISPLAY "Ingrese el codigo de sede (2 caracteres)".
           ACCEPT w-codigo-nuevo.
           MOVE w-codigo-nuevo TO w-sede-codigo.

       430-PEDIR-DATOS.
           DISPLAY "Ingrese el nombre de la sede".
           ACCEPT w-nombre-nuevo.
           DISPLAY "Ingrese el codigo de establecimiento ante el "
                   "ministerio (en blanco, el de la institucion)".
           ACCEPT w-establ-nuevo.
           IF w-codigo-nuevo = SPACES
               MOVE "N" TO w-datos-ok
               DISPLAY "El codigo de sede no puede quedar en blanco"
           ELSE
               IF w-nombre-nuevo = SPACES
                   MOVE "N" TO w-datos-ok
                   DISPLAY "El nombre de la sede no puede quedar en "
                           "blanco"
               ELSE
                   MOVE "S" TO w-datos-ok
               END-IF
           END-IF.

      * una sede con alumnos o comisiones no se borra: pasarian a
      * contar en la sede principal sin que nadie lo decida. La
      * sede principal tampoco, mientras haya otras
       500-BAJA-SEDE.
           PERFORM 420-PEDIR-CLAVE.
           PERFORM 933-BUSCAR-SEDE.
           IF NOT sede-hallada
               DISPLAY "No existe esa sede"
           ELSE
               IF k-sede = 1 AND w-cant-sede > 1
                   DISPLAY "Es la sede principal, no se puede "
                           "eliminar mientras haya otras sedes"
               ELSE
                   PERFORM 800-CONTAR-USOS
                   IF w-cant-alumnos > 0 OR w-cant-comisiones > 0
                       DISPLAY "La sede tiene " w-cant-alumnos
                               " alumnos y " w-cant-comisiones
                               " comisiones, no se puede eliminar"
                   ELSE
                       PERFORM 510-ELIMINAR-POSICION
                       DISPLAY "Sede eliminada"
                   END-IF
               END-IF
           END-IF.

       510-ELIMINAR-POSICION.
           PERFORM VARYING k-sede FROM k-sede BY 1
               UNTIL k-sede >= w-cant-sede
               MOVE tab-sede(k-sede + 1) TO tab-sede(k-sede)
           END-PERFORM.
           MOVE SPACES TO tab-sede(w-cant-sede).
           SUBTRACT 1 FROM w-cant-sede.

       600-MODIFICAR-SEDE.
           PERFORM 420-PEDIR-CLAVE.
           PERFORM 933-BUSCAR-SEDE.
           IF NOT sede-hallada
               DISPLAY "No existe esa sede"
           ELSE
               PERFORM 430-PEDIR-DATOS
               IF datos-validos
                   MOVE w-nombre-nuevo TO tse-nombre(k-sede)
                   MOVE w-establ-nuevo TO tse-establecimiento(k-sede)
                   DISPLAY "Sede modificada"
               END-IF
           END-IF.

       700-LISTAR-SEDES.
           IF w-cant-sede = ZERO
               DISPLAY "No hay sedes definidas: todo queda en la "
                       "sede " w-sede-principal
           END-IF.
           PERFORM VARYING k-sede FROM 1 BY 1
               UNTIL k-sede > w-cant-sede
               DISPLAY "SEDE: " tse-codigo(k-sede)
                       " " tse-nombre(k-sede)
                       " ESTABLECIMIENTO: " tse-establecimiento(k-sede)
           END-PERFORM.

      * alumnos y comisiones que tienen grabada la sede w-sede-codigo
       800-CONTAR-USOS.
           MOVE ZERO TO w-cant-alumnos.
           MOVE ZERO TO w-cant-comisiones.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu = "00"
               PERFORM 978-PRIMER-ALUMNO
               PERFORM UNTIL fin-alumnos
                   IF al-sede = w-sede-codigo
                       ADD 1 TO w-cant-alumnos
                   END-IF
                   PERFORM 979-SIGUIENTE-ALUMNO
               END-PERFORM
               CLOSE ALUMNOS
           END-IF.
           MOVE ZERO TO w-flag-com.
           OPEN INPUT COMISIONES.
           IF ws-estado-com = "00"
               PERFORM 810-LEER-COMISION
               PERFORM UNTIL fin-comisiones
                   IF com-sede = w-sede-codigo
                       ADD 1 TO w-cant-comisiones
                   END-IF
                   PERFORM 810-LEER-COMISION
               END-PERFORM
               CLOSE COMISIONES
           END-IF.

       810-LEER-COMISION.
           READ COMISIONES AT END MOVE 1 TO w-flag-com.

       900-GRABAR-ARCHIVO.
           OPEN OUTPUT SEDES.
           PERFORM VARYING k-sede FROM 1 BY 1
               UNTIL k-sede > w-cant-sede
               MOVE tse-codigo(k-sede) TO sed-codigo
               MOVE tse-nombre(k-sede) TO sed-nombre
               MOVE tse-establecimiento(k-sede)
                   TO sed-establecimiento
               WRITE sed-reg
           END-PERFORM.
           CLOSE SEDES.

           COPY "COPY-CTRLEJEC-PROC.cpy".
           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-SEDES-PROC.cpy".
       END PROGRAM SEDES-INSTITUCION.
