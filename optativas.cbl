      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPOS-OPTATIVAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-POOLS-SEL.cpy".
           COPY "COPY-CTRLEJEC-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
           COPY "COPY-POOLS-FD.cpy".
           COPY "COPY-CTRLEJEC-FD.cpy".

       WORKING-STORAGE SECTION.
       77  ws-estado-mat pic xx.
           COPY "COPY-POOLS-WS.cpy".
           COPY "COPY-CTRLEJEC-WS.cpy".
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       01  w-plan-nuevo pic x(2).
       01  w-codigo-nuevo pic x(2).
       01  w-nombre-nuevo pic x(30).
       01  w-requeridas-nuevo pic 99.
       01  w-creditos-nuevo pic 9(3).
       01  w-creditos-miembros pic 9(4) value zero.
       01  w-cant-miembros pic 99 value zero.
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
           PERFORM 915-CARGAR-POOLS.

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
               MOVE "OPTATIVAS" TO w-ctl-programa
           END-IF.
           ADD 1 TO w-ctl-sesiones.
           PERFORM 945-GRABAR-CONTROL-EJEC.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  GRUPOS DE MATERIAS OPTATIVAS"
           DISPLAY "  INGRESE UNA OPCION: "
           DISPLAY "  1- ALTA DE GRUPO"
           DISPLAY "  2- BAJA DE GRUPO"
           DISPLAY "  3- MODIFICACION DE GRUPO"
           DISPLAY "  4- LISTAR GRUPOS"
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
                   PERFORM 400-ALTA-GRUPO
               WHEN 2
                   PERFORM 500-BAJA-GRUPO
               WHEN 3
                   PERFORM 600-MODIFICAR-GRUPO
               WHEN 4
                   PERFORM 700-LISTAR-GRUPOS
           END-EVALUATE.

       400-ALTA-GRUPO.
           PERFORM 420-PEDIR-CLAVE.
           PERFORM 917-BUSCAR-POOL.
           IF pool-hallado
               DISPLAY "Ya existe ese grupo para el plan"
           ELSE
               IF w-cant-pool >= 50
                   DISPLAY "Tabla de grupos llena, no se puede "
                           "agregar otro"
               ELSE
                   PERFORM 430-PEDIR-DATOS
                   IF datos-validos
                       ADD 1 TO w-cant-pool
                       MOVE w-plan-nuevo TO tpo-plan(w-cant-pool)
                       MOVE w-codigo-nuevo TO tpo-codigo(w-cant-pool)
                       MOVE w-nombre-nuevo TO tpo-nombre(w-cant-pool)
                       MOVE w-requeridas-nuevo
                           TO tpo-requeridas(w-cant-pool)
                       MOVE w-creditos-nuevo
                           TO tpo-creditos-req(w-cant-pool)
                       DISPLAY "Grupo agregado"
                   END-IF
               END-IF
           END-IF.

       420-PEDIR-CLAVE.
           DISPLAY "Ingrese el codigo de plan/carrera (2 caracteres)"
           ACCEPT w-plan-nuevo.
           DISPLAY "Ingrese el codigo de grupo (2 caracteres)"
           ACCEPT w-codigo-nuevo.
           MOVE w-plan-nuevo TO w-pool-plan.
           MOVE w-codigo-nuevo TO w-pool-codigo.

       430-PEDIR-DATOS.
           DISPLAY "Ingrese el nombre del grupo".
           ACCEPT w-nombre-nuevo.
           DISPLAY "Ingrese la cantidad de materias a aprobar "
                   "(0 = no se exige)".
           ACCEPT w-requeridas-nuevo.
           DISPLAY "Ingrese los creditos a reunir (0 = no se exigen)".
           ACCEPT w-creditos-nuevo.
           IF w-codigo-nuevo = SPACES
               MOVE "N" TO w-datos-ok
               DISPLAY "El codigo de grupo no puede quedar en blanco"
           ELSE
               IF w-requeridas-nuevo > 0 OR w-creditos-nuevo > 0
                   MOVE "S" TO w-datos-ok
               ELSE
                   MOVE "N" TO w-datos-ok
                   DISPLAY "El grupo tiene que exigir materias o "
                           "creditos"
               END-IF
           END-IF.

      * un grupo que todavia tiene materias asignadas no se borra:
      * esas materias pasarian a contar como obligatorias
       500-BAJA-GRUPO.
           PERFORM 420-PEDIR-CLAVE.
           PERFORM 917-BUSCAR-POOL.
           IF NOT pool-hallado
               DISPLAY "No existe ese grupo para el plan"
           ELSE
               PERFORM 800-CONTAR-MIEMBROS
               IF w-cant-miembros > 0
                   DISPLAY "El grupo tiene " w-cant-miembros
                           " materias asignadas, no se puede eliminar"
               ELSE
                   PERFORM 510-ELIMINAR-POSICION
                   DISPLAY "Grupo eliminado"
               END-IF
           END-IF.

       510-ELIMINAR-POSICION.
           PERFORM VARYING k-pool FROM k-pool BY 1
               UNTIL k-pool >= w-cant-pool
               MOVE tab-pool(k-pool + 1) TO tab-pool(k-pool)
           END-PERFORM.
           MOVE SPACES TO tab-pool(w-cant-pool).
           SUBTRACT 1 FROM w-cant-pool.

       600-MODIFICAR-GRUPO.
           PERFORM 420-PEDIR-CLAVE.
           PERFORM 917-BUSCAR-POOL.
           IF NOT pool-hallado
               DISPLAY "No existe ese grupo para el plan"
           ELSE
               PERFORM 430-PEDIR-DATOS
               IF datos-validos
                   MOVE w-nombre-nuevo TO tpo-nombre(k-pool)
                   MOVE w-requeridas-nuevo TO tpo-requeridas(k-pool)
                   MOVE w-creditos-nuevo TO tpo-creditos-req(k-pool)
                   PERFORM 800-CONTAR-MIEMBROS
                   IF w-cant-miembros < w-requeridas-nuevo
                       DISPLAY "Atencion: el grupo tiene solo "
                               w-cant-miembros " materias asignadas"
                   END-IF
                   IF w-creditos-miembros < w-creditos-nuevo
                       DISPLAY "Atencion: las materias del grupo suman "
                               "solo " w-creditos-miembros " creditos"
                   END-IF
                   DISPLAY "Grupo modificado"
               END-IF
           END-IF.

       700-LISTAR-GRUPOS.
           PERFORM VARYING k-pool FROM 1 BY 1
               UNTIL k-pool > w-cant-pool
               MOVE tpo-plan(k-pool) TO w-pool-plan
               MOVE tpo-codigo(k-pool) TO w-pool-codigo
               PERFORM 800-CONTAR-MIEMBROS
               DISPLAY "PLAN: " tpo-plan(k-pool)
                       " GRUPO: " tpo-codigo(k-pool)
                       " " tpo-nombre(k-pool)
                       " APROBAR " tpo-requeridas(k-pool)
                       " DE " w-cant-miembros
                       " CREDITOS " tpo-creditos-req(k-pool)
                       " DE " w-creditos-miembros
           END-PERFORM.

      * materias de materias.dat asignadas al grupo w-pool-plan +
      * w-pool-codigo
       800-CONTAR-MIEMBROS.
           MOVE ZERO TO w-cant-miembros.
           MOVE ZERO TO w-creditos-miembros.
           MOVE ZERO TO w-flag-mat.
           OPEN INPUT MATERIAS.
           IF ws-estado-mat = "00"
               PERFORM 810-LEER-MATERIAS
               PERFORM UNTIL fin-archivo
                   IF mat-plan = w-pool-plan
                       AND mat-pool = w-pool-codigo
                       ADD 1 TO w-cant-miembros
                       IF mat-creditos IS NUMERIC
                           ADD mat-creditos TO w-creditos-miembros
                       END-IF
                   END-IF
                   PERFORM 810-LEER-MATERIAS
               END-PERFORM
               CLOSE MATERIAS
           END-IF.

       810-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       900-GRABAR-ARCHIVO.
           OPEN OUTPUT POOLS.
           PERFORM VARYING k-pool FROM 1 BY 1
               UNTIL k-pool > w-cant-pool
               MOVE tpo-plan(k-pool) TO pol-plan
               MOVE tpo-codigo(k-pool) TO pol-codigo
               MOVE tpo-nombre(k-pool) TO pol-nombre
               MOVE tpo-requeridas(k-pool) TO pol-requeridas
               MOVE tpo-creditos-req(k-pool) TO pol-creditos
               WRITE pol-reg
           END-PERFORM.
           CLOSE POOLS.

           COPY "COPY-CTRLEJEC-PROC.cpy".
           COPY "COPY-POOLS-PROC.cpy".
       END PROGRAM GRUPOS-OPTATIVAS.
