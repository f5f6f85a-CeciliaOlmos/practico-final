       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-CTRLEJEC-SEL.cpy".
           COPY "COPY-POOLS-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
           COPY "COPY-CTRLEJEC-FD.cpy".
           COPY "COPY-POOLS-FD.cpy".

           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-mat pic xx.
           COPY "COPY-CTRLEJEC-WS.cpy".
           COPY "COPY-POOLS-WS.cpy".
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       01  w-mat-nueva pic x(2).
       01  w-cuat-nuevo pic 99.
       01  w-nombre-nuevo pic x(30).
       01  w-plan-nuevo pic x(2).
       01  w-plan-anterior pic x(2).
       01  w-libre-nuevo pic x.
       01  w-pool-nuevo pic x(2).
       01  w-horas-nuevo pic 9(3).
       01  w-creditos-nuevo pic 99.
       01  w-tipo-nuevo pic x.
       77  w-pool-ok pic x value "S".
           88 pool-valido value "S".
       77  w-cuat-ok pic x value "N".
           88 cuat-valido value "S".
       77  w-encontrado pic x value "N".
           88 encontrado value "S".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE "ALTAS-MATERIAS" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           CLOSE MATERIAS.
           PERFORM 103-LIBERAR-CONTROL-LINEA.
           STOP RUN.

       100-INICIO.
           PERFORM 102-TOMAR-CONTROL-LINEA.
           PERFORM 110-ABRIR-MATERIAS.
           PERFORM 915-CARGAR-POOLS.

      * la sesion se descuenta del control: la marca recien vuelve
      * a LIBRE cuando no queda ninguna otra sesion abierta
           ADD 1 TO w-ctl-sesiones.
           PERFORM 945-GRABAR-CONTROL-EJEC.

      * cada alta, baja o modificacion se graba en el momento en
      * materias.dat; la primera vez el archivo se crea vacio
       110-ABRIR-MATERIAS.
           OPEN I-O MATERIAS.
           IF ws-estado-mat = "35"
               OPEN OUTPUT MATERIAS
               IF ws-estado-mat = "00"
                   CLOSE MATERIAS
                   OPEN I-O MATERIAS
               END-IF
           END-IF.
           IF ws-estado-mat NOT = "00"
               MOVE "materias.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-mat TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir materias.dat (estado "
                       ws-estado-mat ")"
               PERFORM 103-LIBERAR-CONTROL-LINEA
               STOP RUN
           END-IF.

       200-MENU.
           DISPLAY ".................................... ".
           ACCEPT w-nombre-nuevo.
           DISPLAY "Ingrese el codigo de plan/carrera (2 caracteres)"
           ACCEPT w-plan-nuevo.
           PERFORM 415-NORMALIZAR-PLAN.
           PERFORM 430-PEDIR-LIBRE.
           PERFORM 440-PEDIR-POOL.
           PERFORM 450-PEDIR-CARGA.
           PERFORM 460-PEDIR-TIPO-NOTA.
           PERFORM 410-VALIDAR-CUATRIMESTRE.
           IF cuat-valido AND pool-valido
               PERFORM 420-BUSCAR-MATERIA
               IF encontrado
                   DISPLAY "Ya existe una materia con ese codigo"
               ELSE
                   PERFORM 470-ARMAR-REGISTRO
                   WRITE mat-reg
                       INVALID KEY
                           MOVE "materias.dat" TO w-err-archivo
                           MOVE "WRITE" TO w-err-operacion
                           MOVE ws-estado-mat TO w-err-estado
                           MOVE mat-llave TO w-err-llave
                           PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                           DISPLAY "No se pudo grabar la materia "
                                   "(estado " ws-estado-mat ")"
                       NOT INVALID KEY
                           DISPLAY "Materia agregada"
                   END-WRITE
               END-IF
           END-IF.

               DISPLAY "El cuatrimestre debe estar entre 1 y 99"
           END-IF.

      * un plan en blanco es el plan 01, igual que para los alumnos
       415-NORMALIZAR-PLAN.
           IF w-plan-nuevo = SPACES
               MOVE "01" TO w-plan-nuevo
           END-IF.

       420-BUSCAR-MATERIA.
           MOVE "N" TO w-encontrado.
           MOVE w-plan-nuevo TO mat-plan.
           MOVE w-mat-nueva TO mat-mat.
           READ MATERIAS KEY IS mat-llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-encontrado
           END-READ.

       430-PEDIR-LIBRE.
           DISPLAY "Admite rendir en condicion de libre? (S/N)"
           ACCEPT w-libre-nuevo.
           IF w-libre-nuevo = "s"
               MOVE "S" TO w-libre-nuevo
           END-IF.
           IF w-libre-nuevo NOT = "S"
               MOVE "N" TO w-libre-nuevo
           END-IF.

      * el grupo de optativas tiene que estar dado de alta para el
      * plan de la materia (programa GRUPOS-OPTATIVAS)
       440-PEDIR-POOL.
           DISPLAY "Ingrese el grupo de optativas (en blanco = "
                   "obligatoria)"
           MOVE SPACES TO w-pool-nuevo.
           ACCEPT w-pool-nuevo.
           MOVE "S" TO w-pool-ok.
           IF w-pool-nuevo NOT = SPACES
               MOVE w-plan-nuevo TO w-pool-plan
               MOVE w-pool-nuevo TO w-pool-codigo
               PERFORM 917-BUSCAR-POOL
               IF NOT pool-hallado
                   MOVE "N" TO w-pool-ok
                   DISPLAY "El grupo " w-pool-nuevo " no existe para "
                           "el plan " w-plan-nuevo
               END-IF
           END-IF.

      * carga horaria total de la materia y creditos que otorga
       450-PEDIR-CARGA.
           DISPLAY "Ingrese la carga horaria total (horas)"
           ACCEPT w-horas-nuevo.
           DISPLAY "Ingrese los creditos de la materia"
           ACCEPT w-creditos-nuevo.

      * las materias aprobado/desaprobado no llevan nota numerica y
      * quedan fuera de los promedios
       460-PEDIR-TIPO-NOTA.
           DISPLAY "Se califica solo aprobado/desaprobado? (S/N)"
           ACCEPT w-tipo-nuevo.
           IF w-tipo-nuevo = "s"
               MOVE "S" TO w-tipo-nuevo
           END-IF.
           IF w-tipo-nuevo NOT = "S"
               MOVE "N" TO w-tipo-nuevo
           END-IF.

       500-BAJA-MATERIA.
           DISPLAY "Ingrese el codigo de materia a eliminar"
           ACCEPT w-mat-nueva.
           DISPLAY "Ingrese el codigo de plan/carrera"
           ACCEPT w-plan-nuevo.
           PERFORM 415-NORMALIZAR-PLAN.
           PERFORM 420-BUSCAR-MATERIA.
           IF encontrado
               DELETE MATERIAS RECORD
                   INVALID KEY
                       MOVE "materias.dat" TO w-err-archivo
                       MOVE "DELETE" TO w-err-operacion
                       MOVE ws-estado-mat TO w-err-estado
                       MOVE mat-llave TO w-err-llave
                       PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                       DISPLAY "No se pudo eliminar la materia "
                               "(estado " ws-estado-mat ")"
                   NOT INVALID KEY
                       DISPLAY "Materia eliminada"
               END-DELETE
           ELSE
               DISPLAY "No existe una materia con ese codigo"
           END-IF.

       600-MODIFICAR-MATERIA.
           DISPLAY "Ingrese el codigo de materia a modificar"
           ACCEPT w-mat-nueva.
           DISPLAY "Ingrese el codigo de plan/carrera"
           ACCEPT w-plan-nuevo.
           PERFORM 415-NORMALIZAR-PLAN.
           PERFORM 420-BUSCAR-MATERIA.
           IF encontrado
               MOVE w-plan-nuevo TO w-plan-anterior
               DISPLAY "Ingrese el nuevo cuatrimestre (1 a 99)"
               ACCEPT w-cuat-nuevo
               DISPLAY "Ingrese el nuevo nombre de la materia"
               ACCEPT w-nombre-nuevo
               DISPLAY "Ingrese el nuevo codigo de plan/carrera"
               ACCEPT w-plan-nuevo
               PERFORM 415-NORMALIZAR-PLAN
               PERFORM 430-PEDIR-LIBRE
               PERFORM 440-PEDIR-POOL
               PERFORM 450-PEDIR-CARGA
               PERFORM 460-PEDIR-TIPO-NOTA
               PERFORM 410-VALIDAR-CUATRIMESTRE
               IF cuat-valido AND pool-valido
                   IF w-plan-nuevo = w-plan-anterior
                       PERFORM 470-ARMAR-REGISTRO
                       REWRITE mat-reg
                           INVALID KEY
                               MOVE "materias.dat" TO w-err-archivo
                               MOVE "REWRITE" TO w-err-operacion
                               MOVE ws-estado-mat TO w-err-estado
                               MOVE mat-llave TO w-err-llave
                               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                               DISPLAY "No se pudo modificar la "
                                       "materia (estado "
                                       ws-estado-mat ")"
                           NOT INVALID KEY
                               DISPLAY "Materia modificada"
                       END-REWRITE
                   ELSE
                       PERFORM 610-CAMBIAR-DE-PLAN
                   END-IF
               END-IF
           ELSE
               DISPLAY "No existe una materia con ese codigo"
           END-IF.

      * el plan es parte de la clave: pasar la materia a otro plan
      * es darla de baja en el viejo y de alta en el nuevo, siempre
      * que el nuevo plan no tenga ya ese codigo
       610-CAMBIAR-DE-PLAN.
           PERFORM 420-BUSCAR-MATERIA.
           IF encontrado
               DISPLAY "El plan " w-plan-nuevo " ya tiene una materia "
                       "con ese codigo, no se modifica"
           ELSE
               MOVE w-plan-anterior TO mat-plan
               MOVE w-mat-nueva TO mat-mat
               DELETE MATERIAS RECORD
                   INVALID KEY
                       MOVE "materias.dat" TO w-err-archivo
                       MOVE "DELETE" TO w-err-operacion
                       MOVE ws-estado-mat TO w-err-estado
                       MOVE mat-llave TO w-err-llave
                       PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                       DISPLAY "No se pudo modificar la materia "
                               "(estado " ws-estado-mat ")"
                   NOT INVALID KEY
                       PERFORM 470-ARMAR-REGISTRO
                       WRITE mat-reg
                           INVALID KEY
                               MOVE "materias.dat" TO w-err-archivo
                               MOVE "WRITE" TO w-err-operacion
                               MOVE ws-estado-mat TO w-err-estado
                               MOVE mat-llave TO w-err-llave
                               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
                               DISPLAY "No se pudo grabar la materia "
                                       "en el plan " w-plan-nuevo
                           NOT INVALID KEY
                               DISPLAY "Materia modificada"
                       END-WRITE
               END-DELETE
           END-IF.

       470-ARMAR-REGISTRO.
           MOVE w-plan-nuevo TO mat-plan.
           MOVE w-mat-nueva TO mat-mat.
           MOVE w-cuat-nuevo TO mat-cuat.
           MOVE w-nombre-nuevo TO mat-nombre.
           MOVE w-libre-nuevo TO mat-admite-libre.
           MOVE w-pool-nuevo TO mat-pool.
           MOVE w-horas-nuevo TO mat-horas.
           MOVE w-creditos-nuevo TO mat-creditos.
           MOVE w-tipo-nuevo TO mat-tipo-nota.

      * el listado sale en orden de plan y codigo de materia
       700-LISTAR-MATERIAS.
           MOVE ZERO TO w-flag-mat.
           MOVE LOW-VALUES TO mat-llave.
           START MATERIAS KEY IS NOT LESS THAN mat-llave
               INVALID KEY
                   MOVE 1 TO w-flag-mat
           END-START.
           IF NOT fin-archivo
               PERFORM 120-LEER-ARCH
           END-IF.
           PERFORM UNTIL fin-archivo
               PERFORM 710-MOSTRAR-MATERIA
               PERFORM 120-LEER-ARCH
           END-PERFORM.

       710-MOSTRAR-MATERIA.
           IF NOT mat-libre-si
               MOVE "N" TO mat-admite-libre
           END-IF.
           IF mat-horas IS NOT NUMERIC
               MOVE ZERO TO mat-horas
           END-IF.
           IF mat-creditos IS NOT NUMERIC
               MOVE ZERO TO mat-creditos
           END-IF.
           IF NOT mat-sin-nota
               MOVE "N" TO mat-tipo-nota
           END-IF.
           DISPLAY "CUATRIMESTRE: " mat-cuat
                   " MATERIA: " mat-mat
                   " NOMBRE: " mat-nombre
                   " PLAN: " mat-plan
                   " LIBRE: " mat-admite-libre
                   " GRUPO: " mat-pool
                   " HORAS: " mat-horas
                   " CREDITOS: " mat-creditos
                   " APROB/DESAP: " mat-tipo-nota.

       120-LEER-ARCH.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

           COPY "COPY-CTRLEJEC-PROC.cpy".
           COPY "COPY-POOLS-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM YOUR-PROGRAM-NAME.
