      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR-ASISTENCIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASISTENCIA-TEX ASSIGN TO "..\asistencia.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-estado-atx.
           COPY "COPY-ASISTENCIA-SEL.cpy".
           SELECT RECHAZOS ASSIGN TO "..\rechazosAsistencia.txt"
           ORGANIZATION LINE SEQUENTIAL.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT COMISIONES ASSIGN TO "..\comisiones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-com.
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
      * mismo formato que asistenciaAcum.txt, tal como lo entrega
      * cada catedra
       FD  ASISTENCIA-TEX.
       01  atx-reg.
           03 atx-dni pic 9(8).
           03 atx-materia pic x(2).
           03 atx-comision pic x.
           03 atx-fecha pic 9(8).
           03 atx-presente pic x.
           COPY "COPY-ASISTENCIA-FD.cpy".
       FD  RECHAZOS.
       01  rec-rechazo pic x(80).
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  COMISIONES.
       01  comi-reg.
           03 com-materia pic x(2).
           03 com-plan pic x(2).
           03 com-comision pic x.
           03 com-cupo pic 9(3).
           03 com-sede pic x(2).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-atx pic xx.
       77  ws-estado-com pic xx.
       77  w-flag-atx pic 9 value 0.
           88 fin-archivo value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic x value "N".
           88 materias-abierto value "S".
       77  w-flag-com pic 9 value 0.
           88 fin-comisiones value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 3.
       01  w-cont-leidos pic 9(6) value zero.
       01  w-cont-grabados pic 9(6) value zero.
       01  w-cont-rechazados pic 9(6) value zero.
       01  w-razon-rechazo pic x(30) value spaces.
       77  w-registro-valido pic x value "S".
           88 registro-valido value "S".
       77  w-materia-encontrada pic x value "N".
           88 materia-encontrada value "S".
       01  w-cant-com pic 999 value zero.
       01  kc pic 999.
       01  tabla-comisiones.
           03 tab-com OCCURS 200 TIMES.
               05 tco-materia pic x(2).
               05 tco-comision pic x.
       77  w-tiene-comisiones pic x value "N".
           88 tiene-comisiones value "S".
       77  w-comision-valida pic x value "N".
           88 comision-valida value "S".
      * lo ya cargado se releva para no tomar dos veces la misma
      * clase de un alumno
       01  w-cant-cla pic 9(4) value zero.
       01  kl pic 9(4).
       01  tabla-clases.
           03 tab-cla OCCURS 9999 TIMES.
               05 tcl-dni pic 9(8).
               05 tcl-materia pic x(2).
               05 tcl-comision pic x.
               05 tcl-fecha pic 9(8).
       77  w-clase-repetida pic x value "N".
           88 clase-repetida value "S".
       01  w-fecha-valid pic 9(8) value zero.
       01  filler redefines w-fecha-valid.
           03 w-fv-anio pic 9(4).
           03 w-fv-mes pic 99.
           03 w-fv-dia pic 99.
       01  w-materia-clase pic x(2) value spaces.
       01  w-comision-clase pic x value space.
       01  w-fecha-clase pic 9(8) value zero.
       01  w-dni-clase pic 9(8) value zero.
       01  w-presente-clase pic x value space.
           COPY "COPY-ASISTENCIA-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "cargarAsistencia" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 110-ABRIR-MATERIAS.
           PERFORM 130-CARGAR-COMISIONES.
           PERFORM 150-CARGAR-ACUMULADO.
           OPEN EXTEND ASISTENCIA-ACUM.
           IF ws-estado-asi = "35"
               OPEN OUTPUT ASISTENCIA-ACUM
           END-IF.
           OPEN OUTPUT RECHAZOS.

      * materias queda abierto toda la corrida: cada materia
      * se valida leyendo por codigo (clave alternativa)
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

       130-CARGAR-COMISIONES.
           OPEN INPUT COMISIONES.
           IF ws-estado-com = "00"
               PERFORM 140-LEER-COMISION
               PERFORM UNTIL fin-comisiones
                   IF w-cant-com < 200
                       ADD 1 TO w-cant-com
                       MOVE com-materia TO tco-materia(w-cant-com)
                       MOVE com-comision TO tco-comision(w-cant-com)
                   END-IF
                   PERFORM 140-LEER-COMISION
               END-PERFORM
               CLOSE COMISIONES
           END-IF.

       140-LEER-COMISION.
           READ COMISIONES AT END MOVE 1 TO w-flag-com.

       150-CARGAR-ACUMULADO.
           OPEN INPUT ASISTENCIA-ACUM.
           IF ws-estado-asi = "00"
               PERFORM 160-LEER-ACUMULADO
               PERFORM UNTIL fin-asistencia
                   PERFORM 170-AGREGAR-CLASE
                   PERFORM 160-LEER-ACUMULADO
               END-PERFORM
               CLOSE ASISTENCIA-ACUM
           END-IF.

       160-LEER-ACUMULADO.
           READ ASISTENCIA-ACUM AT END MOVE 1 TO w-flag-asi.

       170-AGREGAR-CLASE.
           IF w-cant-cla < 9999
               ADD 1 TO w-cant-cla
               MOVE ast-dni TO tcl-dni(w-cant-cla)
               MOVE ast-materia TO tcl-materia(w-cant-cla)
               MOVE ast-comision TO tcl-comision(w-cant-cla)
               MOVE ast-fecha TO tcl-fecha(w-cant-cla)
           END-IF.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  CARGA DE ASISTENCIA"
           DISPLAY "  1- CARGAR UNA CLASE (DOCENTE)"
           DISPLAY "  2- CARGA MASIVA DESDE asistencia.txt"
           DISPLAY "  3- FIN"
           DISPLAY "..................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 4 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               PERFORM 200-MENU
           END-PERFORM.

       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1 PERFORM 400-CARGAR-CLASE
               WHEN 2 PERFORM 500-CARGA-MASIVA
           END-EVALUATE.

      * el docente fija materia, comision y fecha de la clase y
      * despues pasa lista alumno por alumno; DNI cero termina
       400-CARGAR-CLASE.
           DISPLAY "Ingrese la materia".
           ACCEPT w-materia-clase.
           DISPLAY "Ingrese la comision (blanco si no tiene)".
           ACCEPT w-comision-clase.
           DISPLAY "Ingrese la fecha de la clase (AAAAMMDD)".
           ACCEPT w-fecha-clase.
           MOVE 1 TO w-dni-clase.
           PERFORM UNTIL w-dni-clase = ZERO
               DISPLAY "Ingrese el DNI del alumno (0 = fin de la "
                       "lista)"
               ACCEPT w-dni-clase
               IF w-dni-clase NOT = ZERO
                   DISPLAY "Presente (P) o ausente (A)"
                   ACCEPT w-presente-clase
                   MOVE w-dni-clase TO ast-dni
                   MOVE w-materia-clase TO ast-materia
                   MOVE w-comision-clase TO ast-comision
                   MOVE w-fecha-clase TO ast-fecha
                   MOVE w-presente-clase TO ast-presente
                   PERFORM 600-VALIDAR-REGISTRO
                   IF registro-valido
                       PERFORM 650-GRABAR-REGISTRO
                       DISPLAY "Asistencia registrada"
                   ELSE
                       DISPLAY "Rechazado: " w-razon-rechazo
                   END-IF
               END-IF
           END-PERFORM.

       500-CARGA-MASIVA.
           MOVE ZERO TO w-flag-atx.
           OPEN INPUT ASISTENCIA-TEX.
           IF ws-estado-atx NOT = "00"
               DISPLAY "No existe asistencia.txt, nada que cargar"
           ELSE
               PERFORM 510-LEER-ARCH-ASI
               PERFORM UNTIL fin-archivo
                   PERFORM 520-PROCESAR-LINEA
                   PERFORM 510-LEER-ARCH-ASI
               END-PERFORM
               CLOSE ASISTENCIA-TEX
           END-IF.

       510-LEER-ARCH-ASI.
           READ ASISTENCIA-TEX AT END MOVE 1 TO w-flag-atx.

       520-PROCESAR-LINEA.
           ADD 1 TO w-cont-leidos.
           MOVE atx-reg TO ast-reg.
           PERFORM 600-VALIDAR-REGISTRO.
           IF registro-valido
               PERFORM 650-GRABAR-REGISTRO
           ELSE
               ADD 1 TO w-cont-rechazados
               MOVE SPACES TO rec-rechazo
               STRING w-razon-rechazo DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   atx-reg DELIMITED BY SIZE
                   INTO rec-rechazo
               WRITE rec-rechazo
           END-IF.

       600-VALIDAR-REGISTRO.
           MOVE "S" TO w-registro-valido.
           IF ast-dni IS NOT NUMERIC OR ast-dni < 1000000
               MOVE "N" TO w-registro-valido
               MOVE "DNI INVALIDO" TO w-razon-rechazo
           END-IF.
           IF registro-valido
               PERFORM 610-VALIDAR-MATERIA
           END-IF.
           IF registro-valido
               PERFORM 620-VALIDAR-COMISION
           END-IF.
           IF registro-valido
               MOVE ZERO TO w-fecha-valid
               IF ast-fecha IS NUMERIC
                   MOVE ast-fecha TO w-fecha-valid
               END-IF
               IF w-fv-anio < 2000 OR w-fv-mes < 1 OR w-fv-mes > 12
                   OR w-fv-dia < 1 OR w-fv-dia > 31
                   MOVE "N" TO w-registro-valido
                   MOVE "FECHA DE CLASE INVALIDA" TO w-razon-rechazo
               END-IF
           END-IF.
           IF registro-valido
               AND NOT ast-presente-si AND NOT ast-ausente
               MOVE "N" TO w-registro-valido
               MOVE "PRESENTE DEBE SER P O A" TO w-razon-rechazo
           END-IF.
           IF registro-valido
               PERFORM 630-VERIFICAR-REPETIDA
               IF clase-repetida
                   MOVE "N" TO w-registro-valido
                   MOVE "CLASE YA CARGADA" TO w-razon-rechazo
               END-IF
           END-IF.

       610-VALIDAR-MATERIA.
           MOVE "N" TO w-materia-encontrada.
           MOVE ast-materia TO mat-mat.
           READ MATERIAS KEY IS mat-mat
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-materia-encontrada
           END-READ.
           IF NOT materia-encontrada
               MOVE "N" TO w-registro-valido
               MOVE "MATERIA INEXISTENTE" TO w-razon-rechazo
           END-IF.

      * misma regla que la inscripcion: materia con comisiones exige
      * una valida, materia sin comisiones exige comision en blanco
       620-VALIDAR-COMISION.
           MOVE "N" TO w-tiene-comisiones.
           MOVE "N" TO w-comision-valida.
           PERFORM VARYING kc FROM 1 BY 1 UNTIL kc > w-cant-com
               IF tco-materia(kc) = ast-materia
                   MOVE "S" TO w-tiene-comisiones
                   IF tco-comision(kc) = ast-comision
                       MOVE "S" TO w-comision-valida
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT tiene-comisiones AND ast-comision = SPACE
               MOVE "S" TO w-comision-valida
           END-IF.
           IF NOT comision-valida
               MOVE "N" TO w-registro-valido
               MOVE "COMISION INVALIDA" TO w-razon-rechazo
           END-IF.

       630-VERIFICAR-REPETIDA.
           MOVE "N" TO w-clase-repetida.
           PERFORM VARYING kl FROM 1 BY 1
               UNTIL kl > w-cant-cla OR clase-repetida
               IF tcl-dni(kl) = ast-dni
                   AND tcl-materia(kl) = ast-materia
                   AND tcl-comision(kl) = ast-comision
                   AND tcl-fecha(kl) = ast-fecha
                   MOVE "S" TO w-clase-repetida
               END-IF
           END-PERFORM.

       650-GRABAR-REGISTRO.
           WRITE ast-reg.
           ADD 1 TO w-cont-grabados.
           PERFORM 170-AGREGAR-CLASE.

       800-FIN.
           DISPLAY "---- CARGA DE ASISTENCIA ----".
           DISPLAY "LINEAS LEIDAS........: " w-cont-leidos.
           DISPLAY "ASISTENCIAS GRABADAS.: " w-cont-grabados.
           DISPLAY "LINEAS RECHAZADAS....: " w-cont-rechazados.
           CLOSE ASISTENCIA-ACUM.
           CLOSE RECHAZOS.
           IF materias-abierto
               CLOSE MATERIAS
           END-IF.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM CARGAR-ASISTENCIA.
