                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT REGISTRO-EQ ASSIGN TO "..\equivalenciasRegistro.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-req.
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-sec.
           COPY "COPY-AUDIT-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
       01  sec-reg.
           03 sec-proximo pic 9(6).
           COPY "COPY-AUDIT-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-req pic xx.
       77  ws-estado-sec pic xx.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic x value "N".
           88 materias-abierto value "S".
       77  w-materia-encontrada pic x value "N".
           88 materia-encontrada value "S".
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       01  w-resultado-pf pic x value space.
       01  w-cuatri-materia pic 99 value zero.
       01  w-prox-secuen pic 9(6) value zero.
       77  w-flag-barrido pic 9 value 0.
           COPY "COPY-AUDIT-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "equivalencias" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM UNTIL NOT seguir-cargando
               PERFORM 300-CARGAR-EQUIVALENCIA
            STOP RUN.

       100-INICIO.
           PERFORM 110-ABRIR-MATERIAS.
           OPEN I-O ESTADOS.
           IF ws-estado-est = "35"
               OPEN OUTPUT ESTADOS
           END-IF.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-est
               MOVE 1 TO RETURN-CODE
           ACCEPT w-aud-operador.
           PERFORM 150-CARGAR-SECUENCIA.

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

       150-CARGAR-SECUENCIA.
           OPEN INPUT CONTROL-SEC.
           ACCEPT w-dni-nuevo.
           DISPLAY "Ingrese la materia reconocida".
           ACCEPT w-materia-nueva.
           PERFORM 310-VALIDAR-MATERIA.
      * una materia aprobado/desaprobado solo se reconoce aprobada
      * y se graba con nota 04
           IF materia-sin-nota
               DISPLAY "Materia aprobado/desaprobado: ingrese el "
                       "resultado reconocido (A = aprobado)"
               MOVE SPACE TO w-resultado-pf
               ACCEPT w-resultado-pf
               IF w-resultado-pf = "A" OR w-resultado-pf = "a"
                   MOVE 4 TO w-nota-nueva
               ELSE
                   MOVE ZERO TO w-nota-nueva
               END-IF
           ELSE
               DISPLAY "Ingrese la nota reconocida (4 a 10)"
               ACCEPT w-nota-nueva
           END-IF.
           DISPLAY "Ingrese el numero de resolucion".
           ACCEPT w-resolucion.
           DISPLAY "Ingrese la institucion o plan de origen".
           ACCEPT w-origen.
           IF NOT materia-encontrada
               DISPLAY "Materia inexistente, equivalencia rechazada"
               ADD 1 TO w-cont-rechazadas

       310-VALIDAR-MATERIA.
           MOVE "N" TO w-materia-encontrada.
           MOVE "N" TO w-materia-pf.
           MOVE ZERO TO w-cuatri-materia.
           MOVE w-materia-nueva TO mat-mat.
           READ MATERIAS KEY IS mat-mat
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-materia-encontrada
                   MOVE mat-cuat TO w-cuatri-materia
                   IF mat-sin-nota
                       MOVE "S" TO w-materia-pf
                   END-IF
           END-READ.

       400-GRABAR-EQUIVALENCIA.
           MOVE w-dni-nuevo TO es-dni.
           DISPLAY "EQUIVALENCIAS CARGADAS..: " w-cont-cargadas.
           DISPLAY "EQUIVALENCIAS RECHAZADAS: " w-cont-rechazadas.
           CLOSE ESTADOS.
           IF materias-abierto
               CLOSE MATERIAS
           END-IF.
           CLOSE REGISTRO-EQ.
           CLOSE AUDITORIA.

           WRITE sec-reg.
           CLOSE CONTROL-SEC.
           COPY "COPY-AUDIT-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM EQUIVALENCIAS.
