      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-MATERIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * materias.txt queda como respaldo: el indexado nuevo es
      * materias.dat y se genera una sola vez
           SELECT MATERIAS-TEXTO ASSIGN TO "..\materias.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS IS ws-estado-txt.
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
      * trazado del archivo de texto: cuatrimestre primero y el plan
      * despues del nombre
       FD  MATERIAS-TEXTO.
       01  mtx-reg.
           03 mtx-cuat pic x(2).
           03 mtx-mat pic x(2).
           03 mtx-nombre pic x(30).
           03 mtx-plan pic x(2).
           03 mtx-admite-libre pic x.
           03 mtx-pool pic x(2).
           03 mtx-horas pic x(3).
           03 mtx-creditos pic x(2).
           03 mtx-tipo-nota pic x.
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-txt pic xx.
       77  ws-estado-mat pic xx.
       77  w-flag-txt pic 9 value 0.
           88 fin-texto value 1.
       77  w-flag-mat pic 9 value 0.
           88 fin-materias value 1.
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       77  w-plan-original pic x(2).
       01  w-cont-leidas pic 9(5) value zero.
       01  w-cont-grabadas pic 9(5) value zero.
       01  w-cont-plan-blanco pic 9(5) value zero.
       01  w-cont-colisiones pic 9(5) value zero.
       01  w-cont-invalidas pic 9(5) value zero.
       01  w-cont-indexado pic 9(5) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "convertirMaterias" TO w-err-programa.
           DISPLAY "CONVERSION DE MATERIAS A INDEXADO".
           DISPLAY "Lee materias.txt y genera materias.dat indexado "
                   "por plan y materia".
           PERFORM 100-INICIO.
           DISPLAY "Confirma la conversion? (S/N)".
           ACCEPT w-confirma.
           IF NOT confirma-si
               CLOSE MATERIAS-TEXTO
               DISPLAY "Operacion cancelada, archivos sin cambios"
               STOP RUN
           END-IF.
           PERFORM 200-CONVERTIR.
           PERFORM 400-VERIFICAR.
           PERFORM 800-FIN.
            STOP RUN.

      * el indexado no puede existir todavia: si materias.dat ya
      * esta, la conversion ya se hizo
       100-INICIO.
           OPEN INPUT MATERIAS-TEXTO.
           IF ws-estado-txt NOT = "00"
               MOVE "materias.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-txt TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir materias.txt, estado "
                       ws-estado-txt
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MATERIAS.
           IF ws-estado-mat NOT = "35"
               IF ws-estado-mat = "00"
                   CLOSE MATERIAS
               END-IF
               CLOSE MATERIAS-TEXTO
               DISPLAY "materias.dat ya existe (estado " ws-estado-mat
                       "), conversion cancelada"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * un plan en blanco se graba como "01"; dos filas con el mismo
      * plan y codigo (por ejemplo una en blanco y otra en "01")
      * chocan en la clave: la segunda se rechaza y se informa para
      * corregirla a mano en ALTAS-MATERIAS
       200-CONVERTIR.
           OPEN OUTPUT MATERIAS.
           IF ws-estado-mat NOT = "00"
               MOVE "materias.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-mat TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo crear materias.dat, estado "
                       ws-estado-mat
               CLOSE MATERIAS-TEXTO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 210-LEER-TEXTO.
           PERFORM UNTIL fin-texto
               ADD 1 TO w-cont-leidas
               PERFORM 300-GRABAR-MATERIA
               PERFORM 210-LEER-TEXTO
           END-PERFORM.
           CLOSE MATERIAS-TEXTO.
           CLOSE MATERIAS.

       210-LEER-TEXTO.
           READ MATERIAS-TEXTO AT END MOVE 1 TO w-flag-txt.

       300-GRABAR-MATERIA.
           IF mtx-cuat IS NOT NUMERIC OR mtx-mat = SPACES
               ADD 1 TO w-cont-invalidas
               DISPLAY "RECHAZADA linea invalida: " mtx-reg
           ELSE
               PERFORM 310-ARMAR-REGISTRO
               WRITE mat-reg
                   INVALID KEY
                       ADD 1 TO w-cont-colisiones
                       DISPLAY "RECHAZADA materia " mtx-mat " plan "
                               mat-plan " (plan original '"
                               w-plan-original "'): ya hay otra fila "
                               "con esa clave, estado " ws-estado-mat
                   NOT INVALID KEY
                       ADD 1 TO w-cont-grabadas
               END-WRITE
           END-IF.

      * horas y creditos en blanco de los registros viejos pasan
      * como cero
       310-ARMAR-REGISTRO.
           INITIALIZE mat-reg.
           MOVE mtx-plan TO w-plan-original.
           IF mtx-plan = SPACES
               ADD 1 TO w-cont-plan-blanco
               MOVE "01" TO mat-plan
           ELSE
               MOVE mtx-plan TO mat-plan
           END-IF.
           MOVE mtx-mat TO mat-mat.
           MOVE mtx-cuat TO mat-cuat.
           MOVE mtx-nombre TO mat-nombre.
           MOVE mtx-admite-libre TO mat-admite-libre.
           MOVE mtx-pool TO mat-pool.
           IF mtx-horas IS NUMERIC
               MOVE mtx-horas TO mat-horas
           END-IF.
           IF mtx-creditos IS NUMERIC
               MOVE mtx-creditos TO mat-creditos
           END-IF.
           MOVE mtx-tipo-nota TO mat-tipo-nota.

      * control: el indexado se recorre completo y tiene que tener
      * exactamente las materias grabadas
       400-VERIFICAR.
           OPEN INPUT MATERIAS.
           PERFORM 410-LEER-INDEXADO.
           PERFORM UNTIL fin-materias
               ADD 1 TO w-cont-indexado
               PERFORM 410-LEER-INDEXADO
           END-PERFORM.
           CLOSE MATERIAS.

       410-LEER-INDEXADO.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       800-FIN.
           DISPLAY "................................................".
           DISPLAY "CONVERSION DE MATERIAS A INDEXADO".
           DISPLAY "Filas leidas de materias.txt: " w-cont-leidas.
           DISPLAY "Filas con plan en blanco (pasan a 01): "
                   w-cont-plan-blanco.
           DISPLAY "Materias grabadas: " w-cont-grabadas.
           DISPLAY "Filas invalidas: " w-cont-invalidas.
           DISPLAY "Colisiones de plan y materia: " w-cont-colisiones.
           DISPLAY "Materias en materias.dat: " w-cont-indexado.
           IF w-cont-invalidas NOT = ZERO
               OR w-cont-colisiones NOT = ZERO
               OR w-cont-indexado NOT = w-cont-grabadas
               DISPLAY "CONVERSION CON ERRORES: revisar las filas "
                       "informadas antes de usar materias.dat"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERSION CORRECTA: conservar materias.txt "
                       "como respaldo"
           END-IF.
           DISPLAY "................................................".

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM CONVERTIR-MATERIAS.
