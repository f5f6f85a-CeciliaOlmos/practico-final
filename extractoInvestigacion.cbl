      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-INVESTIGACION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS es-llave
                   ALTERNATE RECORD KEY IS es-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           SELECT FINALES ASSIGN TO "..\finales.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fin-llave
                   FILE STATUS IS ws-estado-fin.
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-SEDES-SEL.cpy".
      * la clave la guarda la institucion y nunca sale con el
      * extracto: sin ella el identificador no vuelve al DNI
           SELECT CLAVE-INV ASSIGN TO "..\claveInvestigacion.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-clv.
           SELECT PARAM-INV ASSIGN TO "..\paramInvestigacion.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-pinv.
           SELECT CSV-OUT ASSIGN TO "..\extractoInvestigacion.csv"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-csv.
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
           COPY "COPY-SEDES-FD.cpy".
       FD  CLAVE-INV.
       01  clv-reg.
           03 clv-clave pic x(20).
      * tamanio minimo de grupo: en blanco o cero vale 5
       FD  PARAM-INV.
       01  pinv-reg.
           03 pinv-minimo pic x(2).
       FD  CSV-OUT.
       01  csv-linea pic x(120).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
           COPY "COPY-SEDES-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-fin pic xx.
       77  ws-estado-mat pic xx.
       77  ws-estado-clv pic xx.
       77  ws-estado-pinv pic xx.
       77  ws-estado-csv pic xx.
       77  w-flag-est pic 9 value 0.
       77  w-flag-fin pic 9 value 0.
       77  w-pasada pic 9 value 1.
           88 pasada-conteo value 1.
           88 pasada-grabacion value 2.
       01  w-nota-aprobada pic 99 value 4.
       01  w-minimo-grupo pic 9(2) value 5.
       01  w-plan-alu pic x(2) value "01".
       01  w-clave pic x(20) value spaces.
       01  w-largo-clave pic 99 value zero.
      * fila del extracto, armada igual desde estados y desde finales
       01  w-fila.
           03 w-fila-cohorte pic 9(4).
           03 w-fila-plan pic x(2).
           03 w-fila-sede pic x(2).
           03 w-fila-materia pic x(2).
           03 w-fila-cuatri pic 99.
      * en las materias aprobado/desaprobado la nota va en blanco:
      * la 04 o 01 grabada no es una calificacion
           03 w-fila-nota pic 99.
           03 w-fila-nota-x redefines w-fila-nota pic x(2).
           03 w-fila-modalidad pic x(13).
           03 w-fila-resultado pic x(11).
           03 w-fila-origen pic x(7).
      * identificador seudonimo: dos acumuladores encadenados sobre
      * clave + DNI + clave, cada uno modulo un primo distinto
       01  w-hash-texto pic x(48).
       01  w-hash-car redefines w-hash-texto pic x occurs 48 times.
       01  w-alfabeto pic x(64) value
           "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwx
      -    "yz-_".
       01  w-alfa-car redefines w-alfabeto pic x occurs 64 times.
       01  kh pic 99.
       01  ka pic 99.
       01  w-hash-valor pic 99.
       01  w-hash-1 pic 9(9).
       01  w-hash-2 pic 9(9).
       01  w-hash-prod pic 9(12).
       01  w-hash-coc pic 9(12).
       01  w-hash-alto pic 9(5).
       01  w-hash-bajo pic 9(5).
       01  w-seudonimo pic 9(10).
      * grupos cohorte/plan/sede/materia/cuatrimestre con la cantidad
      * de alumnos distintos; el alumno se cuenta una sola vez por
      * grupo aunque tenga varias filas (se recorre alumno por alumno)
       01  k pic 9(4).
       77  w-grupo-hallado pic x value "N".
           88 grupo-hallado value "S".
       01  w-cant-grupos pic 9(4) value zero.
       01  tabla-grupos.
           03 tab-grupo OCCURS 5000 TIMES.
               05 tg-cohorte pic 9(4).
               05 tg-plan pic x(2).
               05 tg-sede pic x(2).
               05 tg-materia pic x(2).
               05 tg-cuatri pic 99.
               05 tg-alumnos pic 9(5).
               05 tg-ult-dni pic 9(8).
       01  w-cont-alumnos pic 9(6) value zero.
       01  w-cont-filas pic 9(7) value zero.
       01  w-cont-exportadas pic 9(7) value zero.
       01  w-cont-suprimidas pic 9(7) value zero.
       01  w-cont-sin-grupo pic 9(7) value zero.
       01  w-grupos-suprimidos pic 9(4) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "extractoInvestigacion" TO w-err-programa.
           DISPLAY "EXTRACTO ANONIMIZADO PARA INVESTIGACION".
           PERFORM 100-INICIO.
           MOVE 1 TO w-pasada.
           PERFORM 300-RECORRER-ALUMNOS.
           PERFORM 400-CONTAR-SUPRIMIDOS.
           MOVE 2 TO w-pasada.
           PERFORM 300-RECORRER-ALUMNOS.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 110-LEER-CLAVE.
           PERFORM 120-LEER-PARAMETROS.
           PERFORM 931-CARGAR-SEDES.
           PERFORM 939-ASEGURAR-SEDE-PRINCIPAL.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu NOT = "00"
               MOVE "alumnos.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-alu TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir alumnos.dat, estado "
                       ws-estado-alu
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-est
               CLOSE ALUMNOS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      * sin finales.dat el extracto sale solo con las cursadas
           OPEN INPUT FINALES.
           IF ws-estado-fin NOT = "00"
               MOVE "finales.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-fin TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir finales.dat, estado "
                       ws-estado-fin ": se extraen solo cursadas"
               MOVE 1 TO w-flag-fin
           END-IF.
           OPEN INPUT MATERIAS.
           OPEN OUTPUT CSV-OUT.
           IF ws-estado-csv NOT = "00"
               MOVE "extractoInvestigacion.csv" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-csv TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo crear extractoInvestigacion.csv, "
                       "estado " ws-estado-csv
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO csv-linea.
           STRING "ID,COHORTE,PLAN,SEDE,MATERIA,CUATRIMESTRE,NOTA,"
               "MODALIDAD,RESULTADO,ORIGEN"
               DELIMITED BY SIZE INTO csv-linea.
           WRITE csv-linea.

      * sin clave no hay extracto: un identificador sin secreto se
      * podria rearmar a partir de cualquier lista de DNI
       110-LEER-CLAVE.
           OPEN INPUT CLAVE-INV.
           IF ws-estado-clv = "00"
               READ CLAVE-INV
                   AT END CONTINUE
                   NOT AT END MOVE clv-clave TO w-clave
               END-READ
               CLOSE CLAVE-INV
           ELSE
               MOVE "claveInvestigacion.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-clv TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
           END-IF.
           MOVE ZERO TO w-largo-clave.
           INSPECT w-clave TALLYING w-largo-clave
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF w-largo-clave < 8
               DISPLAY "Falta la clave en claveInvestigacion.txt "
                       "(minimo 8 caracteres), no se genera el extracto"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       120-LEER-PARAMETROS.
           OPEN INPUT PARAM-INV.
           IF ws-estado-pinv = "00"
               READ PARAM-INV
                   AT END CONTINUE
                   NOT AT END
                       IF pinv-minimo IS NUMERIC
                           AND pinv-minimo NOT = "00"
                           MOVE pinv-minimo TO w-minimo-grupo
                       END-IF
               END-READ
               CLOSE PARAM-INV
           END-IF.
           DISPLAY "Grupos de menos de " w-minimo-grupo
                   " alumnos se suprimen".

      * primera pasada: cuenta alumnos por grupo; segunda pasada:
      * graba las filas de los grupos que llegan al minimo
       300-RECORRER-ALUMNOS.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF pasada-conteo
                   ADD 1 TO w-cont-alumnos
               ELSE
                   PERFORM 600-CALCULAR-SEUDONIMO
               END-IF
               MOVE al-cohorte TO w-fila-cohorte
               IF al-plan = SPACES
                   MOVE w-plan-alu TO w-fila-plan
               ELSE
                   MOVE al-plan TO w-fila-plan
               END-IF
               MOVE al-sede TO w-sede-codigo
               PERFORM 934-NORMALIZAR-SEDE
               MOVE w-sede-codigo TO w-fila-sede
               PERFORM 310-LEER-CURSADAS
               IF w-flag-fin NOT = 1
                   PERFORM 320-LEER-FINALES
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.

       310-LEER-CURSADAS.
           MOVE al-dni TO es-dni.
           MOVE LOW-VALUES TO es-materia.
           MOVE LOW-VALUES TO es-sec.
           MOVE ZERO TO w-flag-est.
           START ESTADOS KEY IS NOT LESS THAN es-llave
               INVALID KEY
                   MOVE 1 TO w-flag-est
           END-START.
           PERFORM UNTIL w-flag-est NOT = ZERO
               READ ESTADOS NEXT RECORD
                   AT END MOVE 1 TO w-flag-est
               END-READ
               IF w-flag-est = ZERO
                   IF es-dni = al-dni
                       PERFORM 330-ARMAR-FILA-CURSADA
                       PERFORM 500-PROCESAR-FILA
                   ELSE
                       MOVE 1 TO w-flag-est
                   END-IF
               END-IF
           END-PERFORM.

       320-LEER-FINALES.
           MOVE al-dni TO fin-dni.
           MOVE LOW-VALUES TO fin-materia.
           MOVE ZERO TO fin-fecha.
           MOVE ZERO TO w-flag-fin.
           START FINALES KEY IS NOT LESS THAN fin-llave
               INVALID KEY
                   MOVE 2 TO w-flag-fin
           END-START.
           PERFORM UNTIL w-flag-fin NOT = ZERO
               READ FINALES NEXT RECORD
                   AT END MOVE 2 TO w-flag-fin
               END-READ
               IF w-flag-fin = ZERO
                   IF fin-dni = al-dni
                       PERFORM 340-ARMAR-FILA-FINAL
                       PERFORM 500-PROCESAR-FILA
                   ELSE
                       MOVE 2 TO w-flag-fin
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZERO TO w-flag-fin.

       330-ARMAR-FILA-CURSADA.
           MOVE es-materia TO w-fila-materia.
           MOVE es-cuatri TO w-fila-cuatri.
           MOVE es-nota TO w-fila-nota.
           MOVE "CURSADA" TO w-fila-origen.
           MOVE w-fila-plan TO mat-plan.
           MOVE es-materia TO mat-mat.
           READ MATERIAS KEY IS mat-llave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF mat-sin-nota
                       MOVE SPACES TO w-fila-nota-x
                   END-IF
           END-READ.
           EVALUATE es-curso
               WHEN "R" MOVE "REGULAR" TO w-fila-modalidad
               WHEN "L" MOVE "LIBRE" TO w-fila-modalidad
               WHEN "P" MOVE "PROMOCION" TO w-fila-modalidad
               WHEN "A" MOVE "AUSENTE" TO w-fila-modalidad
               WHEN "J" MOVE "AUS.JUSTIF" TO w-fila-modalidad
               WHEN "E" MOVE "EQUIVALENCIA" TO w-fila-modalidad
               WHEN OTHER MOVE "?" TO w-fila-modalidad
           END-EVALUATE.
           EVALUATE TRUE
               WHEN es-curso = "A" OR es-curso = "J"
                   MOVE "AUSENTE" TO w-fila-resultado
               WHEN es-nota >= w-nota-aprobada
                   MOVE "APROBADO" TO w-fila-resultado
               WHEN OTHER
                   MOVE "DESAPROBADO" TO w-fila-resultado
           END-EVALUATE.

      * el final no trae cuatrimestre: se toma el de la materia en
      * el plan del alumno (cero si la materia no esta en su plan)
       340-ARMAR-FILA-FINAL.
           MOVE fin-materia TO w-fila-materia.
           MOVE fin-nota TO w-fila-nota.
           MOVE "FINAL" TO w-fila-origen.
           MOVE w-fila-plan TO mat-plan.
           MOVE fin-materia TO mat-mat.
           READ MATERIAS KEY IS mat-llave
               INVALID KEY
                   MOVE ZERO TO w-fila-cuatri
               NOT INVALID KEY
                   MOVE mat-cuat TO w-fila-cuatri
                   IF mat-sin-nota
                       MOVE SPACES TO w-fila-nota-x
                   END-IF
           END-READ.
           IF fin-libre
               MOVE "FINAL LIBRE" TO w-fila-modalidad
           ELSE
               MOVE "FINAL REGULAR" TO w-fila-modalidad
           END-IF.
           IF fin-nota >= w-nota-aprobada
               MOVE "APROBADO" TO w-fila-resultado
           ELSE
               MOVE "DESAPROBADO" TO w-fila-resultado
           END-IF.

       500-PROCESAR-FILA.
           PERFORM 510-BUSCAR-GRUPO.
           IF pasada-conteo
               ADD 1 TO w-cont-filas
               PERFORM 520-CONTAR-GRUPO
           ELSE
               IF grupo-hallado
                   AND tg-alumnos(k) >= w-minimo-grupo
                   PERFORM 530-GRABAR-FILA
               ELSE
                   ADD 1 TO w-cont-suprimidas
               END-IF
           END-IF.

       510-BUSCAR-GRUPO.
           MOVE "N" TO w-grupo-hallado.
           PERFORM VARYING k FROM 1 BY 1
               UNTIL k > w-cant-grupos OR grupo-hallado
               IF tg-cohorte(k) = w-fila-cohorte
                   AND tg-plan(k) = w-fila-plan
                   AND tg-sede(k) = w-fila-sede
                   AND tg-materia(k) = w-fila-materia
                   AND tg-cuatri(k) = w-fila-cuatri
                   MOVE "S" TO w-grupo-hallado
               END-IF
           END-PERFORM.
           IF grupo-hallado
               SUBTRACT 1 FROM k
           END-IF.

      * un grupo que no entra en la tabla queda sin contar y sus
      * filas se suprimen: ante la duda no se publica
       520-CONTAR-GRUPO.
           IF NOT grupo-hallado
               IF w-cant-grupos < 5000
                   ADD 1 TO w-cant-grupos
                   MOVE w-cant-grupos TO k
                   MOVE w-fila-cohorte TO tg-cohorte(k)
                   MOVE w-fila-plan TO tg-plan(k)
                   MOVE w-fila-sede TO tg-sede(k)
                   MOVE w-fila-materia TO tg-materia(k)
                   MOVE w-fila-cuatri TO tg-cuatri(k)
                   MOVE ZERO TO tg-alumnos(k)
                   MOVE ZERO TO tg-ult-dni(k)
                   MOVE "S" TO w-grupo-hallado
               ELSE
                   ADD 1 TO w-cont-sin-grupo
               END-IF
           END-IF.
           IF grupo-hallado
               IF tg-ult-dni(k) NOT = al-dni
                   ADD 1 TO tg-alumnos(k)
                   MOVE al-dni TO tg-ult-dni(k)
               END-IF
           END-IF.

       530-GRABAR-FILA.
           MOVE SPACES TO csv-linea.
           STRING w-seudonimo DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               w-fila-cohorte DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               w-fila-plan DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               w-fila-sede DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               w-fila-materia DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               w-fila-cuatri DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               w-fila-nota-x DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               w-fila-modalidad DELIMITED BY "  "
               "," DELIMITED BY SIZE
               w-fila-resultado DELIMITED BY "  "
               "," DELIMITED BY SIZE
               w-fila-origen DELIMITED BY " "
               INTO csv-linea.
           WRITE csv-linea.
           IF ws-estado-csv NOT = "00"
               MOVE "extractoInvestigacion.csv" TO w-err-archivo
               MOVE "WRITE" TO w-err-operacion
               MOVE ws-estado-csv TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo grabar extractoInvestigacion.csv, "
                       "estado " ws-estado-csv
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO w-cont-exportadas.

       400-CONTAR-SUPRIMIDOS.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-grupos
               IF tg-alumnos(k) < w-minimo-grupo
                   ADD 1 TO w-grupos-suprimidos
               END-IF
           END-PERFORM.

      * el mismo DNI con la misma clave da siempre el mismo numero;
      * sin la clave no se puede rearmar la correspondencia
       600-CALCULAR-SEUDONIMO.
           MOVE SPACES TO w-hash-texto.
           STRING w-clave al-dni w-clave
               DELIMITED BY SIZE INTO w-hash-texto.
           MOVE 19 TO w-hash-1.
           MOVE 73 TO w-hash-2.
           PERFORM VARYING kh FROM 1 BY 1 UNTIL kh > 48
               PERFORM 610-VALOR-CARACTER
               COMPUTE w-hash-prod = w-hash-1 * 257 + w-hash-valor + kh
               DIVIDE w-hash-prod BY 999999937
                   GIVING w-hash-coc REMAINDER w-hash-1
               COMPUTE w-hash-prod = w-hash-2 * 263 + w-hash-valor
                   + w-hash-1
               DIVIDE w-hash-prod BY 999999893
                   GIVING w-hash-coc REMAINDER w-hash-2
           END-PERFORM.
           DIVIDE w-hash-1 BY 100000
               GIVING w-hash-coc REMAINDER w-hash-alto.
           DIVIDE w-hash-2 BY 100000
               GIVING w-hash-coc REMAINDER w-hash-bajo.
           COMPUTE w-seudonimo = w-hash-alto * 100000 + w-hash-bajo.

       610-VALOR-CARACTER.
           MOVE ZERO TO w-hash-valor.
           PERFORM VARYING ka FROM 1 BY 1
               UNTIL ka > 64 OR w-hash-valor NOT = ZERO
               IF w-alfa-car(ka) = w-hash-car(kh)
                   MOVE ka TO w-hash-valor
               END-IF
           END-PERFORM.

       800-FIN.
           CLOSE ALUMNOS.
           CLOSE ESTADOS.
           IF w-flag-fin NOT = 1
               CLOSE FINALES
           END-IF.
           CLOSE MATERIAS.
           CLOSE CSV-OUT.
           DISPLAY "................................................".
           DISPLAY "EXTRACTO ANONIMIZADO PARA INVESTIGACION".
           DISPLAY "Alumnos recorridos: " w-cont-alumnos.
           DISPLAY "Filas de cursadas y finales: " w-cont-filas.
           DISPLAY "Grupos: " w-cant-grupos
                   " (suprimidos: " w-grupos-suprimidos ")".
           DISPLAY "Filas exportadas: " w-cont-exportadas.
           DISPLAY "Filas suprimidas por grupo chico: "
                   w-cont-suprimidas.
           IF w-cont-sin-grupo NOT = ZERO
               DISPLAY "Filas sin lugar en la tabla de grupos "
                       "(suprimidas): " w-cont-sin-grupo
           END-IF.
           DISPLAY "Salida: extractoInvestigacion.csv, sin DNI, "
                   "legajo, nombre ni contacto".
           DISPLAY "................................................".

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-SEDES-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM EXTRACTO-INVESTIGACION.
