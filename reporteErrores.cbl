      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ERRORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ERRLOG-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impErrores.dat".
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-ERRLOG-FD.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  w-flag-err pic 9 value 0.
           88 fin-errores value 1.
       01  w-fecha-desde pic 9(8) value zero.
       01  w-fecha-hasta pic 9(8) value 99999999.
       01  w-fecha-reg pic 9(8) value zero.
       01  w-cont-leidos pic 9(6) value zero.
       01  w-cont-periodo pic 9(6) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  w-programa-ant pic x(22) value spaces.
       01  w-linea-sub pic x(80).
       01  w-explicacion pic x(50).
      * un renglon por programa y file status; si la tabla se llena
      * los errores que no entran se cuentan aparte
       01  k pic 999.
       01  kj pic 999.
       77  w-grupo-hallado pic x value "N".
           88 grupo-hallado value "S".
       01  w-cant-grupos pic 999 value zero.
       01  w-cont-sin-grupo pic 9(6) value zero.
       01  tabla-grupos.
           03 tab-grupo OCCURS 300 TIMES.
               05 tg-programa pic x(22).
               05 tg-estado pic xx.
               05 tg-cant pic 9(6).
               05 tg-archivo pic x(25).
               05 tg-ultima pic x(14).
       01  w-grupo-aux pic x(69).
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "ERRORES DE ARCHIVO POR PRO
      -         "GRAMA Y FILE STATUS".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  lin-periodo.
           03 filler       pic x(8)  value "DESDE: ".
           03 d-desde      pic 9(8).
           03 filler       pic x(9)  value "  HASTA: ".
           03 d-hasta      pic 9(8).
           03 filler       pic x(47) value spaces.
       01  lin-programa.
           03 filler       pic x(10) value "PROGRAMA: ".
           03 d-programa   pic x(22).
           03 filler       pic x(48) value spaces.
       01  lin-grupo.
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(7)  value "ESTADO ".
           03 d-estado     pic xx.
           03 filler       pic x(2)  value spaces.
           03 d-cant       pic zzzzz9.
           03 filler       pic x(2)  value spaces.
           03 d-explicacion pic x(50).
           03 filler       pic x(7)  value spaces.
       01  lin-grupo2.
           03 filler       pic x(13) value spaces.
           03 filler       pic x(15) value "ULTIMO ARCHIVO ".
           03 d-archivo    pic x(25).
           03 filler       pic x(1)  value spaces.
           03 d-ultima     pic x(14).
           03 filler       pic x(12) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ERROR.
           PERFORM UNTIL fin-errores
               ADD 1 TO w-cont-leidos
               PERFORM 300-ACUMULAR-ERROR
               PERFORM 200-LEER-ERROR
           END-PERFORM.
           PERFORM 400-ORDENAR-GRUPOS.
           PERFORM 500-LISTAR-GRUPOS.
           PERFORM 700-LISTAR-REFERENCIAS.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           DISPLAY "Fecha desde (AAAAMMDD, 0 = sin limite)".
           ACCEPT w-fecha-desde.
           DISPLAY "Fecha hasta (AAAAMMDD, 0 = sin limite)".
           ACCEPT w-fecha-hasta.
           IF w-fecha-hasta = ZERO
               MOVE 99999999 TO w-fecha-hasta
           END-IF.
           OPEN INPUT ERRORES-ARCHIVO.
           IF ws-estado-err NOT = "00"
               DISPLAY "Sin erroresArchivo.txt: no hay errores "
                       "registrados (estado " ws-estado-err ")"
               MOVE 1 TO w-flag-err
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.
           MOVE w-fecha-desde TO d-desde.
           MOVE w-fecha-hasta TO d-hasta.
           WRITE lis-reg FROM lin-periodo AFTER ADVANCING 1 LINE.
           DISPLAY lin-periodo.

       200-LEER-ERROR.
           IF NOT fin-errores
               READ ERRORES-ARCHIVO AT END MOVE 1 TO w-flag-err
               END-READ
           END-IF.

       300-ACUMULAR-ERROR.
           MOVE ZERO TO w-fecha-reg.
           IF err-fecha IS NUMERIC
               MOVE err-fecha TO w-fecha-reg
           END-IF.
           IF w-fecha-reg NOT < w-fecha-desde
               AND w-fecha-reg NOT > w-fecha-hasta
               ADD 1 TO w-cont-periodo
               PERFORM 310-UBICAR-GRUPO
           END-IF.

       310-UBICAR-GRUPO.
           MOVE "N" TO w-grupo-hallado.
           PERFORM VARYING k FROM 1 BY 1
               UNTIL k > w-cant-grupos OR grupo-hallado
               IF tg-programa(k) = err-programa
                   AND tg-estado(k) = err-estado
                   MOVE "S" TO w-grupo-hallado
                   ADD 1 TO tg-cant(k)
                   MOVE err-archivo TO tg-archivo(k)
                   MOVE err-fecha TO tg-ultima(k)(1:8)
                   MOVE err-hora TO tg-ultima(k)(9:6)
               END-IF
           END-PERFORM.
           IF NOT grupo-hallado
               IF w-cant-grupos < 300
                   ADD 1 TO w-cant-grupos
                   MOVE err-programa TO tg-programa(w-cant-grupos)
                   MOVE err-estado TO tg-estado(w-cant-grupos)
                   MOVE 1 TO tg-cant(w-cant-grupos)
                   MOVE err-archivo TO tg-archivo(w-cant-grupos)
                   MOVE err-fecha TO tg-ultima(w-cant-grupos)(1:8)
                   MOVE err-hora TO tg-ultima(w-cant-grupos)(9:6)
               ELSE
                   ADD 1 TO w-cont-sin-grupo
               END-IF
           END-IF.

      * orden por programa y dentro del programa por file status
       400-ORDENAR-GRUPOS.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k >= w-cant-grupos
               PERFORM VARYING kj FROM k BY 1
                   UNTIL kj > w-cant-grupos
                   IF tg-programa(kj) < tg-programa(k)
                       OR (tg-programa(kj) = tg-programa(k)
                           AND tg-estado(kj) < tg-estado(k))
                       MOVE tab-grupo(k) TO w-grupo-aux
                       MOVE tab-grupo(kj) TO tab-grupo(k)
                       MOVE w-grupo-aux TO tab-grupo(kj)
                   END-IF
               END-PERFORM
           END-PERFORM.

       500-LISTAR-GRUPOS.
           MOVE SPACES TO w-programa-ant.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-grupos
               IF tg-programa(k) NOT = w-programa-ant
                   MOVE tg-programa(k) TO w-programa-ant
                   MOVE tg-programa(k) TO d-programa
                   WRITE lis-reg FROM lin-programa
                       AFTER ADVANCING 2 LINES
                       AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
                   END-WRITE
                   DISPLAY lin-programa
               END-IF
               PERFORM 510-LISTAR-GRUPO
           END-PERFORM.

       510-LISTAR-GRUPO.
           MOVE tg-estado(k) TO d-estado.
           MOVE tg-cant(k) TO d-cant.
           MOVE tg-estado(k) TO w-err-estado.
           PERFORM 600-EXPLICAR-ESTADO.
           MOVE w-explicacion TO d-explicacion.
           WRITE lis-reg FROM lin-grupo AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-grupo.
           MOVE tg-archivo(k) TO d-archivo.
           MOVE tg-ultima(k) TO d-ultima.
           WRITE lis-reg FROM lin-grupo2 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-grupo2.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.

      * explicacion en castellano llano de los file status que mas
      * aparecen; la serie 9x depende del entorno y se agrupa
       600-EXPLICAR-ESTADO.
           EVALUATE w-err-estado
               WHEN "10"
                   MOVE "FIN DE ARCHIVO ANTES DE TIEMPO" TO
                       w-explicacion
               WHEN "21"
                   MOVE "CLAVES FUERA DE ORDEN AL GRABAR EN SECUENCIA"
                       TO w-explicacion
               WHEN "22"
                   MOVE "CLAVE DUPLICADA: YA HAY UN REGISTRO CON ELLA"
                       TO w-explicacion
               WHEN "23"
                   MOVE "NO EXISTE NINGUN REGISTRO CON ESA CLAVE" TO
                       w-explicacion
               WHEN "24"
                   MOVE "ARCHIVO LLENO O CLAVE FUERA DE LIMITE" TO
                       w-explicacion
               WHEN "30"
                   MOVE "ERROR FISICO DE DISCO AL LEER O GRABAR" TO
                       w-explicacion
               WHEN "34"
                   MOVE "SIN ESPACIO PARA GRABAR EL ARCHIVO" TO
                       w-explicacion
               WHEN "35"
                   MOVE "EL ARCHIVO NO EXISTE (FALTA O NOMBRE ERRADO)"
                       TO w-explicacion
               WHEN "37"
                   MOVE "SIN PERMISO PARA ABRIR EL ARCHIVO" TO
                       w-explicacion
               WHEN "39"
                   MOVE "EL ARCHIVO NO COINCIDE CON EL TRAZADO ESPERADO"
                       TO w-explicacion
               WHEN "41"
                   MOVE "EL ARCHIVO YA ESTABA ABIERTO" TO w-explicacion
               WHEN "42"
                   MOVE "SE CERRO UN ARCHIVO QUE NO ESTABA ABIERTO" TO
                       w-explicacion
               WHEN "46"
                   MOVE "LECTURA SIN REGISTRO VIGENTE (YA EN EL FINAL)"
                       TO w-explicacion
               WHEN "47"
               WHEN "48"
               WHEN "49"
                   MOVE "OPERACION NO PERMITIDA EN EL MODO DE APERTURA"
                       TO w-explicacion
               WHEN OTHER
                   IF w-err-estado(1:1) = "9"
                       MOVE "ENTORNO: ARCHIVO BLOQUEADO O INDICE DANADO"
                           TO w-explicacion
                   ELSE
                       MOVE "ESTADO POCO HABITUAL, CONSULTAR A SISTEMAS"
                           TO w-explicacion
                   END-IF
           END-EVALUATE.

      * referencia al pie del listado con los estados de siempre
       700-LISTAR-REFERENCIAS.
           MOVE "REFERENCIA DE LOS FILE STATUS MAS COMUNES:" TO
               w-linea-sub.
           WRITE lis-reg FROM w-linea-sub AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY w-linea-sub.
           MOVE "35" TO w-err-estado.
           PERFORM 710-LISTAR-REFERENCIA.
           MOVE "22" TO w-err-estado.
           PERFORM 710-LISTAR-REFERENCIA.
           MOVE "23" TO w-err-estado.
           PERFORM 710-LISTAR-REFERENCIA.
           MOVE "9x" TO w-err-estado.
           PERFORM 710-LISTAR-REFERENCIA.

       710-LISTAR-REFERENCIA.
           PERFORM 600-EXPLICAR-ESTADO.
           MOVE SPACES TO w-linea-sub.
           STRING "  " w-err-estado " = " w-explicacion
               DELIMITED BY SIZE INTO w-linea-sub.
           WRITE lis-reg FROM w-linea-sub AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY w-linea-sub.

       800-FIN.
           DISPLAY "ERRORES LEIDOS......: " w-cont-leidos.
           DISPLAY "ERRORES EN EL PERIODO: " w-cont-periodo.
           MOVE SPACES TO w-linea-sub.
           STRING "ERRORES EN EL PERIODO: " w-cont-periodo
               DELIMITED BY SIZE INTO w-linea-sub.
           WRITE lis-reg FROM w-linea-sub AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           IF w-cont-sin-grupo NOT = ZERO
               DISPLAY "Tabla de grupos llena (300): " w-cont-sin-grupo
                       " errores sin agrupar"
           END-IF.
           IF ws-estado-err = "00" OR ws-estado-err = "10"
               CLOSE ERRORES-ARCHIVO
           END-IF.
           CLOSE LISTADO.
           DISPLAY "Listado en impErrores.dat".
       END PROGRAM REPORTE-ERRORES.
