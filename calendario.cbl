      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIO-ACADEMICO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-CALEND-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impCalendario.dat".
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-CALEND-FD.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       WORKING-STORAGE SECTION.
           COPY "COPY-CALEND-WS.cpy".
       77  w-llave-menu pic 9.
           88 salir-menu value 8.
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       77  w-dato-valido pic x value "N".
           88 dato-valido value "S".
       77  w-entrada-hallada pic x value "N".
           88 entrada-hallada value "S".
       01  w-tipo-nuevo pic x(3) value spaces.
       01  w-desde-nuevo pic 9(8) value zero.
       01  w-hasta-nuevo pic 9(8) value zero.
       01  w-desc-nueva pic x(30) value spaces.
       01  w-anio-pedido pic 9(4) value zero.
       01  w-cuatri-pedido pic 9 value zero.
       01  w-idx-cal pic 9(3) value zero.
       01  k2-cal pic 9(3).
       01  w-cal-aux.
           03 w-aux-tipo pic x(3).
           03 w-aux-desde pic 9(8).
           03 w-aux-hasta pic 9(8).
           03 w-aux-descripcion pic x(30).
       01  w-tipo-desc pic x(14) value spaces.
       01  w-cont-habiles pic 9(3) value zero.
       01  w-cont-entradas pic 9(3) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(23) value "CALENDARIO ACADEMICO ".
           03 c-anio       pic 9(4).
           03 filler       pic x(28) value spaces.
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  cabecera3.
           03 filler       pic x(11) value "DESDE".
           03 filler       pic x(10) value "DIA".
           03 filler       pic x(11) value "HASTA".
           03 filler       pic x(15) value "TIPO".
           03 filler       pic x(33) value "DESCRIPCION".
       01  lin-detalle.
           03 d-desde      pic x(10).
           03 filler       pic x(1)  value spaces.
           03 d-dia        pic x(9).
           03 filler       pic x(1)  value spaces.
           03 d-hasta      pic x(10).
           03 filler       pic x(1)  value spaces.
           03 d-tipo       pic x(14).
           03 filler       pic x(1)  value spaces.
           03 d-descripcion pic x(30).
           03 filler       pic x(3)  value spaces.
       01  lin-habiles.
           03 filler       pic x(21) value spaces.
           03 filler       pic x(25) value "DIAS HABILES DEL PERIODO:".
           03 d-habiles    pic zz9.
           03 filler       pic x(31) value spaces.
       01  lin-total.
           03 filler       pic x(27) value
               "ENTRADAS DEL ANIO........: ".
           03 d-total      pic zz9.
           03 filler       pic x(50) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 920-CARGAR-CALENDARIO.
           IF calendario-desbordado
               DISPLAY "Solo se puede listar e imprimir, "
                       "calendario.txt no se graba"
           END-IF.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           IF NOT calendario-desbordado
               PERFORM 900-GRABAR-CALENDARIO
           END-IF.
            STOP RUN.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  CALENDARIO ACADEMICO".
           DISPLAY "  1- LISTAR CALENDARIO DE UN ANIO".
           DISPLAY "  2- AGREGAR FERIADO".
           DISPLAY "  3- AGREGAR RECESO".
           DISPLAY "  4- FIJAR INICIO Y FIN DE CUATRIMESTRE".
           DISPLAY "  5- FIJAR INICIO Y FIN DE TURNO DE EXAMEN".
           DISPLAY "  6- BORRAR UNA ENTRADA".
           DISPLAY "  7- IMPRIMIR CALENDARIO DEL ANIO".
           DISPLAY "  8- FIN".
           DISPLAY ".................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 9 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               ACCEPT w-llave-menu
           END-PERFORM.

      * con la tabla desbordada los cambios no podrian grabarse:
      * solo quedan el listado y la impresion
       300-PROCESO.
           IF calendario-desbordado
               AND w-llave-menu > 1 AND w-llave-menu < 7
               DISPLAY "Tabla del calendario llena (300), opcion "
                       "no disponible"
           ELSE
               EVALUATE w-llave-menu
                   WHEN 1 PERFORM 400-LISTAR-ANIO
                   WHEN 2 PERFORM 500-AGREGAR-FERIADO
                   WHEN 3 PERFORM 520-AGREGAR-RECESO
                   WHEN 4 PERFORM 540-FIJAR-CUATRIMESTRE
                   WHEN 5 PERFORM 560-FIJAR-TURNO
                   WHEN 6 PERFORM 600-BORRAR-ENTRADA
                   WHEN 7 PERFORM 700-IMPRIMIR-ANIO
               END-EVALUATE
           END-IF.

       400-LISTAR-ANIO.
           DISPLAY "Ingrese el anio".
           ACCEPT w-anio-pedido.
           PERFORM 850-ORDENAR-TABLA.
           MOVE ZERO TO w-cont-entradas.
           PERFORM VARYING w-idx-cal FROM 1 BY 1
               UNTIL w-idx-cal > w-cant-cal
               IF tca-desde(w-idx-cal)(1:4) = w-anio-pedido
                   ADD 1 TO w-cont-entradas
                   PERFORM 810-ARMAR-DETALLE
                   DISPLAY lin-detalle
               END-IF
           END-PERFORM.
           DISPLAY "Entradas del anio: " w-cont-entradas.

       500-AGREGAR-FERIADO.
           DISPLAY "Ingrese la fecha del feriado (AAAAMMDD)".
           ACCEPT w-desde-nuevo.
           MOVE w-desde-nuevo TO w-cal-fecha.
           PERFORM 924-VALIDAR-FECHA.
           IF NOT cal-fecha-valida
               DISPLAY "Fecha inexistente"
           ELSE
               DISPLAY "Ingrese la descripcion"
               ACCEPT w-desc-nueva
               MOVE "FER" TO w-tipo-nuevo
               MOVE w-desde-nuevo TO w-hasta-nuevo
               PERFORM 580-BUSCAR-ENTRADA
               IF entrada-hallada
                   DISPLAY "El feriado ya estaba cargado"
               ELSE
                   PERFORM 590-AGREGAR-ENTRADA
               END-IF
           END-IF.

       520-AGREGAR-RECESO.
           PERFORM 530-PEDIR-RANGO.
           IF dato-valido
               DISPLAY "Ingrese la descripcion"
               ACCEPT w-desc-nueva
               MOVE "REC" TO w-tipo-nuevo
               PERFORM 580-BUSCAR-ENTRADA
               IF entrada-hallada
                   MOVE w-hasta-nuevo TO tca-hasta(w-idx-cal)
                   MOVE w-desc-nueva TO tca-descripcion(w-idx-cal)
                   DISPLAY "Receso actualizado"
               ELSE
                   PERFORM 590-AGREGAR-ENTRADA
               END-IF
           END-IF.

       530-PEDIR-RANGO.
           MOVE "N" TO w-dato-valido.
           DISPLAY "Ingrese la fecha desde (AAAAMMDD)".
           ACCEPT w-desde-nuevo.
           DISPLAY "Ingrese la fecha hasta (AAAAMMDD)".
           ACCEPT w-hasta-nuevo.
           MOVE w-desde-nuevo TO w-cal-fecha.
           PERFORM 924-VALIDAR-FECHA.
           IF cal-fecha-valida
               MOVE w-hasta-nuevo TO w-cal-fecha
               PERFORM 924-VALIDAR-FECHA
           END-IF.
           IF NOT cal-fecha-valida
               DISPLAY "Fecha inexistente"
           ELSE
               IF w-hasta-nuevo < w-desde-nuevo
                   DISPLAY "La fecha hasta es anterior a la desde"
               ELSE
                   MOVE "S" TO w-dato-valido
               END-IF
           END-IF.

      * un solo inicio y fin por cuatrimestre y anio: fijarlo de
      * nuevo reemplaza el anterior
       540-FIJAR-CUATRIMESTRE.
           DISPLAY "Ingrese el cuatrimestre (1 o 2)".
           ACCEPT w-cuatri-pedido.
           IF w-cuatri-pedido < 1 OR w-cuatri-pedido > 2
               DISPLAY "Cuatrimestre invalido"
           ELSE
               PERFORM 530-PEDIR-RANGO
               IF dato-valido
                   IF w-cuatri-pedido = 1
                       MOVE "CU1" TO w-tipo-nuevo
                   ELSE
                       MOVE "CU2" TO w-tipo-nuevo
                   END-IF
                   MOVE SPACES TO w-desc-nueva
                   STRING w-cuatri-pedido "o. CUATRIMESTRE"
                       DELIMITED BY SIZE INTO w-desc-nueva
                   PERFORM 570-REEMPLAZAR-PERIODO
               END-IF
           END-IF.

       560-FIJAR-TURNO.
           DISPLAY "Ingrese el turno (FEB/JUL/DIC)".
           ACCEPT w-tipo-nuevo.
           IF w-tipo-nuevo NOT = "FEB" AND w-tipo-nuevo NOT = "JUL"
               AND w-tipo-nuevo NOT = "DIC"
               DISPLAY "Turno invalido, use FEB, JUL o DIC"
           ELSE
               PERFORM 530-PEDIR-RANGO
               IF dato-valido
                   MOVE SPACES TO w-desc-nueva
                   STRING "TURNO DE EXAMEN " w-tipo-nuevo
                       DELIMITED BY SIZE INTO w-desc-nueva
                   PERFORM 570-REEMPLAZAR-PERIODO
               END-IF
           END-IF.

       570-REEMPLAZAR-PERIODO.
           MOVE w-tipo-nuevo TO w-cal-tipo-buscado.
           MOVE w-desde-nuevo(1:4) TO w-cal-anio-buscado.
           PERFORM 929-BUSCAR-PERIODO.
           IF cal-periodo-hallado
               SUBTRACT 1 FROM k-cal
               MOVE w-desde-nuevo TO tca-desde(k-cal)
               MOVE w-hasta-nuevo TO tca-hasta(k-cal)
               DISPLAY "Fechas reemplazadas"
           ELSE
               PERFORM 590-AGREGAR-ENTRADA
           END-IF.

       580-BUSCAR-ENTRADA.
           MOVE "N" TO w-entrada-hallada.
           MOVE ZERO TO w-idx-cal.
           PERFORM VARYING k-cal FROM 1 BY 1
               UNTIL k-cal > w-cant-cal OR entrada-hallada
               IF tca-tipo(k-cal) = w-tipo-nuevo
                   AND tca-desde(k-cal) = w-desde-nuevo
                   MOVE "S" TO w-entrada-hallada
                   MOVE k-cal TO w-idx-cal
               END-IF
           END-PERFORM.

       590-AGREGAR-ENTRADA.
           IF w-cant-cal < 300
               ADD 1 TO w-cant-cal
               MOVE w-tipo-nuevo TO tca-tipo(w-cant-cal)
               MOVE w-desde-nuevo TO tca-desde(w-cant-cal)
               MOVE w-hasta-nuevo TO tca-hasta(w-cant-cal)
               MOVE w-desc-nueva TO tca-descripcion(w-cant-cal)
               DISPLAY "Entrada registrada"
           ELSE
               DISPLAY "Tabla del calendario llena, la entrada NO "
                       "quedo registrada"
           END-IF.

       600-BORRAR-ENTRADA.
           DISPLAY "Ingrese el tipo (FER/REC/CU1/CU2/FEB/JUL/DIC)".
           ACCEPT w-tipo-nuevo.
           DISPLAY "Ingrese la fecha desde de la entrada (AAAAMMDD)".
           ACCEPT w-desde-nuevo.
           PERFORM 580-BUSCAR-ENTRADA.
           IF NOT entrada-hallada
               DISPLAY "Entrada inexistente"
           ELSE
               MOVE w-idx-cal TO k-cal
               DISPLAY "Borrar " tca-tipo(k-cal) " "
                       tca-desde(k-cal) " " tca-descripcion(k-cal)
                       "? (S/N)"
               ACCEPT w-confirma
               IF confirma-si
                   PERFORM VARYING k-cal FROM w-idx-cal BY 1
                       UNTIL k-cal >= w-cant-cal
                       MOVE tab-cal(k-cal + 1) TO tab-cal(k-cal)
                   END-PERFORM
                   SUBTRACT 1 FROM w-cant-cal
                   DISPLAY "Entrada borrada"
               END-IF
           END-IF.

      * el calendario del anio para la oficina de alumnos, en orden
      * de fecha; cuatrimestres y turnos llevan sus dias habiles
       700-IMPRIMIR-ANIO.
           DISPLAY "Ingrese el anio".
           ACCEPT w-anio-pedido.
           PERFORM 850-ORDENAR-TABLA.
           MOVE w-anio-pedido TO c-anio.
           MOVE ZERO TO w-cont-paginas.
           MOVE ZERO TO w-cont-entradas.
           OPEN OUTPUT LISTADO.
           PERFORM 820-LISTAR-ENCABEZADO.
           PERFORM VARYING w-idx-cal FROM 1 BY 1
               UNTIL w-idx-cal > w-cant-cal
               IF tca-desde(w-idx-cal)(1:4) = w-anio-pedido
                   ADD 1 TO w-cont-entradas
                   PERFORM 810-ARMAR-DETALLE
                   WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1
                       AT END-OF-PAGE PERFORM 820-LISTAR-ENCABEZADO
                   END-WRITE
                   IF tca-tipo(w-idx-cal) NOT = "FER"
                       AND tca-tipo(w-idx-cal) NOT = "REC"
                       PERFORM 830-CONTAR-HABILES
                       MOVE w-cont-habiles TO d-habiles
                       WRITE lis-reg FROM lin-habiles
                           AFTER ADVANCING 1
                           AT END-OF-PAGE
                               PERFORM 820-LISTAR-ENCABEZADO
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE w-cont-entradas TO d-total.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES.
           CLOSE LISTADO.
           DISPLAY "Calendario impreso en impCalendario.dat".

       810-ARMAR-DETALLE.
           MOVE tca-desde(w-idx-cal) TO w-cal-fecha.
           PERFORM 924-VALIDAR-FECHA.
           MOVE SPACES TO d-dia.
           IF cal-fecha-valida
               PERFORM 925-DIA-SEMANA
               MOVE w-cal-nombre-dia TO d-dia
           END-IF.
           MOVE SPACES TO d-desde d-hasta.
           STRING tca-desde(w-idx-cal)(7:2) "/"
               tca-desde(w-idx-cal)(5:2) "/"
               tca-desde(w-idx-cal)(1:4) DELIMITED BY SIZE
               INTO d-desde.
           IF tca-hasta(w-idx-cal) NOT = tca-desde(w-idx-cal)
               STRING tca-hasta(w-idx-cal)(7:2) "/"
                   tca-hasta(w-idx-cal)(5:2) "/"
                   tca-hasta(w-idx-cal)(1:4) DELIMITED BY SIZE
                   INTO d-hasta
           END-IF.
           EVALUATE tca-tipo(w-idx-cal)
               WHEN "FER" MOVE "FERIADO" TO w-tipo-desc
               WHEN "REC" MOVE "RECESO" TO w-tipo-desc
               WHEN "CU1" MOVE "CUATRIMESTRE" TO w-tipo-desc
               WHEN "CU2" MOVE "CUATRIMESTRE" TO w-tipo-desc
               WHEN OTHER MOVE "TURNO EXAMEN" TO w-tipo-desc
           END-EVALUATE.
           MOVE w-tipo-desc TO d-tipo.
           MOVE tca-descripcion(w-idx-cal) TO d-descripcion.

       820-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.

       830-CONTAR-HABILES.
           MOVE ZERO TO w-cont-habiles.
           MOVE tca-desde(w-idx-cal) TO w-cal-fecha.
           MOVE tca-desde(w-idx-cal) TO w-cal-fecha-num.
           PERFORM 926-DIA-HABIL.
           PERFORM UNTIL NOT cal-fecha-valida
               OR w-cal-fecha-num > tca-hasta(w-idx-cal)
               IF cal-dia-habil
                   ADD 1 TO w-cont-habiles
               END-IF
               PERFORM 927-SUMAR-UN-DIA
               PERFORM 926-DIA-HABIL
               MOVE w-cal-fecha TO w-cal-fecha-num
           END-PERFORM.

      * la tabla se deja en orden de fecha desde antes de listar y
      * de grabar
       850-ORDENAR-TABLA.
           PERFORM VARYING k-cal FROM 1 BY 1 UNTIL k-cal >= w-cant-cal
               PERFORM VARYING k2-cal FROM 1 BY 1
                   UNTIL k2-cal > w-cant-cal - k-cal
                   IF tca-desde(k2-cal) > tca-desde(k2-cal + 1)
                       MOVE tab-cal(k2-cal) TO w-cal-aux
                       MOVE tab-cal(k2-cal + 1) TO tab-cal(k2-cal)
                       MOVE w-cal-aux TO tab-cal(k2-cal + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       900-GRABAR-CALENDARIO.
           PERFORM 850-ORDENAR-TABLA.
           OPEN OUTPUT CALENDARIO.
           PERFORM VARYING k-cal FROM 1 BY 1 UNTIL k-cal > w-cant-cal
               MOVE tca-tipo(k-cal) TO cal-tipo
               MOVE tca-desde(k-cal) TO cal-desde
               MOVE tca-hasta(k-cal) TO cal-hasta
               MOVE tca-descripcion(k-cal) TO cal-descripcion
               WRITE cal-reg
           END-PERFORM.
           CLOSE CALENDARIO.

           COPY "COPY-CALEND-PROC.cpy".
       END PROGRAM CALENDARIO-ACADEMICO.
