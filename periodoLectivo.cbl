       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-PERIODO-SEL.cpy".
           COPY "COPY-CALEND-SEL.cpy".
           SELECT LIMITES-BAJA ASSIGN TO "..\limitesBaja.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-lim.
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-PERIODO-FD.cpy".
           COPY "COPY-CALEND-FD.cpy".
      * fecha limite para la baja de inscripcion de cada periodo:
      * antes de esa fecha la baja es limpia, despues el intento
      * cuenta como ausente
       01  w-cuatri-nuevo pic 9 value zero.
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       77  w-limite-ok pic x value "N".
           88 limite-ok value "S".
           COPY "COPY-CALEND-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-CARGAR-PERIODOS.
           PERFORM 130-CARGAR-LIMITES.
           PERFORM 920-CARGAR-CALENDARIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
                   MOVE "C" TO tp-flag(w-idx-abierto)
                   PERFORM 700-AGREGAR-ABIERTO
                   DISPLAY "Periodo avanzado"
                   PERFORM 680-MOSTRAR-CUATRIMESTRE
               END-IF
           END-IF.

               END-IF
               PERFORM 700-AGREGAR-ABIERTO
               DISPLAY "Periodo abierto"
               PERFORM 680-MOSTRAR-CUATRIMESTRE
           END-IF.

       650-FIJAR-LIMITE-BAJA.
           MOVE "N" TO w-limite-ok.
           DISPLAY "Ingrese el anio".
           ACCEPT w-anio-nuevo.
           DISPLAY "Ingrese el cuatrimestre (1 o 2)".
           ELSE
               DISPLAY "Ingrese la fecha limite de baja (AAAAMMDD)"
               ACCEPT w-fecha-limite
               PERFORM 660-AJUSTAR-LIMITE
           END-IF.
           IF limite-ok
               MOVE "N" TO w-limite-hallado
               PERFORM VARYING kl FROM 1 BY 1
                   UNTIL kl > w-cant-lim OR limite-hallado
               END-IF
           END-IF.

      * el limite que cae en dia no habil pasa al habil siguiente;
      * fuera de las fechas del cuatrimestre solo se advierte
       660-AJUSTAR-LIMITE.
           MOVE "N" TO w-limite-ok.
           MOVE w-fecha-limite TO w-cal-fecha.
           PERFORM 926-DIA-HABIL.
           IF NOT cal-fecha-valida
               DISPLAY "Fecha inexistente, el limite NO quedo "
                       "registrado"
           ELSE
               MOVE "S" TO w-limite-ok
               IF NOT cal-dia-habil
                   DISPLAY "La fecha no es habil (" w-cal-motivo ")"
                   PERFORM 928-PROXIMO-HABIL
                   MOVE w-cal-fecha TO w-fecha-limite
                   DISPLAY "El limite se corre al " w-fecha-limite
               END-IF
               IF w-cuatri-nuevo = 1
                   MOVE "CU1" TO w-cal-tipo-buscado
               ELSE
                   MOVE "CU2" TO w-cal-tipo-buscado
               END-IF
               MOVE w-anio-nuevo TO w-cal-anio-buscado
               PERFORM 929-BUSCAR-PERIODO
               IF cal-periodo-hallado
                   AND (w-fecha-limite < w-cal-per-desde
                        OR w-fecha-limite > w-cal-per-hasta)
                   DISPLAY "ATENCION: el limite queda fuera del "
                           "cuatrimestre (" w-cal-per-desde " al "
                           w-cal-per-hasta ")"
               END-IF
           END-IF.

       680-MOSTRAR-CUATRIMESTRE.
           IF tp-cuatri(w-idx-abierto) = 1
               MOVE "CU1" TO w-cal-tipo-buscado
           ELSE
               MOVE "CU2" TO w-cal-tipo-buscado
           END-IF.
           MOVE tp-anio(w-idx-abierto) TO w-cal-anio-buscado.
           PERFORM 929-BUSCAR-PERIODO.
           IF cal-periodo-hallado
               DISPLAY "Segun el calendario el cuatrimestre va del "
                       w-cal-per-desde " al " w-cal-per-hasta
           ELSE
               DISPLAY "ATENCION: el calendario no tiene las fechas "
                       "de este cuatrimestre"
           END-IF.

       700-AGREGAR-ABIERTO.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-per
               IF tp-anio(k) = w-anio-nuevo
               WRITE lim-reg
           END-PERFORM.
           CLOSE LIMITES-BAJA.

           COPY "COPY-CALEND-PROC.cpy".
       END PROGRAM PERIODO-LECTIVO.
