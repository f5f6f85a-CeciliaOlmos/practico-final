       920-CARGAR-CALENDARIO.
           MOVE ZERO TO w-cant-cal.
           MOVE ZERO TO w-flag-cal.
           MOVE "N" TO w-cal-desborde.
           OPEN INPUT CALENDARIO.
           IF ws-estado-cal = "00"
               PERFORM 922-LEER-CALENDARIO
               PERFORM UNTIL fin-calendario
                   IF w-cant-cal < 300
                       ADD 1 TO w-cant-cal
                       MOVE cal-tipo TO tca-tipo(w-cant-cal)
                       MOVE cal-desde TO tca-desde(w-cant-cal)
                       MOVE cal-hasta TO tca-hasta(w-cant-cal)
                       MOVE cal-descripcion
                           TO tca-descripcion(w-cant-cal)
                   ELSE
                       MOVE "S" TO w-cal-desborde
                   END-IF
                   PERFORM 922-LEER-CALENDARIO
               END-PERFORM
               CLOSE CALENDARIO
           END-IF.
           IF calendario-desbordado
               DISPLAY "Tabla del calendario llena (300), quedaron "
                       "entradas sin cargar"
           END-IF.

       922-LEER-CALENDARIO.
           READ CALENDARIO AT END MOVE 1 TO w-flag-cal.

      * fecha AAAAMMDD existente, con febrero de 29 en los bisiestos
       924-VALIDAR-FECHA.
           MOVE "N" TO w-cal-valida.
           MOVE ZERO TO w-cal-dias-mes.
           IF w-cal-fecha IS NUMERIC
               AND w-cal-anio > 1900
               AND w-cal-mes > 0 AND w-cal-mes < 13
               EVALUATE w-cal-mes
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO w-cal-dias-mes
                   WHEN 2
                       DIVIDE w-cal-anio BY 4 GIVING w-cal-cociente
                           REMAINDER w-cal-resto4
                       DIVIDE w-cal-anio BY 100 GIVING w-cal-cociente
                           REMAINDER w-cal-resto100
                       DIVIDE w-cal-anio BY 400 GIVING w-cal-cociente
                           REMAINDER w-cal-resto400
                       IF w-cal-resto4 = ZERO
                           AND (w-cal-resto100 NOT = ZERO
                                OR w-cal-resto400 = ZERO)
                           MOVE 29 TO w-cal-dias-mes
                       ELSE
                           MOVE 28 TO w-cal-dias-mes
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO w-cal-dias-mes
               END-EVALUATE
               IF w-cal-dia > 0 AND w-cal-dia <= w-cal-dias-mes
                   MOVE "S" TO w-cal-valida
               END-IF
           END-IF.

      * congruencia de Zeller: enero y febrero cuentan como meses 13
      * y 14 del anio anterior
       925-DIA-SEMANA.
           MOVE w-cal-mes TO w-cal-z-mes.
           MOVE w-cal-anio TO w-cal-z-anio.
           IF w-cal-z-mes < 3
               ADD 12 TO w-cal-z-mes
               SUBTRACT 1 FROM w-cal-z-anio
           END-IF.
           DIVIDE w-cal-z-anio BY 100 GIVING w-cal-z-siglo
               REMAINDER w-cal-z-resto.
           COMPUTE w-cal-z-t1 = 13 * (w-cal-z-mes + 1).
           DIVIDE w-cal-z-t1 BY 5 GIVING w-cal-z-t1.
           DIVIDE w-cal-z-resto BY 4 GIVING w-cal-z-t2.
           DIVIDE w-cal-z-siglo BY 4 GIVING w-cal-z-t3.
           COMPUTE w-cal-z-suma = w-cal-dia + w-cal-z-t1
               + w-cal-z-resto + w-cal-z-t2 + w-cal-z-t3
               + 5 * w-cal-z-siglo.
           DIVIDE w-cal-z-suma BY 7 GIVING w-cal-cociente
               REMAINDER w-cal-z-h.
      * Zeller da 0 sabado, 1 domingo, 2 lunes ...
           EVALUATE w-cal-z-h
               WHEN 0 MOVE 6 TO w-cal-dia-semana
               WHEN 1 MOVE 7 TO w-cal-dia-semana
               WHEN OTHER COMPUTE w-cal-dia-semana = w-cal-z-h - 1
           END-EVALUATE.
           EVALUATE w-cal-dia-semana
               WHEN 1 MOVE "LUNES" TO w-cal-nombre-dia
               WHEN 2 MOVE "MARTES" TO w-cal-nombre-dia
               WHEN 3 MOVE "MIERCOLES" TO w-cal-nombre-dia
               WHEN 4 MOVE "JUEVES" TO w-cal-nombre-dia
               WHEN 5 MOVE "VIERNES" TO w-cal-nombre-dia
               WHEN 6 MOVE "SABADO" TO w-cal-nombre-dia
               WHEN 7 MOVE "DOMINGO" TO w-cal-nombre-dia
           END-EVALUATE.

      * habil: fecha valida, de lunes a viernes, fuera de feriados y
      * de recesos
       926-DIA-HABIL.
           MOVE "N" TO w-cal-habil.
           MOVE SPACES TO w-cal-motivo.
           PERFORM 924-VALIDAR-FECHA.
           IF NOT cal-fecha-valida
               MOVE "FECHA INEXISTENTE" TO w-cal-motivo
           ELSE
               PERFORM 925-DIA-SEMANA
               MOVE w-cal-fecha TO w-cal-fecha-num
               IF w-cal-dia-semana > 5
                   MOVE w-cal-nombre-dia TO w-cal-motivo
               ELSE
                   MOVE "S" TO w-cal-habil
                   PERFORM VARYING k-cal FROM 1 BY 1
                       UNTIL k-cal > w-cant-cal OR NOT cal-dia-habil
                       IF (tca-tipo(k-cal) = "FER"
                           OR tca-tipo(k-cal) = "REC")
                           AND w-cal-fecha-num >= tca-desde(k-cal)
                           AND w-cal-fecha-num <= tca-hasta(k-cal)
                           MOVE "N" TO w-cal-habil
                           STRING tca-tipo(k-cal) ": "
                               tca-descripcion(k-cal)
                               DELIMITED BY SIZE INTO w-cal-motivo
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       927-SUMAR-UN-DIA.
           ADD 1 TO w-cal-dia.
           IF w-cal-dia > w-cal-dias-mes
               MOVE 1 TO w-cal-dia
               ADD 1 TO w-cal-mes
               IF w-cal-mes > 12
                   MOVE 1 TO w-cal-mes
                   ADD 1 TO w-cal-anio
               END-IF
           END-IF.

      * un vencimiento que cae en dia no habil pasa al siguiente
      * habil; la fecha corrida queda en w-cal-fecha
       928-PROXIMO-HABIL.
           MOVE ZERO TO w-cal-pasos.
           PERFORM 926-DIA-HABIL.
           IF cal-fecha-valida
               PERFORM UNTIL cal-dia-habil OR w-cal-pasos > 90
                   PERFORM 927-SUMAR-UN-DIA
                   PERFORM 926-DIA-HABIL
                   ADD 1 TO w-cal-pasos
               END-PERFORM
           END-IF.

       929-BUSCAR-PERIODO.
           MOVE "N" TO w-cal-per-hallado.
           MOVE ZERO TO w-cal-per-desde w-cal-per-hasta.
           PERFORM VARYING k-cal FROM 1 BY 1
               UNTIL k-cal > w-cant-cal OR cal-periodo-hallado
               IF tca-tipo(k-cal) = w-cal-tipo-buscado
                   AND tca-desde(k-cal)(1:4) = w-cal-anio-buscado
                   MOVE "S" TO w-cal-per-hallado
                   MOVE tca-desde(k-cal) TO w-cal-per-desde
                   MOVE tca-hasta(k-cal) TO w-cal-per-hasta
               END-IF
           END-PERFORM.
