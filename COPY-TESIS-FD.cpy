      * trabajo final de un alumno en un plan. Etapas: P propuesta
      * presentada, A propuesta aprobada, D defensa fijada con su
      * tribunal, F defendido y aprobado, B baja. Una defensa
      * desaprobada vuelve la etapa a A con la nota registrada.
      * tes-fecha-etapa es la fecha del ultimo cambio de etapa
       FD  TESIS.
       01  tes-reg.
           03 tes-legajo pic 9(5).
           03 tes-plan pic x(2).
           03 tes-titulo pic x(50).
           03 tes-director pic 9(5).
           03 tes-etapa pic x.
               88 tes-presentada value "P".
               88 tes-propuesta-aprobada value "A".
               88 tes-defensa-fijada value "D".
               88 tes-aprobada value "F".
               88 tes-baja value "B".
           03 tes-fecha-etapa pic 9(8).
           03 tes-fecha-propuesta pic 9(8).
           03 tes-fecha-aprob-prop pic 9(8).
           03 tes-fecha-defensa pic 9(8).
           03 tes-tribunal pic 9(5) OCCURS 3 TIMES.
           03 tes-nota pic 99.
      * planes que terminan con trabajo final, con los dias que cada
      * etapa puede quedar quieta antes de salir como demorada
       FD  PARAM-TESIS.
       01  pt-reg.
           03 pt-plan pic x(2).
           03 pt-dias-propuesta pic 9(3).
           03 pt-dias-desarrollo pic 9(3).
           03 pt-dias-defensa pic 9(3).
