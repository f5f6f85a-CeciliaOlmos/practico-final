      ******************************************************************
      * Trabajos finales (trabajosFinales.txt) y planes que los exigen
      * (paramTesis.txt). 905 carga los planes y 907 los trabajos;
      * 904 dice si el plan w-tes-plan exige trabajo final y 909
      * ubica en k-tes el trabajo vigente (no dado de baja) del
      * alumno w-tes-legajo en ese plan. Los plazos que no vienen en
      * el archivo toman los valores por omision de aca.
      ******************************************************************
       77  ws-estado-tes pic xx.
       77  ws-estado-ptes pic xx.
       77  w-flag-tes pic 9 value zero.
           88 fin-tesis value 1.
       77  w-flag-ptes pic 9 value zero.
           88 fin-param-tesis value 1.
       01  w-cant-tes pic 9(3) value zero.
      * trabajos que no entraron en la tabla: el archivo no se
      * puede regrabar desde ella
       77  w-tes-desborde pic x value "N".
           88 tesis-desbordada value "S".
       01  k-tes pic 9(3).
       01  w-tes-pos pic 9(3) value zero.
       01  tabla-tesis.
           03 tab-tes OCCURS 500 TIMES.
               05 tt-legajo pic 9(5).
               05 tt-plan pic x(2).
               05 tt-titulo pic x(50).
               05 tt-director pic 9(5).
               05 tt-etapa pic x.
               05 tt-fecha-etapa pic 9(8).
               05 tt-fecha-propuesta pic 9(8).
               05 tt-fecha-aprob-prop pic 9(8).
               05 tt-fecha-defensa pic 9(8).
               05 tt-tribunal pic 9(5) OCCURS 3 TIMES.
               05 tt-nota pic 99.
       01  w-cant-ptes pic 99 value zero.
       01  k-ptes pic 99.
       01  tabla-param-tesis.
           03 tab-ptes OCCURS 20 TIMES.
               05 tpt-plan pic x(2).
               05 tpt-dias-propuesta pic 9(3).
               05 tpt-dias-desarrollo pic 9(3).
               05 tpt-dias-defensa pic 9(3).
       01  w-tes-dias-propuesta pic 9(3) value 90.
       01  w-tes-dias-desarrollo pic 9(3) value 365.
       01  w-tes-dias-defensa pic 9(3) value 60.
       01  w-tes-legajo pic 9(5) value zero.
       01  w-tes-plan pic x(2) value spaces.
       77  w-plan-con-tesis pic x value "N".
           88 plan-con-tesis value "S".
       77  w-tesis-hallada pic x value "N".
           88 tesis-hallada value "S".
