      ******************************************************************
      * Reglas de dias habiles sobre calendario.txt. El programa carga
      * la tabla con 920 y pasa la fecha en w-cal-fecha: 924 la valida,
      * 926 dice si es habil (con el motivo si no lo es), 928 la corre
      * al proximo dia habil y 929 busca las fechas de un cuatrimestre
      * o turno (w-cal-tipo-buscado del anio w-cal-anio-buscado).
      ******************************************************************
       77  ws-estado-cal pic xx.
       77  w-flag-cal pic 9 value zero.
           88 fin-calendario value 1.
       01  w-cant-cal pic 9(3) value zero.
      * entradas que no entraron en la tabla: el calendario no se
      * puede regrabar desde ella
       77  w-cal-desborde pic x value "N".
           88 calendario-desbordado value "S".
       01  k-cal pic 9(3).
       01  tabla-calendario.
           03 tab-cal OCCURS 300 TIMES.
               05 tca-tipo pic x(3).
               05 tca-desde pic 9(8).
               05 tca-hasta pic 9(8).
               05 tca-descripcion pic x(30).
       01  w-cal-fecha.
           03 w-cal-anio pic 9(4).
           03 w-cal-mes pic 99.
           03 w-cal-dia pic 99.
       01  w-cal-fecha-num pic 9(8) value zero.
       01  w-cal-dias-mes pic 99 value zero.
       01  w-cal-cociente pic 9(6) value zero.
       01  w-cal-resto4 pic 9(4) value zero.
       01  w-cal-resto100 pic 9(4) value zero.
       01  w-cal-resto400 pic 9(4) value zero.
       77  w-cal-valida pic x value "N".
           88 cal-fecha-valida value "S".
       77  w-cal-habil pic x value "N".
           88 cal-dia-habil value "S".
       01  w-cal-motivo pic x(40) value spaces.
      * dia de la semana: 1 lunes ... 7 domingo
       01  w-cal-dia-semana pic 9 value zero.
       01  w-cal-nombre-dia pic x(9) value spaces.
       01  w-cal-z-mes pic 99 value zero.
       01  w-cal-z-anio pic 9(4) value zero.
       01  w-cal-z-siglo pic 99 value zero.
       01  w-cal-z-resto pic 99 value zero.
       01  w-cal-z-t1 pic 9(4) value zero.
       01  w-cal-z-t2 pic 9(4) value zero.
       01  w-cal-z-t3 pic 9(4) value zero.
       01  w-cal-z-suma pic 9(5) value zero.
       01  w-cal-z-h pic 9 value zero.
       01  w-cal-pasos pic 99 value zero.
       01  w-cal-tipo-buscado pic x(3) value spaces.
       01  w-cal-anio-buscado pic 9(4) value zero.
       01  w-cal-per-desde pic 9(8) value zero.
       01  w-cal-per-hasta pic 9(8) value zero.
       77  w-cal-per-hallado pic x value "N".
           88 cal-periodo-hallado value "S".
