      ******************************************************************
      * Valores por omision de paramAranceles.txt; un archivo viejo
      * que solo trae el tope de deuda toma el resto de aqui.
      * El atraso se cuenta en dias comerciales (meses de 30 dias),
      * como en la cobranza bancaria.
      ******************************************************************
       77  ws-estado-par pic xx.
       01  w-max-deuda pic 99 value 2.
       01  w-dia-vto pic 99 value 10.
       01  w-recargo-pct pic 99v99 value 5.
       01  w-mes-cuatri1 pic 99 value 3.
       01  w-mes-cuatri2 pic 99 value 8.
       01  w-atr-desde pic 9(8) value zero.
       01  w-atr-desde-r redefines w-atr-desde.
           03 w-atr-desde-anio pic 9(4).
           03 w-atr-desde-mes pic 99.
           03 w-atr-desde-dia pic 99.
       01  w-atr-hasta pic 9(8) value zero.
       01  w-atr-hasta-r redefines w-atr-hasta.
           03 w-atr-hasta-anio pic 9(4).
           03 w-atr-hasta-mes pic 99.
           03 w-atr-hasta-dia pic 99.
       01  w-atr-dias pic s9(7) value zero.
       01  w-atr-meses pic 9(5) value zero.
