      ******************************************************************
      * Licencias estudiantiles. El programa carga la tabla con 946 y
      * la regraba entera con 949. 948 busca la licencia abierta
      * (pendiente o vigente) del legajo w-lic-legajo y la deja en
      * k-lic.
      ******************************************************************
       77  ws-estado-lic pic xx.
       77  w-flag-lic pic 9 value zero.
           88 fin-licencias value 1.
       01  w-cant-lic pic 9(4) value zero.
       01  k-lic pic 9(4).
       01  tabla-licencias.
           03 tab-lic OCCURS 2000 TIMES.
               05 tli-legajo pic 9(5).
               05 tli-dni pic 9(8).
               05 tli-desde pic 9(8).
               05 tli-hasta pic 9(8).
               05 tli-motivo pic x.
               05 tli-resolucion pic x(15).
               05 tli-estado pic x.
               05 tli-operador pic x(10).
       01  w-lic-legajo pic 9(5) value zero.
       77  w-lic-hallada pic x value "N".
           88 licencia-hallada value "S".
       77  w-lic-desborde pic x value "N".
           88 licencias-desbordadas value "S".
