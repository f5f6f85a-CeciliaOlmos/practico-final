      ******************************************************************
      * Sedes de la institucion (sedes.txt). La primera sede del
      * archivo es la sede principal: un alumno o una comision con la
      * sede en blanco (los grabados antes de que existieran las
      * sedes) o con una sede que no figura en el archivo se toman
      * como de la sede principal. Sin sedes.txt la sede principal
      * es la "01". El programa carga la tabla con 931; para ubicar
      * una sede pone el codigo en w-sede-codigo y llama a 933
      * (k-sede queda en la posicion); 934 reemplaza w-sede-codigo
      * por la sede efectiva. Los listados por sede llaman a 939
      * despues de cargar, para tener siempre la fila de la sede
      * principal.
      ******************************************************************
       77  ws-estado-sede pic xx.
       77  w-flag-sede pic 9 value zero.
           88 fin-sedes value 1.
       01  w-cant-sede pic 99 value zero.
       01  k-sede pic 99.
       01  tabla-sedes.
           03 tab-sede OCCURS 20 TIMES.
               05 tse-codigo pic x(2).
               05 tse-nombre pic x(30).
               05 tse-establecimiento pic x(6).
       01  w-sede-codigo pic x(2) value spaces.
       01  w-sede-principal pic x(2) value "01".
       77  w-sede-hallada pic x value "N".
           88 sede-hallada value "S".
