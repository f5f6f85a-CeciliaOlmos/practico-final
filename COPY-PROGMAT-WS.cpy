      ******************************************************************
      * Programas de materia: el programa llama a 941 para cargar la
      * tabla y, por cada materia aprobada, pone plan, materia y fecha
      * de aprobacion en w-pgm-plan/w-pgm-materia/w-pgm-fecha y llama
      * a 943. programa-hallado queda prendido con la version vigente
      * en esa fecha en w-pgm-version/w-pgm-resolucion/w-pgm-desde.
      ******************************************************************
       77  ws-estado-pgm pic xx.
       77  w-flag-pgm pic 9 value zero.
           88 fin-programas value 1.
       01  w-cant-pgm pic 9(3) value zero.
       01  k-pgm pic 9(3).
       01  tabla-programas.
           03 tab-pgm OCCURS 500 TIMES.
               05 tpg-plan pic x(2).
               05 tpg-materia pic x(2).
               05 tpg-version pic 99.
               05 tpg-resolucion pic x(12).
               05 tpg-desde pic 9(8).
               05 tpg-hasta pic 9(8).
       01  w-pgm-plan pic x(2) value spaces.
       01  w-pgm-materia pic x(2) value spaces.
       01  w-pgm-fecha pic 9(8) value zero.
       77  w-pgm-hallado pic x value "N".
           88 programa-hallado value "S".
       01  w-pgm-version pic 99 value zero.
       01  w-pgm-resolucion pic x(12) value spaces.
       01  w-pgm-desde pic 9(8) value zero.
