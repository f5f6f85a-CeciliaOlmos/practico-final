      ******************************************************************
      * Carreras adicionales de los alumnos (carrerasAlumno.txt). La
      * carrera principal de un legajo es la de alumnos.dat; aca solo
      * estan las demas, una fila por legajo + plan, con su propia
      * cohorte y su propio estado (mismos codigos que al-estado). Las
      * notas siguen siendo por DNI + materia: una materia aprobada
      * cuenta en todos los planes que la incluyen. El programa carga
      * la tabla con 951; para ubicar una carrera pone legajo y plan
      * en w-car-legajo/w-car-plan y llama a 953 (k-car queda en la
      * posicion). 954 regraba el archivo desde la tabla, salvo que
      * la carga se haya desbordado.
      ******************************************************************
       77  ws-estado-car pic xx.
       77  w-flag-car pic 9 value zero.
           88 fin-carreras value 1.
       01  w-cant-car pic 9(4) value zero.
       77  w-car-desborde pic x value "N".
           88 carreras-desbordadas value "S".
       01  k-car pic 9(4).
       01  tabla-carreras.
           03 tab-car OCCURS 1000 TIMES.
               05 tca-legajo pic 9(5).
               05 tca-dni pic 9(8).
               05 tca-plan pic x(2).
               05 tca-cohorte pic 9(4).
               05 tca-estado pic x.
                   88 tca-activa value "A".
               05 tca-fecha-alta pic 9(8).
       01  w-car-legajo pic 9(5) value zero.
       01  w-car-plan pic x(2) value spaces.
       77  w-carrera-hallada pic x value "N".
           88 carrera-hallada value "S".
