      ******************************************************************
      * Turnos de inscripcion por avance (turnosInscripcion.txt). El
      * programa carga la tabla con 956; para saber en que turno cae
      * un alumno pone el periodo en w-tur-anio/w-tur-cuatri, sus
      * materias aprobadas en w-tur-aprobadas y su cohorte en
      * w-tur-cohorte y llama a 958: k-tur queda en el turno que
      * abre primero entre los que el alumno cumple. Si no cumple
      * ninguno le toca el que abre ultimo. Un periodo sin turnos
      * cargados deja turno-hallado en "N" y la inscripcion queda
      * abierta para todos, como antes de los turnos. 959 dice si
      * el turno k-tur ya abrio a la fecha y hora actuales.
      ******************************************************************
       77  ws-estado-tur pic xx.
       77  w-flag-tur pic 9 value zero.
           88 fin-turnos value 1.
       01  w-cant-tur pic 99 value zero.
       01  k-tur pic 99.
       01  k-tur2 pic 99.
       01  tabla-turnos.
           03 tab-tur OCCURS 50 TIMES.
               05 ttu-anio pic 9(4).
               05 ttu-cuatri pic 9.
               05 ttu-numero pic 9.
               05 ttu-apertura pic 9(12).
               05 ttu-cierre pic 9(12).
               05 ttu-min-aprobadas pic 99.
               05 ttu-cohorte-max pic 9(4).
               05 ttu-descripcion pic x(20).
       01  w-tur-anio pic 9(4) value zero.
       01  w-tur-cuatri pic 9 value zero.
       01  w-tur-aprobadas pic 9(3) value zero.
       01  w-tur-cohorte pic 9(4) value zero.
       01  w-tur-ultimo pic 99 value zero.
       01  w-tur-ahora.
           03 w-tur-ahora-fecha pic 9(8).
           03 w-tur-ahora-hora pic 9(4).
       01  w-tur-ahora-num redefines w-tur-ahora pic 9(12).
       01  w-tur-aux.
           03 w-tur-aux-fecha pic 9(8).
           03 w-tur-aux-hora pic 9(4).
       01  w-tur-aux-num redefines w-tur-aux pic 9(12).
       77  w-turno-hallado pic x value "N".
           88 turno-hallado value "S".
       77  w-turno-abierto pic x value "N".
           88 turno-abierto value "S".
       77  w-tur-cumple pic x value "N".
           88 tur-cumple value "S".
