      * carreras adicionales de un alumno (doble carrera): la primera
      * carrera sigue en alumnos.dat (al-plan, al-cohorte, al-estado);
      * cada carrera mas que cursa la misma persona, con el mismo
      * legajo, es una linea con su plan, su cohorte y su estado
       FD  CARRERAS.
       01  car-reg.
           03 car-legajo pic 9(5).
           03 car-dni pic 9(8).
           03 car-plan pic x(2).
           03 car-cohorte pic 9(4).
           03 car-estado pic x.
           03 car-fecha-alta pic 9(8).
