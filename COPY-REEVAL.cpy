      ******************************************************************
      * Registro de reevaluacion.txt: alumno y materia cuya nota
      * cambio despues del cierre. La regularidad, el promedio y la
      * condicion de egresado del DNI se tienen que volver a correr;
      * origen dice que programa lo marco y cuando.
      ******************************************************************
       01  rev-reg.
           03 rev-dni pic 9(8).
           03 rev-materia pic x(2).
           03 rev-origen pic x(10).
           03 rev-fecha pic 9(8).
