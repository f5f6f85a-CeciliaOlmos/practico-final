      ******************************************************************
      * Registro de mesasExamen.txt: una mesa por materia y fecha,
      * con su turno (FEB/JUL/DIC); la bandera A/C dice si la mesa
      * sigue recibiendo inscriptos. El tribunal son tres legajos de
      * docentes.dat (presidente y dos vocales); las mesas grabadas
      * antes de registrar el tribunal lo traen en blanco y se leen
      * como sin tribunal (legajos en cero).
      ******************************************************************
       01  mes-reg.
           03 mes-materia pic x(2).
           03 mes-fecha pic 9(8).
           03 mes-turno pic x(3).
           03 mes-flag pic x.
           03 mes-presidente pic 9(5).
           03 mes-vocal1 pic 9(5).
           03 mes-vocal2 pic 9(5).
