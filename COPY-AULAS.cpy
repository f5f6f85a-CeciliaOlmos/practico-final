      ******************************************************************
      * Registro de aulas.txt (maestro de aulas): codigo tal como se
      * carga en hor-aula de horarios.txt, edificio y capacidad en
      * alumnos sentados. Lo mantiene horarios (opcion 5) y lo leen
      * horarios, para no superponer bandas en un aula, e
      * inscripciones, para no llenar una comision mas alla del aula.
      ******************************************************************
       01  aul-reg.
           03 aul-codigo pic x(6).
           03 aul-edificio pic x(20).
           03 aul-capacidad pic 9(3).
