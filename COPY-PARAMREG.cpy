      * por plan: cuatrimestres seguidos para el registro del
      * cuatrimestre siguiente, turnos de examen que dura la
      * regularidad de una materia y aplazos de final que se admiten
      * dentro de una misma regularidad (en blanco valen 6 turnos y
      * 3 aplazos)
       01  preg-reg.
           03 preg-plan pic x(2).
           03 preg-umbral pic 9(2).
           03 preg-turnos pic x(2).
           03 preg-aplazos pic x(2).
