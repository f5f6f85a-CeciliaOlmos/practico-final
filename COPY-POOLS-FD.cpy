      * grupos de optativas de cada plan: del grupo pol-codigo del
      * plan pol-plan el alumno tiene que aprobar pol-requeridas
      * materias (las que en materias.dat llevan ese mat-pool) y
      * reunir con ellas pol-creditos creditos; un cero en cualquiera
      * de los dos es que esa condicion no se exige
       FD  POOLS.
       01  pol-reg.
           03 pol-plan pic x(2).
           03 pol-codigo pic x(2).
           03 pol-nombre pic x(30).
           03 pol-requeridas pic 99.
           03 pol-creditos pic 9(3).
