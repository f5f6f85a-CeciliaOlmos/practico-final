      ******************************************************************
      * Grupos de materias optativas ("N de estas M") de cada plan.
      * Una materia con mat-pool en blanco es obligatoria; con codigo
      * es optativa del grupo plan + codigo de poolsOptativas.txt.
      * El programa carga la tabla con 915 y normaliza cada materia
      * con 914 (un grupo inexistente la deja como obligatoria). Para
      * evaluar a un alumno pone las cuentas en cero con 918 y por
      * cada optativa de su plan llama a 919 con el grupo en
      * w-pool-plan/w-pool-codigo, los creditos de la materia en
      * w-pool-creditos y w-pool-aprobada en "S" si la tiene
      * aprobada. 913 dice si el grupo k-pool quedo cumplido: las
      * materias aprobadas llegan a tpo-requeridas y sus creditos a
      * tpo-creditos-req.
      ******************************************************************
       77  ws-estado-pool pic xx.
       77  w-flag-pool pic 9 value zero.
           88 fin-pools value 1.
       01  w-cant-pool pic 99 value zero.
       01  k-pool pic 99.
       01  tabla-pools.
           03 tab-pool OCCURS 50 TIMES.
               05 tpo-plan pic x(2).
               05 tpo-codigo pic x(2).
               05 tpo-nombre pic x(30).
               05 tpo-requeridas pic 99.
               05 tpo-miembros pic 99.
               05 tpo-aprobadas pic 99.
               05 tpo-creditos-req pic 9(3).
               05 tpo-creditos-apr pic 9(3).
       01  w-pool-plan pic x(2) value spaces.
       01  w-pool-codigo pic x(2) value spaces.
       01  w-pool-creditos pic 99 value zero.
       77  w-pool-hallado pic x value "N".
           88 pool-hallado value "S".
       77  w-pool-aprobada pic x value "N".
           88 pool-materia-aprobada value "S".
       77  w-pool-cumplido pic x value "N".
           88 pool-cumplido value "S".
