      * versiones del programa oficial de cada materia por plan: la
      * resolucion que lo aprobo y su vigencia. Hasta en cero = la
      * version sigue vigente. Las versiones de una misma materia y
      * plan no se superponen (ver programasMaterias)
       FD  PROGRAMAS-MAT.
       01  pgm-reg.
           03 pgm-plan pic x(2).
           03 pgm-materia pic x(2).
           03 pgm-version pic 99.
           03 pgm-resolucion pic x(12).
           03 pgm-desde pic 9(8).
           03 pgm-hasta pic 9(8).
