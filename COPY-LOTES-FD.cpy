           03 lot-cantidad pic 9(6).
      * espacio = lote vigente, "R" = revertido por el backout
           03 lot-estado pic x.
      * legajo del docente que presento el lote de notas; cero en
      * los lotes sin docente y en blanco en los anteriores
           03 lot-docente pic 9(5).
