       77  ws-estado-pbat pic xx.
       77  w-modo-desatendido pic x value "N".
           88 modo-desatendido value "S".
       77  w-cierre-anual pic x value "N".
           88 cierre-anual-desatendido value "S".
      * anio lectivo que se cierra: en el cierre anual el de
      * parametrosBatch.txt (columnas 32-35); en cero o blanco, o
      * fuera del cierre, el anio en curso
       01  w-anio-cierre pic 9(4) value zero.
