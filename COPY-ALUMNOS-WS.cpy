      ******************************************************************
      * ALUMNOS (alumnos.dat) es indexado: clave principal el legajo,
      * clave alternativa el DNI, las dos unicas. Un alumno se busca
      * con READ ALUMNOS KEY IS al-legajo (o al-dni) e INVALID KEY
      * si no existe. Para recorrer el archivo en orden de legajo el
      * programa llama a 978 (se posiciona y lee el primero) y despues
      * a 979 (lee el siguiente) hasta fin-alumnos.
      ******************************************************************
       77  ws-estado-alu pic xx.
       77  w-flag-alu pic 9 value zero.
           88 fin-alumnos value 1.
