      * "S" = modo simulacion: la corrida completa se ejecuta pero
      * los WRITE/REWRITE a estados.dat salen como propuestas
           03 pb-simulacion pic x.
      * conciliacion de ausentes del cierre: "N" = los inscriptos
      * sin resultado quedan retenidos; en blanco u otro valor se
      * registran como ausentes
           03 pb-ausentes pic x.
      * "S" = corre la cadena del cierre anual: los programas de menu
      * de la cadena ejecutan su paso del cierre sin preguntar
           03 pb-cierre-anual pic x.
      * anio lectivo que se cierra; en cero o blanco, el anio en curso
           03 pb-anio-cierre pic 9(4).
