      ******************************************************************
      * Registro de finales.dat: una nota de examen final por alumno,
      * materia y fecha de mesa, con el libro y folio del acta.
      * fin-modalidad dice en que condicion rindio el alumno; los
      * registros anteriores a la modalidad libre quedan como
      * regulares al pasar por convertirFinales.
      ******************************************************************
       01  fin-reg.
           03 fin-llave.
               05 fin-dni pic 9(8).
               05 fin-materia pic x(2).
               05 fin-fecha pic 9(8).
           03 fin-nota pic 99.
           03 fin-libro pic 9(3).
           03 fin-folio pic 9(3).
           03 fin-modalidad pic x.
               88 fin-libre value "L".
               88 fin-regular value "R" " ".
