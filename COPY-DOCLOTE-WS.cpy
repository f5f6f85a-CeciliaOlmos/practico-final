      ******************************************************************
      * Docente que presenta un lote de notas (parciales, finales y
      * movimientos del sort). El programa pone el legajo de la
      * cabecera del lote en w-lote-docente y llama a 968: el docente
      * tiene que estar en docentes.dat y no estar en baja, y sus
      * asignaciones de asignacionDocentes.txt quedan en la tabla.
      * Por cada nota se pone la materia, el anio y el cuatrimestre
      * lectivo (1 o 2) en w-lote-materia/w-lote-anio/w-lote-periodo
      * y se llama a 969 (materia-asignada). 981 arma anio y
      * cuatrimestre lectivo desde una fecha (w-lote-fecha): los
      * meses 1 a 6 son el cuatrimestre 1.
      ******************************************************************
       77  ws-estado-doc pic xx.
       77  ws-estado-asg pic xx.
       77  w-flag-asg pic 9 value zero.
           88 fin-asignaciones value 1.
       01  w-lote-docente pic 9(5) value zero.
       01  w-lote-materia pic x(2) value spaces.
       01  w-lote-fecha pic 9(8) value zero.
       01  w-lote-anio pic 9(4) value zero.
       01  w-lote-periodo pic 9 value zero.
       77  w-docente-lote pic x value "N".
           88 docente-habilitado value "S".
       01  w-motivo-docente pic x(30) value spaces.
       77  w-asignacion-lote pic x value "N".
           88 materia-asignada value "S".
       01  w-cant-asg-lote pic 9(3) value zero.
       01  k-asg pic 9(3).
       01  tabla-asg-lote.
           03 tab-asg-lote OCCURS 300 TIMES.
               05 tal-materia pic x(2).
               05 tal-cuatri pic 99.
               05 tal-anio pic 9(4).
