      ******************************************************************
      * Sin paramAsistencia.txt, o sin fila para el plan, el minimo
      * es 75 %. Un alumno sin clases registradas en la materia no
      * se controla (la catedra no tomo asistencia).
      ******************************************************************
       77  ws-estado-asi pic xx.
       77  w-flag-asi pic 9 value zero.
           88 fin-asistencia value 1.
       77  ws-estado-pas pic xx.
       77  w-flag-pas pic 9 value zero.
           88 fin-param-asis value 1.
       01  w-cant-asi pic 9(4) value zero.
       01  k-asi pic 9(4).
       01  w-asi-idx pic 9(4) value zero.
       01  tabla-asistencia.
           03 tab-asi OCCURS 3000 TIMES.
               05 tas-dni pic 9(8).
               05 tas-materia pic x(2).
               05 tas-comision pic x.
               05 tas-clases pic 9(3).
               05 tas-presentes pic 9(3).
       77  w-asi-desborde pic x value "N".
           88 asistencia-desbordada value "S".
       01  w-cant-pas pic 99 value zero.
       01  k-pas pic 99.
       01  tabla-param-asis.
           03 tab-pas OCCURS 20 TIMES.
               05 tpa-plan pic x(2).
               05 tpa-minimo pic 9(3).
       01  w-asi-dni pic 9(8) value zero.
       01  w-asi-materia pic x(2) value spaces.
       01  w-asi-plan pic x(2) value spaces.
       01  w-asi-clases pic 9(4) value zero.
       01  w-asi-presentes pic 9(4) value zero.
       01  w-asi-porcentaje pic 9(3) value zero.
       01  w-asi-minimo pic 9(3) value 75.
       77  w-asi-insuficiente pic x value "N".
           88 asistencia-insuficiente value "S".
