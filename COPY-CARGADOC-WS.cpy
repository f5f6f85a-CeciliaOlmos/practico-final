      ******************************************************************
      * Bandas de horarios.txt para cruzar con las asignaciones de
      * los docentes. Una asignacion cubre las bandas de su materia
      * y comision (comision en blanco: todas las de la materia).
      * Sin paramDocentes.txt la carga maxima es de 20 horas
      * semanales.
      ******************************************************************
       77  ws-estado-hor pic xx.
       77  w-flag-hor pic 9 value 0.
           88 fin-horarios value 1.
       77  ws-estado-pdo pic xx.
       01  w-max-horas-doc pic 99 value 20.
       01  w-cant-bdo pic 9(3) value zero.
       01  kb pic 9(3).
       01  kb2 pic 9(3).
       01  tabla-bdo.
           03 tab-bdo OCCURS 300 TIMES.
               05 tbd-materia pic x(2).
               05 tbd-comision pic x.
               05 tbd-dia pic 9.
               05 tbd-desde pic 9(4).
               05 tbd-hasta pic 9(4).
               05 tbd-aula pic x(6).
       01  w-min-banda pic 9(4) value zero.
       01  w-bdo-hh pic 99 value zero.
       01  w-bdo-mm pic 99 value zero.
       01  w-bdo-desde pic 9(4) value zero.
       77  w-bandas-chocan pic x value "N".
           88 bandas-chocan value "S".
