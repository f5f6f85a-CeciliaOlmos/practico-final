      * calendario academico: feriados (FER, un dia), recesos (REC,
      * un rango), inicio y fin de cada cuatrimestre (CU1/CU2) y de
      * cada turno de examen (FEB/JUL/DIC); el anio sale de la fecha
      * desde
       FD  CALENDARIO.
       01  cal-reg.
           03 cal-tipo pic x(3).
               88 cal-feriado value "FER".
               88 cal-receso value "REC".
               88 cal-cuatrimestre value "CU1" "CU2".
               88 cal-turno value "FEB" "JUL" "DIC".
           03 cal-desde pic 9(8).
           03 cal-hasta pic 9(8).
           03 cal-descripcion pic x(30).
