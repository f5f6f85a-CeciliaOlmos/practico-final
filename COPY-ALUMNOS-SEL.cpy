           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION is INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY is al-legajo
           ALTERNATE RECORD KEY is al-dni
           FILE STATUS IS ws-estado-alu.
