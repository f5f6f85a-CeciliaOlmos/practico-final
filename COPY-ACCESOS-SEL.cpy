           SELECT ACCESOS-ALUMNOS ASSIGN TO "..\accesosAlumnos.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-acc.
