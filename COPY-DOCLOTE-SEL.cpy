           SELECT DOCENTES-ARCH ASSIGN TO "..\docentes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS doc-legajo
                   FILE STATUS IS ws-estado-doc.
           SELECT ASIGNACIONES ASSIGN TO "..\asignacionDocentes.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-asg.
