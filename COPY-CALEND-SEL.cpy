           SELECT CALENDARIO ASSIGN TO "..\calendario.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-cal.
