           SELECT SEDES ASSIGN TO "..\sedes.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-sede.
