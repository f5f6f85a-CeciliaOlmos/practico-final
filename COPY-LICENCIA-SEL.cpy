           SELECT LICENCIAS ASSIGN TO "..\licencias.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-lic.
