           SELECT COLA-COM ASSIGN TO "..\colaComunicaciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-col.
