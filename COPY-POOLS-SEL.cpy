           SELECT POOLS ASSIGN TO "..\poolsOptativas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-pool.
