           SELECT DOC-EMITIDOS ASSIGN TO "..\documentosEmitidos.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-dem.
