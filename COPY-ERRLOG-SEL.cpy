           SELECT ERRORES-ARCHIVO ASSIGN TO "..\erroresArchivo.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-err.
