           SELECT IMAGENES ASSIGN TO "..\imagenesLote.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-img.
