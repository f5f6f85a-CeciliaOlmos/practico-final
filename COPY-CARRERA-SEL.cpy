           SELECT CARRERAS ASSIGN TO "..\carrerasAlumno.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-car.
