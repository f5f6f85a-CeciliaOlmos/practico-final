           SELECT PROGRAMAS-MAT ASSIGN TO "..\programasMaterias.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-pgm.
