           SELECT HORARIOS-ARCH ASSIGN TO "..\horarios.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-hor.
           SELECT PARAM-DOCENTE ASSIGN TO "..\paramDocentes.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-pdo.
