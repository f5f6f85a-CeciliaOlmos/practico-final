           SELECT TESIS ASSIGN TO "..\trabajosFinales.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-tes.
           SELECT PARAM-TESIS ASSIGN TO "..\paramTesis.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ptes.
