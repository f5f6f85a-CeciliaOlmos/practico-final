           SELECT ASISTENCIA-ACUM ASSIGN TO "..\asistenciaAcum.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-asi.
           SELECT PARAM-ASIS ASSIGN TO "..\paramAsistencia.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-pas.
