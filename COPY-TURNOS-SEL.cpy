           SELECT TURNOS-INSC ASSIGN TO "..\turnosInscripcion.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-tur.
