           SELECT REG-VIGENTE ASSIGN TO "..\regularidadVigente.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-regvig.
