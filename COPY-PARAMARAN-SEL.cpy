           SELECT PARAM-ARANCEL ASSIGN TO "..\paramAranceles.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-par.
