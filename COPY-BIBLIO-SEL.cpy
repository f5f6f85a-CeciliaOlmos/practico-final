           SELECT DEUDAS-BIBLIO ASSIGN TO "..\deudasBiblioteca.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-bib.
