           SELECT MATERIAS ASSIGN TO "..\materias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS mat-llave
           ALTERNATE RECORD KEY IS mat-mat WITH DUPLICATES
           FILE STATUS IS ws-estado-mat.
