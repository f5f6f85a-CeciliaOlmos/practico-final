           SELECT HORARIOS-ARCH ASSIGN TO "..\horarios.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-hor.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT INSCRIPCIONES-ARCH ASSIGN TO "..\inscripciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ins.
           SELECT AULAS-ARCH ASSIGN TO "..\aulas.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-aul.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impHorario.dat".
           SELECT LISTADO-OCUP
           ASSIGN TO PRINTER,
           "..\impOcupacionAulas.dat".
       DATA DIVISION.
       FILE SECTION.
      * una banda horaria por materia/comision: dia 1=lunes a
           03 ins-anio pic 9(4).
           03 ins-comision pic x.
           03 ins-estado pic x.
       FD  AULAS-ARCH.
           COPY "COPY-AULAS.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
       FD  LISTADO-OCUP
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  ocu-reg pic x(80).
       WORKING-STORAGE SECTION.
       77  ws-estado-hor pic xx.
       77  ws-estado-ins pic xx.
       77  ws-estado-aul pic xx.
       77  w-flag-aul pic 9 value 0.
           88 fin-aulas value 1.
       77  w-flag-hor pic 9 value 0.
           88 fin-horarios value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-flag-ins pic 9 value 0.
           88 fin-inscripciones value 1.
       77  w-llave-menu pic 9.
           88 salir-menu value 7.
       01  w-cant-mat pic 99 value zero.
       01  w-idx-mat pic 99.
       77  w-materia-encontrada pic x value "N".
               05 th-desde pic 9(4).
               05 th-hasta pic 9(4).
               05 th-aula pic x(6).
       01  w-cant-aul pic 9(3) value zero.
       01  ka pic 9(3).
       01  tabla-aul.
           03 tab-aul OCCURS 200 TIMES.
               05 ta-codigo pic x(6).
               05 ta-edificio pic x(20).
               05 ta-capacidad pic 9(3).
       77  w-aula-encontrada pic x value "N".
           88 aula-encontrada value "S".
       77  w-aula-valida pic x value "N".
           88 aula-valida value "S".
       01  w-idx-aula pic 9(3) value zero.
       01  w-edificio-nuevo pic x(20) value spaces.
       01  w-capacidad-nueva pic 9(3) value zero.
       01  w-hora pic 99 value zero.
       01  w-hora-ini pic 9(4) value zero.
       01  w-hora-fin pic 9(4) value zero.
       01  w-dia pic 9 value zero.
       01  w-cont-celdas pic 9(3) value zero.
       01  w-cont-aulas pic 9(3) value zero.
       01  w-cont-sin-aula pic 9(3) value zero.
       01  w-cont-en-celda pic 9 value zero.
       01  w-materia-nueva pic x(2) value spaces.
       01  w-comision-nueva pic x value space.
       01  w-dia-nuevo pic 9 value zero.
           03 filler       pic x(3)  value spaces.
           03 d-aula       pic x(6).
           03 filler       pic x(7)  value spaces.
       01  ocu-cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value
               "OCUPACION SEMANAL POR AULA".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 o-nro-pag    pic 99.
           03 filler       pic x(3).
       01  lin-aula.
           03 filler       pic x(6)  value "AULA: ".
           03 o-aula       pic x(6).
           03 filler       pic x(3)  value spaces.
           03 filler       pic x(10) value "EDIFICIO: ".
           03 o-edificio   pic x(20).
           03 filler       pic x(3)  value spaces.
           03 filler       pic x(11) value "CAPACIDAD: ".
           03 o-capacidad  pic zz9.
           03 filler       pic x(18) value spaces.
       01  ocu-cabecera3.
           03 filler       pic x(7)  value "HORA".
           03 filler       pic x(12) value "LUNES".
           03 filler       pic x(12) value "MARTES".
           03 filler       pic x(12) value "MIERCOLES".
           03 filler       pic x(12) value "JUEVES".
           03 filler       pic x(12) value "VIERNES".
           03 filler       pic x(12) value "SABADO".
           03 filler       pic x(1)  value spaces.
      * cada celda muestra materia y comision de la banda que ocupa
      * esa hora; "**" marca dos bandas superpuestas (cargadas antes
      * del control de aulas)
       01  lin-grilla.
           03 g-hora       pic 99.
           03 g-min        pic x(3).
           03 filler       pic x(2).
           03 g-dias OCCURS 6 TIMES.
               05 g-celda  pic x(10).
               05 filler   pic x(2).
           03 filler       pic x(1).
       01  lin-celda.
           03 c-materia    pic x(2).
           03 filler       pic x(1)  value "-".
           03 c-comision   pic x.
           03 filler       pic x(6)  value spaces.
       01  lin-tot-aula.
           03 filler       pic x(30) value
               "HORAS OCUPADAS EN LA SEMANA.: ".
           03 o-tot-celdas pic zz9.
           03 filler       pic x(47) value spaces.
       01  lin-tot-sin-aula.
           03 filler       pic x(30) value
               "BANDAS CON AULA SIN MAESTRO.: ".
           03 o-tot-sin    pic zz9.
           03 filler       pic x(47) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
       100-INICIO.
           PERFORM 110-CARGAR-MATERIAS.
           PERFORM 130-CARGAR-HORARIOS.
           PERFORM 150-CARGAR-AULAS.

       110-CARGAR-MATERIAS.
           OPEN INPUT MATERIAS.
           CLOSE MATERIAS.

       120-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       130-CARGAR-HORARIOS.
           OPEN INPUT HORARIOS-ARCH.
       140-LEER-HORARIO.
           READ HORARIOS-ARCH AT END MOVE 1 TO w-flag-hor.

       150-CARGAR-AULAS.
           OPEN INPUT AULAS-ARCH.
           IF ws-estado-aul = "00"
               PERFORM 160-LEER-AULA
               PERFORM UNTIL fin-aulas
                   IF w-cant-aul < 200
                       ADD 1 TO w-cant-aul
                       MOVE aul-codigo TO ta-codigo(w-cant-aul)
                       MOVE aul-edificio TO ta-edificio(w-cant-aul)
                       MOVE aul-capacidad TO ta-capacidad(w-cant-aul)
                   END-IF
                   PERFORM 160-LEER-AULA
               END-PERFORM
               CLOSE AULAS-ARCH
           END-IF.

       160-LEER-AULA.
           READ AULAS-ARCH AT END MOVE 1 TO w-flag-aul.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  HORARIOS DE CLASE"
           DISPLAY "  2- AGREGAR BANDA HORARIA"
           DISPLAY "  3- ELIMINAR BANDAS DE UNA MATERIA/COMISION"
           DISPLAY "  4- IMPRIMIR HORARIO DE UN ALUMNO"
           DISPLAY "  5- ALTA/MODIFICACION DE AULA"
           DISPLAY "  6- IMPRIMIR OCUPACION SEMANAL POR AULA"
           DISPLAY "  7- FIN"
           DISPLAY "..................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 8 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               PERFORM 200-MENU
           END-PERFORM.
               WHEN 2 PERFORM 500-AGREGAR
               WHEN 3 PERFORM 600-ELIMINAR
               WHEN 4 PERFORM 700-IMPRIMIR-ALUMNO
               WHEN 5 PERFORM 750-ABM-AULA
               WHEN 6 PERFORM 800-IMPRIMIR-OCUPACION
           END-EVALUATE.

       400-LISTAR.
                       DISPLAY "La hora hasta debe ser mayor que la "
                               "hora desde"
                   ELSE
                       PERFORM 510-VALIDAR-AULA
                       IF aula-valida
                           PERFORM 530-AGREGAR-BANDA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * el aula tiene que estar en el maestro y no puede tener otra
      * banda el mismo dia que se superponga con la nueva (una
      * empieza antes de que la otra termine)
       510-VALIDAR-AULA.
           MOVE "N" TO w-aula-valida.
           PERFORM 520-BUSCAR-AULA.
           IF NOT aula-encontrada
               DISPLAY "Aula " w-aula-nueva " inexistente en el "
                       "maestro de aulas"
           ELSE
               MOVE "S" TO w-aula-valida
               PERFORM VARYING k FROM 1 BY 1
                   UNTIL k > w-cant-hor OR NOT aula-valida
                   IF th-aula(k) = w-aula-nueva
                       AND th-dia(k) = w-dia-nuevo
                       AND w-desde-nuevo < th-hasta(k)
                       AND w-hasta-nuevo > th-desde(k)
                       MOVE "N" TO w-aula-valida
                       DISPLAY "El aula " w-aula-nueva " esta ocupada "
                               "por la materia " th-materia(k)
                               " comision " th-comision(k) " de "
                               th-desde(k) " a " th-hasta(k)
                   END-IF
               END-PERFORM
           END-IF.

       520-BUSCAR-AULA.
           MOVE "N" TO w-aula-encontrada.
           MOVE ZERO TO w-idx-aula.
           PERFORM VARYING ka FROM 1 BY 1
               UNTIL ka > w-cant-aul OR aula-encontrada
               IF ta-codigo(ka) = w-aula-nueva
                   MOVE "S" TO w-aula-encontrada
                   MOVE ka TO w-idx-aula
               END-IF
           END-PERFORM.

       530-AGREGAR-BANDA.
           IF w-cant-hor >= 300
               DISPLAY "Tabla de horarios llena"
           ELSE
               ADD 1 TO w-cant-hor
               MOVE w-materia-nueva TO th-materia(w-cant-hor)
               MOVE w-comision-nueva TO th-comision(w-cant-hor)
               MOVE w-dia-nuevo TO th-dia(w-cant-hor)
               MOVE w-desde-nuevo TO th-desde(w-cant-hor)
               MOVE w-hasta-nuevo TO th-hasta(w-cant-hor)
               MOVE w-aula-nueva TO th-aula(w-cant-hor)
               DISPLAY "Banda horaria agregada"
           END-IF.

      * la eliminacion compacta la tabla en el lugar: las bandas de
      * la materia/comision pedida se pisan con las siguientes
       600-ELIMINAR.
               END-IF
           END-PERFORM.

      * un aula existente se modifica (edificio y capacidad); una
      * nueva se agrega al maestro. No hay baja: un aula que deja de
      * usarse conserva las bandas historicas que la nombran
       750-ABM-AULA.
           DISPLAY "Ingrese el codigo de aula".
           ACCEPT w-aula-nueva.
           IF w-aula-nueva = SPACES
               DISPLAY "Codigo de aula invalido"
           ELSE
               PERFORM 520-BUSCAR-AULA
               IF aula-encontrada
                   DISPLAY "Aula existente, EDIFICIO: "
                           ta-edificio(w-idx-aula) " CAPACIDAD: "
                           ta-capacidad(w-idx-aula)
               END-IF
               DISPLAY "Ingrese el edificio"
               ACCEPT w-edificio-nuevo
               DISPLAY "Ingrese la capacidad (alumnos)"
               ACCEPT w-capacidad-nueva
               IF w-capacidad-nueva = ZERO
                   DISPLAY "La capacidad debe ser mayor que cero"
               ELSE
                   PERFORM 760-GUARDAR-AULA
               END-IF
           END-IF.

       760-GUARDAR-AULA.
           IF aula-encontrada
               MOVE w-edificio-nuevo TO ta-edificio(w-idx-aula)
               MOVE w-capacidad-nueva TO ta-capacidad(w-idx-aula)
               DISPLAY "Aula modificada"
           ELSE
               IF w-cant-aul >= 200
                   DISPLAY "Tabla de aulas llena"
               ELSE
                   ADD 1 TO w-cant-aul
                   MOVE w-aula-nueva TO ta-codigo(w-cant-aul)
                   MOVE w-edificio-nuevo TO ta-edificio(w-cant-aul)
                   MOVE w-capacidad-nueva TO ta-capacidad(w-cant-aul)
                   DISPLAY "Aula agregada"
               END-IF
           END-IF.

      * una hoja por aula del maestro con la grilla de lunes a sabado
      * de 7 a 23 hs; una hora cuenta como ocupada si alguna banda
      * del aula se superpone con ella
       800-IMPRIMIR-OCUPACION.
           MOVE ZERO TO w-cont-paginas.
           MOVE ZERO TO w-cont-aulas.
           OPEN OUTPUT LISTADO-OCUP.
           PERFORM VARYING ka FROM 1 BY 1 UNTIL ka > w-cant-aul
               ADD 1 TO w-cont-aulas
               MOVE ZERO TO w-cont-celdas
               PERFORM 820-LISTAR-ENCABEZADO-OCUP
               PERFORM VARYING w-hora FROM 7 BY 1 UNTIL w-hora > 22
                   PERFORM 830-LISTAR-HORA
               END-PERFORM
               MOVE w-cont-celdas TO o-tot-celdas
               WRITE ocu-reg FROM lin-tot-aula AFTER ADVANCING 2 LINES
           END-PERFORM.
           PERFORM 850-CONTAR-SIN-AULA.
           MOVE w-cont-sin-aula TO o-tot-sin.
           WRITE ocu-reg FROM lin-tot-sin-aula AFTER ADVANCING 2 LINES.
           CLOSE LISTADO-OCUP.
           DISPLAY "Ocupacion de " w-cont-aulas " aulas impresa en "
                   "impOcupacionAulas.dat".
           IF w-cont-sin-aula NOT = ZERO
               DISPLAY "Bandas con aula fuera del maestro: "
                       w-cont-sin-aula
           END-IF.

       820-LISTAR-ENCABEZADO-OCUP.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO o-nro-pag.
           IF w-cont-paginas = 1
               WRITE ocu-reg FROM ocu-cabecera1
           ELSE
               WRITE ocu-reg FROM ocu-cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE ocu-reg FROM cabecera2 AFTER 2.
           MOVE ta-codigo(ka) TO o-aula.
           MOVE ta-edificio(ka) TO o-edificio.
           MOVE ta-capacidad(ka) TO o-capacidad.
           WRITE ocu-reg FROM lin-aula.
           WRITE ocu-reg FROM ocu-cabecera3 AFTER 2.
           WRITE ocu-reg FROM cabecera4.

       830-LISTAR-HORA.
           MOVE SPACES TO lin-grilla.
           MOVE w-hora TO g-hora.
           MOVE ":00" TO g-min.
           COMPUTE w-hora-ini = w-hora * 100.
           COMPUTE w-hora-fin = w-hora-ini + 100.
           PERFORM VARYING w-dia FROM 1 BY 1 UNTIL w-dia > 6
               PERFORM 840-ARMAR-CELDA
           END-PERFORM.
           WRITE ocu-reg FROM lin-grilla AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 820-LISTAR-ENCABEZADO-OCUP.

       840-ARMAR-CELDA.
           MOVE ZERO TO w-cont-en-celda.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-hor
               IF th-aula(k) = ta-codigo(ka)
                   AND th-dia(k) = w-dia
                   AND th-desde(k) < w-hora-fin
                   AND th-hasta(k) > w-hora-ini
                   ADD 1 TO w-cont-en-celda
                   MOVE th-materia(k) TO c-materia
                   MOVE th-comision(k) TO c-comision
               END-IF
           END-PERFORM.
           IF w-cont-en-celda = 1
               MOVE lin-celda TO g-celda(w-dia)
           END-IF.
           IF w-cont-en-celda > 1
               MOVE "**" TO g-celda(w-dia)
           END-IF.
           IF w-cont-en-celda NOT = ZERO
               ADD 1 TO w-cont-celdas
           END-IF.

       850-CONTAR-SIN-AULA.
           MOVE ZERO TO w-cont-sin-aula.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-hor
               MOVE th-aula(k) TO w-aula-nueva
               PERFORM 520-BUSCAR-AULA
               IF NOT aula-encontrada
                   ADD 1 TO w-cont-sin-aula
               END-IF
           END-PERFORM.

       900-GRABAR-ARCHIVO.
           OPEN OUTPUT HORARIOS-ARCH.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-hor
               WRITE hor-reg
           END-PERFORM.
           CLOSE HORARIOS-ARCH.
           PERFORM 910-GRABAR-AULAS.

       910-GRABAR-AULAS.
           OPEN OUTPUT AULAS-ARCH.
           PERFORM VARYING ka FROM 1 BY 1 UNTIL ka > w-cant-aul
               MOVE ta-codigo(ka) TO aul-codigo
               MOVE ta-edificio(ka) TO aul-edificio
               MOVE ta-capacidad(ka) TO aul-capacidad
               WRITE aul-reg
           END-PERFORM.
           CLOSE AULAS-ARCH.
       END PROGRAM HORARIOS.
