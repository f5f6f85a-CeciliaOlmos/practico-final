       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ALTERNATE RECORD KEY IS es-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT FINALES ASSIGN TO "..\finales.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\certificadoAnalitico.dat".
           COPY "COPY-DOCEMI-SEL.cpy".
           COPY "COPY-POOLS-SEL.cpy".
           COPY "COPY-TESIS-SEL.cpy".
           COPY "COPY-CARRERA-SEL.cpy".
           COPY "COPY-BIBLIO-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
           COPY "COPY-PROGMAT-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-DOCEMI-FD.cpy".
           COPY "COPY-POOLS-FD.cpy".
           COPY "COPY-TESIS-FD.cpy".
           COPY "COPY-CARRERA-FD.cpy".
           COPY "COPY-BIBLIO-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
           COPY "COPY-PROGMAT-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
           COPY "COPY-BIBLIO-WS.cpy".
           COPY "COPY-ERRLOG-WS.cpy".
           COPY "COPY-PROGMAT-WS.cpy".
       77  w-flag-est pic 9 value 0.
           88 fin-estados value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-modo-busqueda pic 9 value 1.
       01  w-dni-pedido pic 9(8) value zero.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       01  w-cant-mat pic 99 value zero.
       01  w-idx-mat pic 99.
       01  tabla-mat.
               05 vec-mater pic x(2).
               05 vec-nombre pic x(30).
               05 vec-plan pic x(2).
               05 vec-pool pic x(2).
               05 vec-horas pic 9(3).
               05 vec-creditos pic 99.
               05 vec-tipo pic x.
       01  w-plan-alu pic x(2) value "01".
      * con doble carrera el analitico es de una carrera: lleva su
      * plan y su cohorte y solo las materias de ese plan
       01  w-cohorte-car pic 9(4) value zero.
       01  w-plan-pedido pic x(2) value spaces.
       77  w-doble-carrera pic x value "N".
           88 doble-carrera value "S".
       77  w-materia-del-plan pic x value "N".
           88 materia-del-plan value "S".
      * grupo de optativas que se esta listando (en blanco, las
      * obligatorias) y grupo de la materia del estado leido
       01  w-pool-listado pic x(2) value spaces.
       01  w-pool-materia pic x(2) value spaces.
       77  w-titulo-pendiente pic x value "N".
           88 titulo-pendiente value "S".
       01  w-nombre-mat pic x(30) value spaces.
      * carga horaria y creditos acumulados: cada materia aprobada
      * suma una sola vez aunque tenga varias cursadas o finales
       01  w-nota-aprobada pic 99 value 4.
       01  w-horas-mat pic 9(3) value zero.
       01  w-creditos-mat pic 99 value zero.
       01  w-total-horas pic 9(5) value zero.
       01  w-total-creditos pic 9(4) value zero.
       01  w-ult-mat-sumada pic x(2) value spaces.
       77  w-mat-aprobada pic x value "N".
           88 mat-aprobada value "S".
       01  w-curso-desc pic x(11) value spaces.
       77  ws-estado-fin pic xx.
       77  w-flag-fin pic 9 value 0.
           03 filler       pic x(12) value "      FINAL ".
           03 f-fecha      pic 9(8).
           03 filler       pic x(7)  value "  NOTA ".
           03 f-nota-area.
               05 f-nota   pic z9.
               05 filler   pic x(9).
           03 f-nota-pf redefines f-nota-area pic x(11).
           03 filler       pic x(13) value "  ACTA LIBRO ".
           03 f-libro      pic zz9.
           03 filler       pic x(7)  value " FOLIO ".
           03 f-folio      pic zz9.
           03 filler       pic x(16) value spaces.
      * fecha del primer final aprobado de la materia; sin final la
      * aprobacion se toma al cierre del anio de la cursada
       01  w-fecha-final-aprob pic 9(8) value zero.
       01  lin-programa.
           03 filler       pic x(21) value "      PROGRAMA: RES. ".
           03 lp-resolucion pic x(12).
           03 filler       pic x(9)  value " VERSION ".
           03 lp-version   pic z9.
           03 filler       pic x(15) value " VIGENTE DESDE ".
           03 lp-desde     pic 9(8).
           03 filler       pic x(13) value spaces.
       01  lin-sin-programa.
           03 filler       pic x(16) value "      PROGRAMA: ".
           03 filler       pic x(40) value
               "SIN VERSION REGISTRADA A LA APROBACION".
           03 filler       pic x(24) value spaces.
       01  w-cont-paginas pic 99 value zero.
       01  w-cont-materias pic 9(3) value zero.
       01  w-suma-nota pic 9(6) value zero.
       01  w-promedio pic 99v99 value zero.
      * las materias aprobado/desaprobado se listan con el resultado
      * en letras y no entran en el promedio
       01  w-cant-notas pic 9(3) value zero.
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       01  w-nota-pf pic 99 value zero.
       01  w-resultado-pf pic x(11) value spaces.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "CERTIFICADO ANALITICO DE
           03 ca-dni       pic zz.zzz.zz9.
           03 filler       pic x(11) value "  COHORTE: ".
           03 ca-cohorte   pic 9(4).
           03 filler       pic x(8)  value "  PLAN: ".
           03 ca-plan      pic x(2).
           03 filler       pic x(20) value spaces.
       01  lin-alumno2.
           03 filler       pic x(8)  value "NOMBRE: ".
           03 ca-nombre    pic x(30).
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(11) value "CURSO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(11) value "NOTA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(4)  value "ANIO".
           03 filler       pic x(7)  value spaces.
       01  cabecera4.
           03 filler       pic x(80) value all "-".
       01  lin-detalle.
           03 filler       pic x(4)  value spaces.
           03 d-curso      pic x(11).
           03 filler       pic x(2)  value spaces.
           03 d-nota-area.
               05 d-nota   pic z9.
               05 filler   pic x(9).
           03 d-nota-pf redefines d-nota-area pic x(11).
           03 filler       pic x(2)  value spaces.
           03 d-anio       pic 9(4).
           03 filler       pic x(7)  value spaces.
       01  lin-promedio.
           03 filler       pic x(20) value "MATERIAS LISTADAS: ".
           03 t-materias   pic zz9.
           03 filler       pic x(21) value "   PROMEDIO GENERAL: ".
           03 t-promedio   pic z9,99.
           03 filler       pic x(31) value spaces.
       01  lin-titulo-pool.
           03 filler       pic x(11) value "OPTATIVAS: ".
           03 tp-nombre    pic x(30).
           03 filler       pic x(11) value " - APROBAR ".
           03 tp-requeridas pic z9.
           03 filler       pic x(6)  value " MAT. ".
           03 tp-creditos  pic zz9.
           03 filler       pic x(6)  value " CRED.".
           03 filler       pic x(11) value spaces.
       01  lin-carga.
           03 filler       pic x(30) value
               "CARGA HORARIA APROBADA......: ".
           03 t-horas      pic zz.zz9.
           03 filler       pic x(14) value "   CREDITOS: ".
           03 t-creditos   pic z.zz9.
           03 filler       pic x(25) value spaces.
       01  lin-tesis1.
           03 filler       pic x(15) value "TRABAJO FINAL: ".
           03 tf-titulo    pic x(50).
           03 filler       pic x(15) value spaces.
       01  lin-tesis2.
           03 filler       pic x(15) value spaces.
           03 filler       pic x(6)  value "NOTA: ".
           03 tf-nota      pic z9.
           03 filler       pic x(16) value "   DEFENDIDO EL ".
           03 tf-dia       pic 99.
           03 filler       pic x     value "/".
           03 tf-mes       pic 99.
           03 filler       pic x     value "/".
           03 tf-anio      pic 9(4).
           03 filler       pic x(31) value spaces.
       01  lin-tesis-pend.
           03 filler       pic x(15) value spaces.
           03 filler       pic x(30) value
               "EN CURSO, SIN DEFENSA APROBADA".
           03 filler       pic x(35) value spaces.
           COPY "COPY-DOCEMI-WS.cpy".
           COPY "COPY-POOLS-WS.cpy".
           COPY "COPY-TESIS-WS.cpy".
           COPY "COPY-CARRERA-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "certificadoAnalitico" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-BUSCAR-ALUMNO.
           IF alumno-hallado
               PERFORM 240-VERIFICAR-LIBRE-DEUDA
           END-IF.
           IF alumno-hallado AND NOT deuda-biblioteca
               PERFORM 250-ELEGIR-CARRERA
               PERFORM 300-EMITIR-CERTIFICADO
           END-IF.
           IF NOT alumno-hallado
               DISPLAY "El alumno pedido no se encuentra"
           END-IF.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 915-CARGAR-POOLS.
           PERFORM 905-CARGAR-PARAM-TESIS.
           PERFORM 907-CARGAR-TESIS.
           PERFORM 951-CARGAR-CARRERAS.
           PERFORM 941-CARGAR-PROGRAMAS.
           PERFORM 110-CARGAR-MATERIAS.
           OPEN INPUT ALUMNOS.
           OPEN INPUT ESTADOS.
               MOVE mat-mat TO vec-mater(w-cant-mat)
               MOVE mat-nombre TO vec-nombre(w-cant-mat)
               MOVE mat-plan TO vec-plan(w-cant-mat)
               MOVE mat-plan TO w-pool-plan
               MOVE mat-pool TO w-pool-codigo
               PERFORM 914-NORMALIZAR-POOL
               MOVE w-pool-codigo TO vec-pool(w-cant-mat)
               IF mat-horas IS NUMERIC
                   MOVE mat-horas TO vec-horas(w-cant-mat)
               ELSE
                   MOVE ZERO TO vec-horas(w-cant-mat)
               END-IF
               IF mat-creditos IS NUMERIC
                   MOVE mat-creditos TO vec-creditos(w-cant-mat)
               ELSE
                   MOVE ZERO TO vec-creditos(w-cant-mat)
               END-IF
               MOVE mat-tipo-nota TO vec-tipo(w-cant-mat)
               PERFORM 120-LEER-MATERIAS
           END-PERFORM.
           CLOSE MATERIAS.

       120-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

       130-PEDIR-ALUMNO.
           DISPLAY "Buscar alumno por: 1-Legajo 2-DNI".
           END-IF.

       210-BUSCAR-POR-LEGAJO.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
           END-READ.

       230-BUSCAR-POR-DNI.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos OR alumno-hallado
               IF al-dni = w-dni-pedido
                   MOVE "S" TO w-alumno-hallado
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.

      * el analitico no se emite con prestamos de biblioteca sin
      * devolver: se informan y el pedido queda rechazado
       240-VERIFICAR-LIBRE-DEUDA.
           IF busqueda-por-dni
               MOVE w-dni-pedido TO w-bib-dni
           ELSE
               MOVE al-dni TO w-bib-dni
           END-IF.
           PERFORM 964-VERIFICAR-BIBLIOTECA.
           IF deuda-biblioteca
               DISPLAY "El alumno tiene " w-bib-cant-abiertas
                       " prestamo(s) de biblioteca sin devolver"
               IF w-bib-item NOT = SPACES
                   DISPLAY "  " w-bib-item " vencido el "
                           w-bib-vencimiento
               END-IF
               DISPLAY "Analitico no se emite hasta el libre deuda "
                       "de biblioteca"
               MOVE 1 TO RETURN-CODE
           END-IF.

      * un legajo con carreras adicionales elige de cual se emite;
      * en blanco o con un plan que no cursa, la de alumnos.dat
       250-ELEGIR-CARRERA.
           IF al-plan = SPACES
               MOVE "01" TO w-plan-alu
           ELSE
               MOVE al-plan TO w-plan-alu
           END-IF.
           MOVE al-cohorte TO w-cohorte-car.
           MOVE "N" TO w-doble-carrera.
           PERFORM VARYING k-car FROM 1 BY 1 UNTIL k-car > w-cant-car
               IF tca-legajo(k-car) = al-legajo
                   AND tca-estado(k-car) NOT = "B"
                   IF NOT doble-carrera
                       MOVE "S" TO w-doble-carrera
                       DISPLAY "El alumno cursa mas de una carrera"
                       DISPLAY "  PLAN " w-plan-alu " COHORTE "
                               al-cohorte " (principal)"
                   END-IF
                   DISPLAY "  PLAN " tca-plan(k-car) " COHORTE "
                           tca-cohorte(k-car)
               END-IF
           END-PERFORM.
           IF doble-carrera
               DISPLAY "Ingrese el plan del analitico (en blanco, "
                       "la carrera principal)"
               ACCEPT w-plan-pedido
               IF w-plan-pedido NOT = SPACES
                   AND w-plan-pedido NOT = w-plan-alu
                   MOVE al-legajo TO w-car-legajo
                   MOVE w-plan-pedido TO w-car-plan
                   PERFORM 953-BUSCAR-CARRERA
                   IF carrera-hallada
                       AND tca-estado(k-car) NOT = "B"
                       MOVE tca-plan(k-car) TO w-plan-alu
                       MOVE tca-cohorte(k-car) TO w-cohorte-car
                   ELSE
                       DISPLAY "El alumno no cursa el plan "
                               w-plan-pedido
                               ", se emite el de la carrera principal"
                   END-IF
               END-IF
           END-IF.

      * el analitico queda en el registro de documentos: numero y
      * codigo de verificacion salen en cada pagina. Primero van las
      * materias obligatorias y despues las optativas, agrupadas bajo
      * el titulo de su grupo
       300-EMITIR-CERTIFICADO.
           PERFORM 990-ABRIR-REGISTRO-DOC.
           MOVE "ANA" TO w-dem-tipo.
           MOVE al-legajo TO w-dem-legajo.
           MOVE al-dni TO w-dem-dni.
           MOVE al-nombre TO w-dem-nombre.
           PERFORM 991-REGISTRAR-DOCUMENTO.
           CLOSE DOC-EMITIDOS.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.
           MOVE SPACES TO w-pool-listado.
           MOVE "N" TO w-titulo-pendiente.
           PERFORM 305-LISTAR-GRUPO.
           PERFORM VARYING k-pool FROM 1 BY 1
               UNTIL k-pool > w-cant-pool
               IF tpo-plan(k-pool) = w-plan-alu
                   MOVE tpo-codigo(k-pool) TO w-pool-listado
                   MOVE "S" TO w-titulo-pendiente
                   PERFORM 305-LISTAR-GRUPO
               END-IF
           END-PERFORM.
           PERFORM 400-LISTAR-PROMEDIO.
           PERFORM 410-LISTAR-TRABAJO-FINAL.
           CLOSE LISTADO.
           DISPLAY "Certificado emitido para el legajo " al-legajo.
           DISPLAY lin-verificacion.

      * una pasada por los estados del alumno listando solo las
      * materias del grupo w-pool-listado; el titulo del grupo sale
      * antes de la primera que aparezca
       305-LISTAR-GRUPO.
           MOVE ZERO TO w-flag-est.
           PERFORM 310-POSICIONAR-ESTADOS.
           PERFORM UNTIL fin-estados
               PERFORM 345-BUSCAR-POOL-MATERIA
               IF w-pool-materia = w-pool-listado
                   AND (materia-del-plan OR NOT doble-carrera)
                   IF titulo-pendiente
                       PERFORM 370-LISTAR-TITULO-POOL
                   END-IF
                   PERFORM 330-LISTAR-MATERIA
               END-IF
               PERFORM 320-LEER-ESTADO
           END-PERFORM.

       310-POSICIONAR-ESTADOS.
           MOVE al-dni TO es-dni.
           END-IF.

       330-LISTAR-MATERIA.
           MOVE "N" TO w-mat-aprobada.
           IF es-nota >= w-nota-aprobada
               AND (NOT finales-activo
                   OR es-curso = "P" OR es-curso = "E")
               MOVE "S" TO w-mat-aprobada
           END-IF.
           PERFORM 340-BUSCAR-NOMBRE-MATERIA.
           PERFORM 350-DECODIFICAR-CURSO.
           MOVE es-materia TO d-mat.
           MOVE w-nombre-mat TO d-nombre.
           MOVE es-cuatri TO d-cuat.
           MOVE w-curso-desc TO d-curso.
           MOVE SPACES TO d-nota-pf.
           IF materia-sin-nota
               MOVE es-nota TO w-nota-pf
               PERFORM 355-RESULTADO-PF
               MOVE w-resultado-pf TO d-nota-pf
           ELSE
               MOVE es-nota TO d-nota
           END-IF.
           MOVE es-anio TO d-anio.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-detalle.
           ADD 1 TO w-cont-materias.
           IF NOT materia-sin-nota
               ADD 1 TO w-cant-notas
               ADD es-nota TO w-suma-nota
           END-IF.
           MOVE ZERO TO w-fecha-final-aprob.
           IF finales-activo
               PERFORM 360-LISTAR-FINALES
           END-IF.
           IF mat-aprobada
               PERFORM 380-LISTAR-PROGRAMA
           END-IF.
           IF mat-aprobada AND es-materia NOT = w-ult-mat-sumada
               ADD w-horas-mat TO w-total-horas
               ADD w-creditos-mat TO w-total-creditos
               MOVE es-materia TO w-ult-mat-sumada
           END-IF.

      * el certificado cita el acta de cada final rendido en la
      * materia, con libro y folio de la mesa
               IF w-flag-fin = 0
                   IF fin-dni = es-dni AND fin-materia = es-materia
                       MOVE fin-fecha TO f-fecha
                       MOVE SPACES TO f-nota-pf
                       IF materia-sin-nota
                           MOVE fin-nota TO w-nota-pf
                           PERFORM 355-RESULTADO-PF
                           MOVE w-resultado-pf TO f-nota-pf
                       ELSE
                           MOVE fin-nota TO f-nota
                       END-IF
                       MOVE fin-libro TO f-libro
                       MOVE fin-folio TO f-folio
                       IF fin-nota >= w-nota-aprobada
                           MOVE "S" TO w-mat-aprobada
                           IF w-fecha-final-aprob = ZERO
                               MOVE fin-fecha TO w-fecha-final-aprob
                           END-IF
                       END-IF
                       WRITE lis-reg FROM lin-final
                           AFTER ADVANCING 1 LINE
                           AT END-OF-PAGE
               END-IF
           END-PERFORM.

      * la version del programa de la materia en el plan del
      * analitico que estaba vigente cuando el alumno la aprobo
       380-LISTAR-PROGRAMA.
           MOVE w-plan-alu TO w-pgm-plan.
           MOVE es-materia TO w-pgm-materia.
           IF w-fecha-final-aprob NOT = ZERO
               MOVE w-fecha-final-aprob TO w-pgm-fecha
           ELSE
               COMPUTE w-pgm-fecha = es-anio * 10000 + 1231
           END-IF.
           PERFORM 943-BUSCAR-PROGRAMA-VIGENTE.
           IF programa-hallado
               MOVE w-pgm-resolucion TO lp-resolucion
               MOVE w-pgm-version TO lp-version
               MOVE w-pgm-desde TO lp-desde
               WRITE lis-reg FROM lin-programa AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
               END-WRITE
               DISPLAY lin-programa
           ELSE
               WRITE lis-reg FROM lin-sin-programa
                   AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
               END-WRITE
               DISPLAY lin-sin-programa
           END-IF.

      * horas y creditos se toman de la materia del plan del alumno
       340-BUSCAR-NOMBRE-MATERIA.
           MOVE "(SIN NOMBRE)" TO w-nombre-mat.
           MOVE ZERO TO w-horas-mat.
           MOVE ZERO TO w-creditos-mat.
           MOVE "N" TO w-materia-pf.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               IF vec-mater(w-idx-mat) = es-materia
                   MOVE vec-nombre(w-idx-mat) TO w-nombre-mat
                   IF vec-plan(w-idx-mat) = w-plan-alu
                       MOVE vec-horas(w-idx-mat) TO w-horas-mat
                       MOVE vec-creditos(w-idx-mat) TO w-creditos-mat
                       MOVE vec-tipo(w-idx-mat) TO w-materia-pf
                   END-IF
               END-IF
           END-PERFORM.

       345-BUSCAR-POOL-MATERIA.
           MOVE SPACES TO w-pool-materia.
           MOVE "N" TO w-materia-del-plan.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               IF vec-mater(w-idx-mat) = es-materia
                   AND vec-plan(w-idx-mat) = w-plan-alu
                   MOVE vec-pool(w-idx-mat) TO w-pool-materia
                   MOVE "S" TO w-materia-del-plan
               END-IF
           END-PERFORM.

       370-LISTAR-TITULO-POOL.
           MOVE "N" TO w-titulo-pendiente.
           MOVE tpo-nombre(k-pool) TO tp-nombre.
           MOVE tpo-requeridas(k-pool) TO tp-requeridas.
           MOVE tpo-creditos-req(k-pool) TO tp-creditos.
           WRITE lis-reg FROM lin-titulo-pool AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-titulo-pool.

      * una cursada ausente de una materia aprobado/desaprobado
      * queda en blanco
       355-RESULTADO-PF.
           EVALUATE TRUE
               WHEN w-nota-pf = ZERO
                   MOVE SPACES TO w-resultado-pf
               WHEN w-nota-pf >= w-nota-aprobada
                   MOVE "APROBADO" TO w-resultado-pf
               WHEN OTHER
                   MOVE "DESAPROBADO" TO w-resultado-pf
           END-EVALUATE.

       350-DECODIFICAR-CURSO.
           EVALUATE es-curso
               WHEN "R" MOVE "REGULAR" TO w-curso-desc
           END-EVALUATE.

       400-LISTAR-PROMEDIO.
           IF w-cant-notas > 0
               COMPUTE w-promedio = w-suma-nota / w-cant-notas
           ELSE
               MOVE ZERO TO w-promedio
           END-IF.
           WRITE lis-reg FROM lin-promedio AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-promedio.
           MOVE w-total-horas TO t-horas.
           MOVE w-total-creditos TO t-creditos.
           WRITE lis-reg FROM lin-carga AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-carga.

      * el trabajo final vigente del alumno en su plan, con la nota
      * de la defensa cuando ya esta aprobado
       410-LISTAR-TRABAJO-FINAL.
           MOVE al-legajo TO w-tes-legajo.
           MOVE w-plan-alu TO w-tes-plan.
           PERFORM 909-BUSCAR-TESIS.
           IF tesis-hallada
               MOVE tt-titulo(k-tes) TO tf-titulo
               WRITE lis-reg FROM lin-tesis1 AFTER ADVANCING 2 LINES
                   AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
               DISPLAY lin-tesis1
               IF tt-etapa(k-tes) = "F"
                   MOVE tt-nota(k-tes) TO tf-nota
                   MOVE tt-fecha-defensa(k-tes)(7:2) TO tf-dia
                   MOVE tt-fecha-defensa(k-tes)(5:2) TO tf-mes
                   MOVE tt-fecha-defensa(k-tes)(1:4) TO tf-anio
                   WRITE lis-reg FROM lin-tesis2 AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
                   DISPLAY lin-tesis2
               ELSE
                   WRITE lis-reg FROM lin-tesis-pend
                       AFTER ADVANCING 1 LINE
                       AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
                   DISPLAY lin-tesis-pend
               END-IF
           END-IF.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           MOVE al-legajo TO ca-legajo.
           MOVE al-dni TO ca-dni.
           MOVE w-cohorte-car TO ca-cohorte.
           MOVE w-plan-alu TO ca-plan.
           WRITE lis-reg FROM lin-alumno1.
           MOVE al-nombre TO ca-nombre.
           MOVE al-contacto TO ca-contacto.
           WRITE lis-reg FROM lin-alumno2.
           WRITE lis-reg FROM lin-verificacion.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera4.

               CLOSE FINALES
           END-IF.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-DOCEMI-PROC.cpy".
           COPY "COPY-POOLS-PROC.cpy".
           COPY "COPY-TESIS-PROC.cpy".
           COPY "COPY-CARRERA-PROC.cpy".
           COPY "COPY-BIBLIO-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
           COPY "COPY-PROGMAT-PROC.cpy".
       END PROGRAM CERTIFICADO-ANALITICO.
