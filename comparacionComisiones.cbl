      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARACION-COMISIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS es-llave
                   ALTERNATE RECORD KEY IS es-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           SELECT INSCRIPCIONES-ARCH ASSIGN TO "..\inscripciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ins.
           SELECT ASIGNACIONES ASSIGN TO "..\asignacionDocentes.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-asg.
           SELECT DOCENTES-ARCH ASSIGN TO "..\docentes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS doc-legajo
                   FILE STATUS IS ws-estado-doc.
           COPY "COPY-MATERIAS-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impComisiones.dat".
           COPY "COPY-PERIODO-SEL.cpy".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  INSCRIPCIONES-ARCH.
       01  ins-reg.
           03 ins-dni pic 9(8).
           03 ins-materia pic x(2).
           03 ins-cuatri pic 99.
           03 ins-anio pic 9(4).
           03 ins-comision pic x.
           03 ins-estado pic x.
       FD  ASIGNACIONES.
           COPY "COPY-ASIGDOC.cpy".
       FD  DOCENTES-ARCH.
       01  doc-reg.
           03 doc-legajo pic 9(5).
           03 doc-nombre pic x(30).
           03 doc-cargo pic x(15).
           03 doc-estado pic x.
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-PERIODO-FD.cpy".
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-ins pic xx.
       77  ws-estado-asg pic xx.
       77  ws-estado-doc pic xx.
       77  ws-estado-per pic xx.
       77  w-flag-est pic 9 value 0.
           88 fin-estados value 1.
       77  w-flag-ins pic 9 value 0.
           88 fin-inscripciones value 1.
       77  w-flag-asg pic 9 value 0.
           88 fin-asignaciones value 1.
       77  ws-estado-mat pic xx.
       77  w-flag-mat pic 9 value 0.
           88 fin-archivo-mat value 1.
       77  w-flag-per pic 9 value 0.
       77  w-docentes-activo pic x value "N".
           88 docentes-activo value "S".
       77  w-grupo-hallado pic x value "N".
           88 grupo-hallado value "S".
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-anio pic 9(4) value zero.
      * desvio admitido, en puntos porcentuales, entre la aprobacion
      * de una comision y la de su materia
       01  w-margen pic 99 value zero.
       01  w-nota-aprobada pic 99 value 4.
       01  w-cant-mat pic 99 value zero.
       01  w-idx-mat pic 99.
       01  tabla-mat.
           03 tab-materias OCCURS 99 TIMES.
               05 vec-mater pic x(2).
               05 vec-nombre pic x(30).
               05 vec-tipo pic x.
      * una materia aprobado/desaprobado se compara solo por el
      * porcentaje de aprobacion, sin promedio de notas
       77  w-materia-pf pic x value "N".
           88 materia-sin-nota value "S".
       01  w-nombre-mat pic x(30) value spaces.
      * una fila por inscripcion vigente del anio, con el ultimo
      * resultado que le grabo el cierre (curso en blanco = todavia
      * sin resultado)
       01  w-cant-ins pic 9(5) value zero.
       01  ki pic 9(5).
       01  tabla-ins.
           03 tab-ins OCCURS 6000 TIMES.
               05 ti-dni pic 9(8).
               05 ti-materia pic x(2).
               05 ti-cuatri pic 99.
               05 ti-comision pic x.
               05 ti-curso pic x.
               05 ti-nota pic 99.
               05 ti-secuen pic 9(6).
       01  w-cant-asg pic 9(3) value zero.
       01  ka pic 9(3).
       01  tabla-asg.
           03 tab-asg OCCURS 500 TIMES.
               05 ta-legajo pic 9(5).
               05 ta-materia pic x(2).
               05 ta-cuatri pic 99.
               05 ta-comision pic x.
       01  w-cant-com pic 9(4) value zero.
       01  k pic 9(4).
       01  k2 pic 9(4).
       01  k-ini pic 9(4).
       01  tabla-com.
           03 tab-com OCCURS 1000 TIMES.
               05 tc-materia pic x(2).
               05 tc-cuatri pic 99.
               05 tc-comision pic x.
               05 tc-inscriptos pic 9(5).
               05 tc-regulares pic 9(5).
               05 tc-libres pic 9(5).
               05 tc-ausentes pic 9(5).
               05 tc-con-resultado pic 9(5).
               05 tc-aprobados pic 9(5).
               05 tc-suma-nota pic 9(7).
       01  w-com-inter.
           03 ci-materia pic x(2).
           03 ci-cuatri pic 99.
           03 ci-comision pic x.
           03 ci-inscriptos pic 9(5).
           03 ci-regulares pic 9(5).
           03 ci-libres pic 9(5).
           03 ci-ausentes pic 9(5).
           03 ci-con-resultado pic 9(5).
           03 ci-aprobados pic 9(5).
           03 ci-suma-nota pic 9(7).
       01  w-mat-con-resultado pic 9(6) value zero.
       01  w-mat-aprobados pic 9(6) value zero.
       01  w-mat-inscriptos pic 9(6) value zero.
       01  w-porc-materia pic 999v99 value zero.
       01  w-porc-comision pic 999v99 value zero.
       01  w-desvio pic s999v99 value zero.
       01  w-promedio-n pic 99v99 value zero.
       01  w-cont-desvios pic 9(4) value zero.
       01  w-docentes pic x(72) value spaces.
       01  w-ptr-doc pic 99 value 1.
       01  w-nombre-doc pic x(30) value spaces.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(16) value "RESULTADOS POR C".
           03 filler       pic x(16) value "OMISION Y DOCENT".
           03 filler       pic x(1)  value "E".
           03 filler       pic x(7)  value " ANIO: ".
           03 p-anio       pic 9(4).
           03 filler       pic x(18) value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(1).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  cabecera3.
           03 filler       pic x(4)  value "COM ".
           03 filler       pic x(7)  value "  INSC.".
           03 filler       pic x(7)  value "   REG.".
           03 filler       pic x(7)  value "   LIB.".
           03 filler       pic x(7)  value "   AUS.".
           03 filler       pic x(7)  value "  S/RES".
           03 filler       pic x(7)  value "  PROM.".
           03 filler       pic x(8)  value "  %APROB".
           03 filler       pic x(8)  value "  DESVIO".
           03 filler       pic x(18) value spaces.
       01  cabecera4.
           03 filler       pic x(80) value all "-".
       01  lin-materia.
           03 filler       pic x(9)  value "MATERIA: ".
           03 m-materia    pic x(2).
           03 filler       pic x(1)  value spaces.
           03 m-nombre     pic x(30).
           03 filler       pic x(10) value "  CUATRI: ".
           03 m-cuatri     pic 99.
           03 filler       pic x(17) value "  %APROB.MATERIA:".
           03 m-porc       pic zz9,99.
           03 filler       pic x(3)  value spaces.
       01  lin-detalle.
           03 filler       pic x(2)  value spaces.
           03 d-comision   pic x.
           03 filler       pic x(3)  value spaces.
           03 d-insc       pic zzzz9.
           03 filler       pic x(2)  value spaces.
           03 d-reg        pic zzzz9.
           03 filler       pic x(2)  value spaces.
           03 d-lib        pic zzzz9.
           03 filler       pic x(2)  value spaces.
           03 d-aus        pic zzzz9.
           03 filler       pic x(2)  value spaces.
           03 d-sinres     pic zzzz9.
           03 filler       pic x(2)  value spaces.
           03 d-prom       pic z9,99.
           03 d-prom-x redefines d-prom pic x(5).
           03 filler       pic x(2)  value spaces.
           03 d-porc       pic zz9,99.
           03 filler       pic x(2)  value spaces.
           03 d-desvio     pic -zz9,99.
           03 filler       pic x(2)  value spaces.
           03 d-marca      pic x(14).
       01  lin-docentes.
           03 filler       pic x(8)  value "   DOC: ".
           03 d-docentes   pic x(72).
       01  lin-total.
           03 filler       pic x(28)
                               value "COMISIONES CON DESVIO......:".
           03 t-desvios    pic zzz9.
           03 filler       pic x(13) value "  MARGEN (%):".
           03 t-margen     pic z9.
           03 filler       pic x(33) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "comparacionComisiones" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-INSCRIPCIONES.
           PERFORM 300-APLICAR-ESTADOS.
           PERFORM 400-ACUMULAR-COMISIONES.
           PERFORM 450-ORDENAR-TABLA.
           PERFORM 500-LISTAR.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 110-UBICAR-PERIODO.
           DISPLAY "Ingrese el anio a comparar (en blanco, " w-anio
                   ")".
           ACCEPT w-anio.
           IF w-anio = ZERO
               PERFORM 110-UBICAR-PERIODO
           END-IF.
           DISPLAY "Ingrese el margen de desvio admitido en puntos "
                   "(en blanco, 15)".
           ACCEPT w-margen.
           IF w-margen = ZERO
               MOVE 15 TO w-margen
           END-IF.
           PERFORM 120-CARGAR-MATERIAS.
           PERFORM 140-CARGAR-ASIGNACIONES.
           OPEN INPUT DOCENTES-ARCH.
           IF ws-estado-doc = "00"
               MOVE "S" TO w-docentes-activo
           END-IF.
           MOVE w-anio TO p-anio.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.

      * el anio por defecto es el del periodo lectivo abierto; sin
      * periodo abierto, el anio en curso
       110-UBICAR-PERIODO.
           MOVE w-fecha-hoy(1:4) TO w-anio.
           MOVE ZERO TO w-flag-per.
           OPEN INPUT PERIODO-LECTIVO.
           IF ws-estado-per = "00"
               PERFORM 115-LEER-PERIODO
               PERFORM UNTIL w-flag-per = 1
                   IF per-flag = "A"
                       MOVE per-anio TO w-anio
                   END-IF
                   PERFORM 115-LEER-PERIODO
               END-PERFORM
               CLOSE PERIODO-LECTIVO
           END-IF.

       115-LEER-PERIODO.
           READ PERIODO-LECTIVO AT END MOVE 1 TO w-flag-per.

       120-CARGAR-MATERIAS.
           OPEN INPUT MATERIAS.
           PERFORM 125-LEER-MATERIAS.
           PERFORM UNTIL fin-archivo-mat
               IF w-cant-mat < 99
                   ADD 1 TO w-cant-mat
                   MOVE mat-mat TO vec-mater(w-cant-mat)
                   MOVE mat-nombre TO vec-nombre(w-cant-mat)
                   MOVE mat-tipo-nota TO vec-tipo(w-cant-mat)
               END-IF
               PERFORM 125-LEER-MATERIAS
           END-PERFORM.
           CLOSE MATERIAS.

       125-LEER-MATERIAS.
           READ MATERIAS NEXT RECORD AT END MOVE 1 TO w-flag-mat
           END-READ.
           IF ws-estado-mat NOT = "00"
               MOVE 1 TO w-flag-mat
           END-IF.

      * asignaciones del anio; una asignacion sin comision cubre
      * todas las comisiones de la materia
       140-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES.
           IF ws-estado-asg = "00"
               PERFORM 145-LEER-ASIGNACION
               PERFORM UNTIL fin-asignaciones
                   IF asg-anio = w-anio AND w-cant-asg < 500
                       ADD 1 TO w-cant-asg
                       MOVE asg-legajo TO ta-legajo(w-cant-asg)
                       MOVE asg-materia TO ta-materia(w-cant-asg)
                       MOVE asg-cuatri TO ta-cuatri(w-cant-asg)
                       MOVE asg-comision TO ta-comision(w-cant-asg)
                   END-IF
                   PERFORM 145-LEER-ASIGNACION
               END-PERFORM
               CLOSE ASIGNACIONES
           END-IF.

       145-LEER-ASIGNACION.
           READ ASIGNACIONES AT END MOVE 1 TO w-flag-asg.

       200-CARGAR-INSCRIPCIONES.
           OPEN INPUT INSCRIPCIONES-ARCH.
           IF ws-estado-ins NOT = "00"
               MOVE "inscripciones.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-ins TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir inscripciones.txt, estado "
                       ws-estado-ins
           ELSE
               PERFORM 210-LEER-INSCRIPCION
               PERFORM UNTIL fin-inscripciones
                   IF ins-anio = w-anio AND ins-estado NOT = "C"
                       IF w-cant-ins < 6000
                           ADD 1 TO w-cant-ins
                           MOVE ins-dni TO ti-dni(w-cant-ins)
                           MOVE ins-materia TO ti-materia(w-cant-ins)
                           MOVE ins-cuatri TO ti-cuatri(w-cant-ins)
                           MOVE ins-comision
                               TO ti-comision(w-cant-ins)
                           MOVE SPACE TO ti-curso(w-cant-ins)
                           MOVE ZERO TO ti-nota(w-cant-ins)
                           MOVE ZERO TO ti-secuen(w-cant-ins)
                       ELSE
                           DISPLAY "tabla de inscripciones llena, se "
                                   "ignora " ins-dni " " ins-materia
                       END-IF
                   END-IF
                   PERFORM 210-LEER-INSCRIPCION
               END-PERFORM
               CLOSE INSCRIPCIONES-ARCH
           END-IF.

       210-LEER-INSCRIPCION.
           READ INSCRIPCIONES-ARCH AT END MOVE 1 TO w-flag-ins.

      * cada resultado de cursada del anio se cuelga de su
      * inscripcion; si hay varios para la misma cursada vale el
      * de secuencia mas alta. Las equivalencias no son cursadas y
      * no cuentan
       300-APLICAR-ESTADOS.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat, estado "
                       ws-estado-est
           ELSE
               PERFORM 310-LEER-ESTADO
               PERFORM UNTIL fin-estados
                   IF es-anio = w-anio AND es-curso NOT = "E"
                       PERFORM 320-UBICAR-INSCRIPCION
                   END-IF
                   PERFORM 310-LEER-ESTADO
               END-PERFORM
               CLOSE ESTADOS
           END-IF.

       310-LEER-ESTADO.
           READ ESTADOS AT END MOVE 1 TO w-flag-est.

       320-UBICAR-INSCRIPCION.
           PERFORM VARYING ki FROM 1 BY 1 UNTIL ki > w-cant-ins
               IF ti-dni(ki) = es-dni
                   AND ti-materia(ki) = es-materia
                   AND ti-cuatri(ki) = es-cuatri
                   IF es-secuen >= ti-secuen(ki)
                       MOVE es-curso TO ti-curso(ki)
                       MOVE es-nota TO ti-nota(ki)
                       MOVE es-secuen TO ti-secuen(ki)
                   END-IF
                   MOVE w-cant-ins TO ki
               END-IF
           END-PERFORM.

      * regular incluye la promocion; ausente incluye el ausente
      * justificado
       400-ACUMULAR-COMISIONES.
           PERFORM VARYING ki FROM 1 BY 1 UNTIL ki > w-cant-ins
               PERFORM 410-UBICAR-COMISION
               IF grupo-hallado
                   ADD 1 TO tc-inscriptos(k)
                   EVALUATE ti-curso(ki)
                       WHEN "R"
                       WHEN "P"
                           ADD 1 TO tc-regulares(k)
                       WHEN "L"
                           ADD 1 TO tc-libres(k)
                       WHEN "A"
                       WHEN "J"
                           ADD 1 TO tc-ausentes(k)
                   END-EVALUATE
                   IF ti-curso(ki) NOT = SPACE
                       ADD 1 TO tc-con-resultado(k)
                       ADD ti-nota(ki) TO tc-suma-nota(k)
                       IF ti-nota(ki) >= w-nota-aprobada
                           ADD 1 TO tc-aprobados(k)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       410-UBICAR-COMISION.
           MOVE "N" TO w-grupo-hallado.
           PERFORM VARYING k FROM 1 BY 1
               UNTIL k > w-cant-com OR grupo-hallado
               IF tc-materia(k) = ti-materia(ki)
                   AND tc-cuatri(k) = ti-cuatri(ki)
                   AND tc-comision(k) = ti-comision(ki)
                   MOVE "S" TO w-grupo-hallado
               END-IF
           END-PERFORM.
           IF grupo-hallado
               SUBTRACT 1 FROM k
           ELSE
               IF w-cant-com >= 1000
                   DISPLAY "tabla de comisiones llena, se ignora "
                           ti-materia(ki) " " ti-comision(ki)
               ELSE
                   ADD 1 TO w-cant-com
                   MOVE w-cant-com TO k
                   MOVE ti-materia(ki) TO tc-materia(k)
                   MOVE ti-cuatri(ki) TO tc-cuatri(k)
                   MOVE ti-comision(ki) TO tc-comision(k)
                   MOVE ZERO TO tc-inscriptos(k)
                   MOVE ZERO TO tc-regulares(k)
                   MOVE ZERO TO tc-libres(k)
                   MOVE ZERO TO tc-ausentes(k)
                   MOVE ZERO TO tc-con-resultado(k)
                   MOVE ZERO TO tc-aprobados(k)
                   MOVE ZERO TO tc-suma-nota(k)
                   MOVE "S" TO w-grupo-hallado
               END-IF
           END-IF.

      * ordenamiento por intercambio sobre la tabla en memoria,
      * materia, cuatrimestre y comision ascendentes
       450-ORDENAR-TABLA.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k >= w-cant-com
               PERFORM VARYING k2 FROM 1 BY 1
                   UNTIL k2 >= w-cant-com
                   IF tc-materia(k2) > tc-materia(k2 + 1)
                       OR (tc-materia(k2) = tc-materia(k2 + 1)
                           AND tc-cuatri(k2) > tc-cuatri(k2 + 1))
                       OR (tc-materia(k2) = tc-materia(k2 + 1)
                           AND tc-cuatri(k2) = tc-cuatri(k2 + 1)
                           AND tc-comision(k2) > tc-comision(k2 + 1))
                       MOVE tab-com(k2) TO w-com-inter
                       MOVE tab-com(k2 + 1) TO tab-com(k2)
                       MOVE w-com-inter TO tab-com(k2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * corte por materia y cuatrimestre: primero se totaliza la
      * materia para tener su aprobacion y despues se lista cada
      * comision contra ella
       500-LISTAR.
           MOVE 1 TO k.
           PERFORM UNTIL k > w-cant-com
               MOVE k TO k-ini
               PERFORM 510-TOTALIZAR-MATERIA
               PERFORM 530-LISTAR-MATERIA
               PERFORM VARYING k FROM k-ini BY 1
                   UNTIL k > w-cant-com
                   OR tc-materia(k) NOT = tc-materia(k-ini)
                   OR tc-cuatri(k) NOT = tc-cuatri(k-ini)
                   PERFORM 540-LISTAR-COMISION
               END-PERFORM
           END-PERFORM.

       510-TOTALIZAR-MATERIA.
           MOVE ZERO TO w-mat-con-resultado.
           MOVE ZERO TO w-mat-aprobados.
           MOVE ZERO TO w-mat-inscriptos.
           PERFORM VARYING k2 FROM k-ini BY 1
               UNTIL k2 > w-cant-com
               OR tc-materia(k2) NOT = tc-materia(k-ini)
               OR tc-cuatri(k2) NOT = tc-cuatri(k-ini)
               ADD tc-con-resultado(k2) TO w-mat-con-resultado
               ADD tc-aprobados(k2) TO w-mat-aprobados
               ADD tc-inscriptos(k2) TO w-mat-inscriptos
           END-PERFORM.
           IF w-mat-con-resultado > 0
               COMPUTE w-porc-materia = w-mat-aprobados * 100
                   / w-mat-con-resultado
           ELSE
               MOVE ZERO TO w-porc-materia
           END-IF.

       530-LISTAR-MATERIA.
           MOVE tc-materia(k-ini) TO m-materia.
           MOVE "(SIN NOMBRE)" TO w-nombre-mat.
           MOVE "N" TO w-materia-pf.
           PERFORM VARYING w-idx-mat FROM 1 BY 1
               UNTIL w-idx-mat > w-cant-mat
               IF vec-mater(w-idx-mat) = tc-materia(k-ini)
                   MOVE vec-nombre(w-idx-mat) TO w-nombre-mat
                   MOVE vec-tipo(w-idx-mat) TO w-materia-pf
               END-IF
           END-PERFORM.
           MOVE w-nombre-mat TO m-nombre.
           MOVE tc-cuatri(k-ini) TO m-cuatri.
           MOVE w-porc-materia TO m-porc.
           WRITE lis-reg FROM lin-materia AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-materia.

      * una comision sin resultados todavia no se compara: su
      * desvio queda en blanco
       540-LISTAR-COMISION.
           MOVE tc-comision(k) TO d-comision.
           MOVE tc-inscriptos(k) TO d-insc.
           MOVE tc-regulares(k) TO d-reg.
           MOVE tc-libres(k) TO d-lib.
           MOVE tc-ausentes(k) TO d-aus.
           COMPUTE d-sinres = tc-inscriptos(k) - tc-con-resultado(k).
           MOVE SPACES TO d-marca.
           IF tc-con-resultado(k) > 0
               COMPUTE w-promedio-n = tc-suma-nota(k)
                   / tc-con-resultado(k)
               COMPUTE w-porc-comision = tc-aprobados(k) * 100
                   / tc-con-resultado(k)
               COMPUTE w-desvio = w-porc-comision - w-porc-materia
               IF materia-sin-nota
                   MOVE " A/D " TO d-prom-x
               ELSE
                   MOVE w-promedio-n TO d-prom
               END-IF
               MOVE w-porc-comision TO d-porc
               MOVE w-desvio TO d-desvio
               IF w-desvio > w-margen OR w-desvio < 0 - w-margen
                   MOVE "** FUERA RANGO" TO d-marca
                   ADD 1 TO w-cont-desvios
               END-IF
           ELSE
               MOVE ZERO TO d-prom
               MOVE ZERO TO d-porc
               MOVE ZERO TO d-desvio
           END-IF.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-detalle.
           PERFORM 550-ARMAR-DOCENTES.
           MOVE w-docentes TO d-docentes.
           WRITE lis-reg FROM lin-docentes AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

      * docentes asignados a la comision o a la materia completa en
      * el cuatrimestre, separados por barra
       550-ARMAR-DOCENTES.
           MOVE SPACES TO w-docentes.
           MOVE 1 TO w-ptr-doc.
           PERFORM VARYING ka FROM 1 BY 1 UNTIL ka > w-cant-asg
               IF ta-materia(ka) = tc-materia(k)
                   AND ta-cuatri(ka) = tc-cuatri(k)
                   AND (ta-comision(ka) = tc-comision(k)
                        OR ta-comision(ka) = SPACE)
                   PERFORM 560-NOMBRE-DOCENTE
                   IF w-ptr-doc > 1 AND w-ptr-doc < 70
                       STRING " / " DELIMITED BY SIZE
                           INTO w-docentes WITH POINTER w-ptr-doc
                   END-IF
                   IF w-ptr-doc < 70
                       STRING w-nombre-doc DELIMITED BY "  "
                           INTO w-docentes WITH POINTER w-ptr-doc
                   END-IF
               END-IF
           END-PERFORM.
           IF w-docentes = SPACES
               MOVE "(SIN DOCENTE ASIGNADO)" TO w-docentes
           END-IF.

       560-NOMBRE-DOCENTE.
           MOVE SPACES TO w-nombre-doc.
           IF docentes-activo
               MOVE ta-legajo(ka) TO doc-legajo
               READ DOCENTES-ARCH
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE doc-nombre TO w-nombre-doc
               END-READ
           END-IF.
           IF w-nombre-doc = SPACES
               STRING "LEGAJO " DELIMITED BY SIZE
                   ta-legajo(ka) DELIMITED BY SIZE
                   INTO w-nombre-doc
           END-IF.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera4.

       800-FIN.
           MOVE w-cont-desvios TO t-desvios.
           MOVE w-margen TO t-margen.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-total.
           IF docentes-activo
               CLOSE DOCENTES-ARCH
           END-IF.
           CLOSE LISTADO.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM COMPARACION-COMISIONES.
