      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA-PARCIALES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-ALE ASSIGN TO "sortale".
           SELECT PARCIALES-ACUM ASSIGN TO "..\parcialesAcum.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-estado-pac.
           SELECT INSCRIPCIONES-ARCH ASSIGN TO "..\inscripciones.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ins.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ALERTAS-PREVIAS ASSIGN TO "..\alertasParciales.txt"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ale.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impAlertas.dat".
           COPY "COPY-CONTACTO-SEL.cpy".
           COPY "COPY-PERIODO-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       SD  SORT-ALE.
       01  sa-reg.
           03 sa-materia pic x(2).
           03 sa-cuatri pic 99.
           03 sa-comision pic x.
           03 sa-legajo pic 9(5).
           03 sa-k pic 9(4).
       FD  PARCIALES-ACUM.
       01  pac-reg.
           03 pac-dni pic 9(8).
           03 pac-materia pic x(2).
           03 pac-cuatri pic 99.
           03 pac-eval pic 9.
           03 pac-nota pic 99.
       FD  INSCRIPCIONES-ARCH.
       01  ins-reg.
           03 ins-dni pic 9(8).
           03 ins-materia pic x(2).
           03 ins-cuatri pic 99.
           03 ins-anio pic 9(4).
           03 ins-comision pic x.
           03 ins-estado pic x.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
      * cursadas en riesgo que salieron en la corrida anterior: solo
      * sirve para marcar los casos nuevos, se regraba en cada corrida
       FD  ALERTAS-PREVIAS.
       01  ale-reg.
           03 ale-anio pic 9(4).
           03 ale-dni pic 9(8).
           03 ale-materia pic x(2).
           03 ale-cuatri pic 99.
           03 ale-fecha pic 9(8).
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-CONTACTO-FD.cpy".
           COPY "COPY-PERIODO-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-pac pic xx.
       77  ws-estado-ins pic xx.
       77  ws-estado-ale pic xx.
       77  ws-estado-per pic xx.
       77  w-flag-pac pic 9 value 0.
           88 fin-parciales value 1.
       77  w-flag-ins pic 9 value 0.
           88 fin-inscripciones value 1.
       77  w-flag-ale pic 9 value 0.
           88 fin-alertas value 1.
       77  w-flag-per pic 9 value 0.
           88 fin-periodos value 1.
       77  w-flag-sort pic 9 value 0.
      * umbral de regularidad, el mismo de calcularCursada
       01  w-nota-regular pic 99 value 4.
       01  w-per-anio pic 9(4) value zero.
       01  w-fecha-hoy pic 9(8) value zero.
      * una fila por dni/materia/cuatrimestre con lo rendido hasta hoy
       01  w-cant-cur pic 9(4) value zero.
       01  k pic 9(4).
       01  k2 pic 9(4).
       77  w-cursada-hallada pic x value "N".
           88 cursada-hallada value "S".
       01  tabla-cursadas.
           03 tab-cur OCCURS 3000 TIMES.
               05 tc-dni pic 9(8).
               05 tc-materia pic x(2).
               05 tc-cuatri pic 99.
               05 tc-comision pic x.
               05 tc-p1 pic 99.
               05 tc-p2 pic 99.
               05 tc-rec pic 99.
               05 tc-rindio-p1 pic 9.
               05 tc-rindio-p2 pic 9.
               05 tc-rindio-rec pic 9.
               05 tc-just-p1 pic 9.
               05 tc-just-p2 pic 9.
               05 tc-promedio pic 99v99.
               05 tc-motivo pic x(24).
               05 tc-riesgo pic x.
                   88 tc-en-riesgo value "S".
               05 tc-nuevo pic x.
                   88 tc-es-nuevo value "S".
               05 tc-fecha-alerta pic 9(8).
      * que parciales ya tomo cada materia: quien no tiene nota de un
      * parcial que la materia ya tomo, falto
       01  w-cant-mc pic 9(3) value zero.
       01  km pic 9(3).
       77  w-mc-hallada pic x value "N".
           88 mc-hallada value "S".
       01  tabla-mat-cuatri.
           03 tab-mc OCCURS 300 TIMES.
               05 tm-materia pic x(2).
               05 tm-cuatri pic 99.
               05 tm-tomo-p1 pic 9.
               05 tm-tomo-p2 pic 9.
       01  w-cant-prv pic 9(4) value zero.
       01  kv pic 9(4).
       77  w-previa-hallada pic x value "N".
           88 previa-hallada value "S".
       01  tabla-previas.
           03 tab-prv OCCURS 3000 TIMES.
               05 tpv-dni pic 9(8).
               05 tpv-materia pic x(2).
               05 tpv-cuatri pic 99.
               05 tpv-fecha pic 9(8).
       01  w-cant-alu pic 9(5) value zero.
       01  ka pic 9(5).
       77  w-legajo-hallado pic x value "N".
           88 legajo-hallado value "S".
       01  tabla-alu.
           03 tab-alu OCCURS 2500 TIMES.
               05 ta-dni pic 9(8).
               05 ta-legajo pic 9(5).
               05 ta-nombre pic x(30).
               05 ta-contacto pic x(20).
       01  w-legajo-alu pic 9(5) value zero.
       01  w-nombre-alu pic x(30) value spaces.
       01  w-contacto-alu pic x(20) value spaces.
       01  w-suma-parciales pic 999 value zero.
       01  w-divisor-parciales pic 9 value zero.
       01  w-ptr pic 99 value 1.
       01  w-materia-ant pic x(2) value spaces.
       01  w-cuatri-ant pic 99 value zero.
       01  w-comision-ant pic x value space.
       01  w-cont-cursadas pic 9(5) value zero.
       01  w-cont-riesgo pic 9(5) value zero.
       01  w-cont-nuevos pic 9(5) value zero.
       01  w-cont-sin-alta pic 9(5) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(40) value "ALERTA TEMPRANA DE PARCIALES
      -         " - ANIO ".
           03 p-anio       pic 9(4).
           03 filler       pic x(18) value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(1).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  cabecera3.
           03 filler       pic x(6)  value "LEGAJO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(22) value "NOMBRE".
           03 filler       pic x(4)  value "P1".
           03 filler       pic x(4)  value "P2".
           03 filler       pic x(4)  value "REC".
           03 filler       pic x(6)  value "PROM".
           03 filler       pic x(25) value "MOTIVO".
           03 filler       pic x(5)  value "NUEVO".
           03 filler       pic x(2)  value spaces.
       01  lin-grupo.
           03 filler       pic x(9)  value "MATERIA: ".
           03 g-materia    pic x(2).
           03 filler       pic x(11) value "  CUATRI.: ".
           03 g-cuatri     pic z9.
           03 filler       pic x(12) value "  COMISION: ".
           03 g-comision   pic x(15).
           03 filler       pic x(29) value spaces.
       01  lin-detalle.
           03 d-legajo     pic z(5).
           03 filler       pic x(3)  value spaces.
           03 d-nombre     pic x(21).
           03 filler       pic x(1)  value spaces.
           03 d-p1         pic x(2).
           03 filler       pic x(2)  value spaces.
           03 d-p2         pic x(2).
           03 filler       pic x(2)  value spaces.
           03 d-rec        pic x(2).
           03 filler       pic x(2)  value spaces.
           03 d-prom       pic z9,99.
           03 filler       pic x(1)  value spaces.
           03 d-motivo     pic x(24).
           03 filler       pic x(1)  value spaces.
           03 d-nuevo      pic x(5).
       01  lin-contacto.
           03 filler       pic x(8)  value spaces.
           03 filler       pic x(5)  value "TEL: ".
           03 c-telefono   pic x(20).
           03 filler       pic x(8)  value " EMAIL: ".
           03 c-email      pic x(30).
           03 filler       pic x(9)  value spaces.
       01  lin-otras.
           03 filler       pic x(8)  value spaces.
           03 filler       pic x(26) value "TAMBIEN EN RIESGO EN: ".
           03 o-materias   pic x(40).
           03 filler       pic x(6)  value spaces.
       01  w-nota-ed pic z9.
           COPY "COPY-CONTACTO-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-PARCIALES.
           PERFORM 250-CARGAR-INSCRIPCIONES.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-cur
               PERFORM 300-EVALUAR-CURSADA
           END-PERFORM.
           SORT SORT-ALE ASCENDING sa-materia sa-cuatri sa-comision
               sa-legajo
               INPUT PROCEDURE IS ENTRADA-ALERTAS
               OUTPUT PROCEDURE IS SALIDA-ALERTAS.
           PERFORM 700-GRABAR-ALERTAS.
           PERFORM 800-FIN.
            STOP RUN.

      * el reporte solo lee: estados.dat no se abre y se puede correr
      * cuantas veces haga falta durante el cuatrimestre
       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 110-UBICAR-PERIODO.
           PERFORM 150-CARGAR-ALUMNOS.
           PERFORM 930-CARGAR-CONTACTOS.
           PERFORM 160-CARGAR-ALERTAS-PREVIAS.

      * las inscripciones que cuentan son las del anio del periodo
      * abierto; sin periodo abierto, las del anio en curso
       110-UBICAR-PERIODO.
           MOVE w-fecha-hoy(1:4) TO w-per-anio.
           OPEN INPUT PERIODO-LECTIVO.
           IF ws-estado-per = "00"
               PERFORM 115-LEER-PERIODO
               PERFORM UNTIL fin-periodos
                   IF per-flag = "A"
                       MOVE per-anio TO w-per-anio
                   END-IF
                   PERFORM 115-LEER-PERIODO
               END-PERFORM
               CLOSE PERIODO-LECTIVO
           END-IF.
           MOVE w-per-anio TO p-anio.

       115-LEER-PERIODO.
           READ PERIODO-LECTIVO AT END MOVE 1 TO w-flag-per.

       150-CARGAR-ALUMNOS.
           OPEN INPUT ALUMNOS.
           IF ws-estado-alu = "00"
               PERFORM 978-PRIMER-ALUMNO
               PERFORM UNTIL fin-alumnos
                   IF w-cant-alu < 2500
                       ADD 1 TO w-cant-alu
                       MOVE al-dni TO ta-dni(w-cant-alu)
                       MOVE al-legajo TO ta-legajo(w-cant-alu)
                       MOVE al-nombre TO ta-nombre(w-cant-alu)
                       MOVE al-contacto
                           TO ta-contacto(w-cant-alu)
                   END-IF
                   PERFORM 979-SIGUIENTE-ALUMNO
               END-PERFORM
               CLOSE ALUMNOS
           END-IF.

       160-CARGAR-ALERTAS-PREVIAS.
           OPEN INPUT ALERTAS-PREVIAS.
           IF ws-estado-ale = "00"
               PERFORM 165-LEER-ALERTA
               PERFORM UNTIL fin-alertas
                   IF ale-anio = w-per-anio AND w-cant-prv < 3000
                       ADD 1 TO w-cant-prv
                       MOVE ale-dni TO tpv-dni(w-cant-prv)
                       MOVE ale-materia TO tpv-materia(w-cant-prv)
                       MOVE ale-cuatri TO tpv-cuatri(w-cant-prv)
                       MOVE ale-fecha TO tpv-fecha(w-cant-prv)
                   END-IF
                   PERFORM 165-LEER-ALERTA
               END-PERFORM
               CLOSE ALERTAS-PREVIAS
           END-IF.

       165-LEER-ALERTA.
           READ ALERTAS-PREVIAS AT END MOVE 1 TO w-flag-ale.

       200-CARGAR-PARCIALES.
           OPEN INPUT PARCIALES-ACUM.
           IF ws-estado-pac NOT = "00"
               DISPLAY "No existe parcialesAcum.txt, no hay parciales "
                       "tomados todavia"
               MOVE 1 TO w-flag-pac
           ELSE
               PERFORM 210-LEER-PARCIAL
           END-IF.
           PERFORM UNTIL fin-parciales
               PERFORM 220-ACUMULAR-PARCIAL
               PERFORM 210-LEER-PARCIAL
           END-PERFORM.
           IF ws-estado-pac = "00" OR ws-estado-pac = "10"
               CLOSE PARCIALES-ACUM
           END-IF.

       210-LEER-PARCIAL.
           READ PARCIALES-ACUM AT END MOVE 1 TO w-flag-pac.

       220-ACUMULAR-PARCIAL.
           PERFORM 230-UBICAR-CURSADA.
           IF cursada-hallada
               EVALUATE pac-eval
                   WHEN 1
                       MOVE pac-nota TO tc-p1(k)
                       MOVE 1 TO tc-rindio-p1(k)
                   WHEN 2
                       MOVE pac-nota TO tc-p2(k)
                       MOVE 1 TO tc-rindio-p2(k)
                   WHEN 3
                       MOVE pac-nota TO tc-rec(k)
                       MOVE 1 TO tc-rindio-rec(k)
                   WHEN 4
                       MOVE 1 TO tc-just-p1(k)
                   WHEN 5
                       MOVE 1 TO tc-just-p2(k)
               END-EVALUATE
               PERFORM 240-MARCAR-MATERIA
           END-IF.

      * busca la cursada pac-dni/pac-materia/pac-cuatri y la agrega
      * si no esta; k queda en la fila
       230-UBICAR-CURSADA.
           MOVE "N" TO w-cursada-hallada.
           PERFORM VARYING k FROM 1 BY 1
               UNTIL k > w-cant-cur OR cursada-hallada
               IF tc-dni(k) = pac-dni
                   AND tc-materia(k) = pac-materia
                   AND tc-cuatri(k) = pac-cuatri
                   MOVE "S" TO w-cursada-hallada
               END-IF
           END-PERFORM.
           IF cursada-hallada
               SUBTRACT 1 FROM k
           ELSE
               IF w-cant-cur >= 3000
                   DISPLAY "tabla de cursadas llena, se ignora "
                           pac-dni " " pac-materia
               ELSE
                   ADD 1 TO w-cant-cur
                   MOVE w-cant-cur TO k
                   MOVE pac-dni TO tc-dni(k)
                   MOVE pac-materia TO tc-materia(k)
                   MOVE pac-cuatri TO tc-cuatri(k)
                   MOVE "-" TO tc-comision(k)
                   MOVE ZERO TO tc-p1(k) tc-p2(k) tc-rec(k)
                   MOVE ZERO TO tc-rindio-p1(k) tc-rindio-p2(k)
                       tc-rindio-rec(k)
                   MOVE ZERO TO tc-just-p1(k) tc-just-p2(k)
                   MOVE ZERO TO tc-promedio(k)
                   MOVE SPACES TO tc-motivo(k)
                   MOVE "N" TO tc-riesgo(k)
                   MOVE "N" TO tc-nuevo(k)
                   MOVE ZERO TO tc-fecha-alerta(k)
                   MOVE "S" TO w-cursada-hallada
               END-IF
           END-IF.

      * un parcial rendido o justificado por alguien indica que la
      * materia ya lo tomo
       240-MARCAR-MATERIA.
           PERFORM 245-UBICAR-MATERIA.
           IF mc-hallada
               IF pac-eval = 1 OR pac-eval = 4
                   MOVE 1 TO tm-tomo-p1(km)
               END-IF
               IF pac-eval = 2 OR pac-eval = 5
                   MOVE 1 TO tm-tomo-p2(km)
               END-IF
           END-IF.

       245-UBICAR-MATERIA.
           MOVE "N" TO w-mc-hallada.
           PERFORM VARYING km FROM 1 BY 1
               UNTIL km > w-cant-mc OR mc-hallada
               IF tm-materia(km) = pac-materia
                   AND tm-cuatri(km) = pac-cuatri
                   MOVE "S" TO w-mc-hallada
               END-IF
           END-PERFORM.
           IF mc-hallada
               SUBTRACT 1 FROM km
           ELSE
               IF w-cant-mc < 300
                   ADD 1 TO w-cant-mc
                   MOVE w-cant-mc TO km
                   MOVE pac-materia TO tm-materia(km)
                   MOVE pac-cuatri TO tm-cuatri(km)
                   MOVE ZERO TO tm-tomo-p1(km) tm-tomo-p2(km)
                   MOVE "S" TO w-mc-hallada
               END-IF
           END-IF.

      * los inscriptos vigentes del anio dan la comision y suman a
      * quienes no tienen ninguna nota en una materia que ya tomo
      * parciales (faltaron a todo)
       250-CARGAR-INSCRIPCIONES.
           OPEN INPUT INSCRIPCIONES-ARCH.
           IF ws-estado-ins = "00"
               PERFORM 255-LEER-INSCRIPCION
               PERFORM UNTIL fin-inscripciones
                   IF ins-estado NOT = "C" AND ins-anio = w-per-anio
                       PERFORM 260-APLICAR-INSCRIPCION
                   END-IF
                   PERFORM 255-LEER-INSCRIPCION
               END-PERFORM
               CLOSE INSCRIPCIONES-ARCH
           END-IF.

       255-LEER-INSCRIPCION.
           READ INSCRIPCIONES-ARCH AT END MOVE 1 TO w-flag-ins.

       260-APLICAR-INSCRIPCION.
           MOVE "N" TO w-mc-hallada.
           PERFORM VARYING km FROM 1 BY 1
               UNTIL km > w-cant-mc OR mc-hallada
               IF tm-materia(km) = ins-materia
                   AND tm-cuatri(km) = ins-cuatri
                   MOVE "S" TO w-mc-hallada
               END-IF
           END-PERFORM.
           IF mc-hallada
               MOVE ins-dni TO pac-dni
               MOVE ins-materia TO pac-materia
               MOVE ins-cuatri TO pac-cuatri
               PERFORM 230-UBICAR-CURSADA
               IF cursada-hallada
                   MOVE ins-comision TO tc-comision(k)
               END-IF
           END-IF.

      * mismas reglas de catedra que calcularCursada, pero contando
      * solo los parciales que la materia ya tomo: un parcial que
      * todavia no se tomo no promedia como cero
       300-EVALUAR-CURSADA.
           ADD 1 TO w-cont-cursadas.
           MOVE tc-materia(k) TO pac-materia.
           MOVE tc-cuatri(k) TO pac-cuatri.
           PERFORM 245-UBICAR-MATERIA.
           IF mc-hallada
               PERFORM 305-EVALUAR-RIESGO
           END-IF.

       305-EVALUAR-RIESGO.
           IF tc-rindio-rec(k) = 1
               PERFORM 312-APLICAR-RECUPERATORIO
           END-IF.
           MOVE SPACES TO tc-motivo(k).
           MOVE 1 TO w-ptr.
           IF (tc-rindio-p1(k) = 1 AND tc-p1(k) < w-nota-regular)
               OR (tc-rindio-p2(k) = 1 AND tc-p2(k) < w-nota-regular)
               STRING "DESAPROBO " DELIMITED BY SIZE
                   INTO tc-motivo(k) WITH POINTER w-ptr
           END-IF.
           IF (tm-tomo-p1(km) = 1 AND tc-rindio-p1(k) = 0)
               OR (tm-tomo-p2(km) = 1 AND tc-rindio-p2(k) = 0)
               IF (tm-tomo-p1(km) = 1 AND tc-rindio-p1(k) = 0
                   AND tc-just-p1(k) = 0)
                   OR (tm-tomo-p2(km) = 1 AND tc-rindio-p2(k) = 0
                   AND tc-just-p2(k) = 0)
                   STRING "AUSENTE " DELIMITED BY SIZE
                       INTO tc-motivo(k) WITH POINTER w-ptr
               ELSE
                   STRING "AUS.JUST " DELIMITED BY SIZE
                       INTO tc-motivo(k) WITH POINTER w-ptr
               END-IF
           END-IF.
           PERFORM 314-PROMEDIAR-PARCIALES.
           IF w-divisor-parciales > ZERO
               AND tc-promedio(k) < w-nota-regular
               STRING "PROM<4" DELIMITED BY SIZE
                   INTO tc-motivo(k) WITH POINTER w-ptr
           END-IF.
           IF tc-motivo(k) NOT = SPACES
               MOVE "S" TO tc-riesgo(k)
               ADD 1 TO w-cont-riesgo
               PERFORM 320-VERIFICAR-NUEVO
           END-IF.

       312-APLICAR-RECUPERATORIO.
           IF tc-rindio-p1(k) = 0 OR tc-p1(k) < 4
               MOVE tc-rec(k) TO tc-p1(k)
               MOVE 1 TO tc-rindio-p1(k)
           ELSE
               IF tc-rindio-p2(k) = 0 OR tc-p2(k) < 4
                   MOVE tc-rec(k) TO tc-p2(k)
                   MOVE 1 TO tc-rindio-p2(k)
               ELSE
                   IF tc-p1(k) <= tc-p2(k)
                       MOVE tc-rec(k) TO tc-p1(k)
                   ELSE
                       MOVE tc-rec(k) TO tc-p2(k)
                   END-IF
               END-IF
           END-IF.

       314-PROMEDIAR-PARCIALES.
           MOVE ZERO TO w-suma-parciales.
           MOVE ZERO TO w-divisor-parciales.
           IF tc-rindio-p1(k) = 1
               ADD tc-p1(k) TO w-suma-parciales
               ADD 1 TO w-divisor-parciales
           ELSE
               IF tm-tomo-p1(km) = 1 AND tc-just-p1(k) = 0
                   ADD 1 TO w-divisor-parciales
               END-IF
           END-IF.
           IF tc-rindio-p2(k) = 1
               ADD tc-p2(k) TO w-suma-parciales
               ADD 1 TO w-divisor-parciales
           ELSE
               IF tm-tomo-p2(km) = 1 AND tc-just-p2(k) = 0
                   ADD 1 TO w-divisor-parciales
               END-IF
           END-IF.
           IF w-divisor-parciales = ZERO
               MOVE ZERO TO tc-promedio(k)
           ELSE
               COMPUTE tc-promedio(k) =
                   w-suma-parciales / w-divisor-parciales
           END-IF.

      * nuevo = no estaba en riesgo en la corrida anterior; el que
      * ya estaba conserva la fecha de su primera alerta
       320-VERIFICAR-NUEVO.
           MOVE "N" TO w-previa-hallada.
           PERFORM VARYING kv FROM 1 BY 1
               UNTIL kv > w-cant-prv OR previa-hallada
               IF tpv-dni(kv) = tc-dni(k)
                   AND tpv-materia(kv) = tc-materia(k)
                   AND tpv-cuatri(kv) = tc-cuatri(k)
                   MOVE "S" TO w-previa-hallada
                   MOVE tpv-fecha(kv) TO tc-fecha-alerta(k)
               END-IF
           END-PERFORM.
           IF NOT previa-hallada
               MOVE "S" TO tc-nuevo(k)
               MOVE w-fecha-hoy TO tc-fecha-alerta(k)
               ADD 1 TO w-cont-nuevos
           END-IF.

       340-BUSCAR-LEGAJO.
           MOVE "N" TO w-legajo-hallado.
           MOVE ZERO TO w-legajo-alu.
           MOVE "(SIN ALTA)" TO w-nombre-alu.
           MOVE SPACES TO w-contacto-alu.
           PERFORM VARYING ka FROM 1 BY 1
               UNTIL ka > w-cant-alu OR legajo-hallado
               IF ta-dni(ka) = tc-dni(k)
                   MOVE "S" TO w-legajo-hallado
                   MOVE ta-legajo(ka) TO w-legajo-alu
                   MOVE ta-nombre(ka) TO w-nombre-alu
                   MOVE ta-contacto(ka) TO w-contacto-alu
               END-IF
           END-PERFORM.

       ENTRADA-ALERTAS.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-cur
               IF tc-en-riesgo(k)
                   PERFORM 340-BUSCAR-LEGAJO
                   IF NOT legajo-hallado
                       ADD 1 TO w-cont-sin-alta
                   END-IF
                   MOVE tc-materia(k) TO sa-materia
                   MOVE tc-cuatri(k) TO sa-cuatri
                   MOVE tc-comision(k) TO sa-comision
                   MOVE w-legajo-alu TO sa-legajo
                   MOVE k TO sa-k
                   RELEASE sa-reg
               END-IF
           END-PERFORM.

       SALIDA-ALERTAS.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.
           PERFORM 600-LEER-SORT.
           PERFORM UNTIL w-flag-sort = 1
               IF sa-materia NOT = w-materia-ant
                   OR sa-cuatri NOT = w-cuatri-ant
                   OR sa-comision NOT = w-comision-ant
                   PERFORM 610-LISTAR-GRUPO
               END-IF
               PERFORM 620-LISTAR-ALUMNO
               PERFORM 600-LEER-SORT
           END-PERFORM.
           CLOSE LISTADO.

       600-LEER-SORT.
           RETURN SORT-ALE AT END MOVE 1 TO w-flag-sort.

       610-LISTAR-GRUPO.
           MOVE sa-materia TO w-materia-ant g-materia.
           MOVE sa-cuatri TO w-cuatri-ant g-cuatri.
           MOVE sa-comision TO w-comision-ant.
           IF sa-comision = "-"
               MOVE "SIN INSCRIPCION" TO g-comision
           ELSE
               MOVE sa-comision TO g-comision
           END-IF.
           WRITE lis-reg FROM lin-grupo AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-grupo.

       620-LISTAR-ALUMNO.
           MOVE sa-k TO k.
           PERFORM 340-BUSCAR-LEGAJO.
           MOVE w-legajo-alu TO d-legajo.
           MOVE w-nombre-alu TO d-nombre.
           MOVE "--" TO d-p1 d-p2 d-rec.
           IF tc-rindio-p1(k) = 1
               MOVE tc-p1(k) TO w-nota-ed
               MOVE w-nota-ed TO d-p1
           END-IF.
           IF tc-rindio-p2(k) = 1
               MOVE tc-p2(k) TO w-nota-ed
               MOVE w-nota-ed TO d-p2
           END-IF.
           IF tc-rindio-rec(k) = 1
               MOVE tc-rec(k) TO w-nota-ed
               MOVE w-nota-ed TO d-rec
           END-IF.
           MOVE tc-promedio(k) TO d-prom.
           MOVE tc-motivo(k) TO d-motivo.
           IF tc-es-nuevo(k)
               MOVE "NUEVO" TO d-nuevo
           ELSE
               MOVE SPACES TO d-nuevo
           END-IF.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY lin-detalle.
           PERFORM 630-LISTAR-CONTACTO.
           PERFORM 640-LISTAR-OTRAS-MATERIAS.

      * el contacto vigente de datosContacto.txt; sin fila vigente,
      * el contacto cargado en el alta
       630-LISTAR-CONTACTO.
           MOVE w-legajo-alu TO w-ctt-legajo.
           PERFORM 938-BUSCAR-CONTACTO.
           IF contacto-hallado
               MOVE w-ctt-telefono TO c-telefono
               MOVE w-ctt-email TO c-email
           ELSE
               MOVE w-contacto-alu TO c-telefono
               MOVE SPACES TO c-email
           END-IF.
           WRITE lis-reg FROM lin-contacto AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

       640-LISTAR-OTRAS-MATERIAS.
           MOVE SPACES TO o-materias.
           MOVE 1 TO w-ptr.
           PERFORM VARYING k2 FROM 1 BY 1
               UNTIL k2 > w-cant-cur OR w-ptr > 37
               IF tc-dni(k2) = tc-dni(k) AND k2 NOT = k
                   AND tc-en-riesgo(k2)
                   STRING tc-materia(k2) " " DELIMITED BY SIZE
                       INTO o-materias WITH POINTER w-ptr
               END-IF
           END-PERFORM.
           IF o-materias NOT = SPACES
               WRITE lis-reg FROM lin-otras AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
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
           WRITE lis-reg FROM cabecera2.

      * queda la foto de esta corrida para marcar los nuevos en la
      * proxima; las alertas de otros anios se descartan
       700-GRABAR-ALERTAS.
           OPEN OUTPUT ALERTAS-PREVIAS.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > w-cant-cur
               IF tc-en-riesgo(k)
                   MOVE w-per-anio TO ale-anio
                   MOVE tc-dni(k) TO ale-dni
                   MOVE tc-materia(k) TO ale-materia
                   MOVE tc-cuatri(k) TO ale-cuatri
                   MOVE tc-fecha-alerta(k) TO ale-fecha
                   WRITE ale-reg
               END-IF
           END-PERFORM.
           CLOSE ALERTAS-PREVIAS.

       800-FIN.
           DISPLAY "---- ALERTA TEMPRANA DE PARCIALES ----".
           DISPLAY "CURSADAS EVALUADAS.....: " w-cont-cursadas.
           DISPLAY "EN RIESGO..............: " w-cont-riesgo.
           DISPLAY "NUEVOS DESDE LA ANTERIOR: " w-cont-nuevos.
           DISPLAY "DNI SIN ALTA...........: " w-cont-sin-alta.
           DISPLAY "Listado para tutores en impAlertas.dat".

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-CONTACTO-PROC.cpy".
       END PROGRAM ALERTA-PARCIALES.
