           SELECT PARCIALES-ACUM ASSIGN TO "..\parcialesAcum.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ws-estado-pac.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT MOVBATCH ASSIGN TO "..\movimientos.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PARAM-PROMO ASSIGN TO "..\materiasPromocion.txt"
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impCursadas.dat".
           COPY "COPY-ASISTENCIA-SEL.cpy".
           COPY "COPY-LOTES-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  PARCIALES-ACUM.
           03 pac-nota pic 99.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
      * materias con regimen de promocion directa: ambos parciales
      * con 7 o mas cierran la materia sin examen final; una materia
      * que no figura aca regulariza como siempre
           03 ppr-flag pic x.
      * el lote generado lleva cabecera H, detalles D y cola T,
      * como todo archivo de interfase de la cadena
      * la cabecera va sin docente: el lote abarca todas las materias
      * y sort no lo controla contra las asignaciones por ser de
      * origen PARCIALES, siempre que encuentre el lote CURSADA que
      * este programa deja en lotesRegistro.txt con la fecha y la
      * cantidad de movimientos del archivo
       FD  MOVBATCH.
       01  mb-linea.
           03 mb-tipo pic x.
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-ASISTENCIA-FD.cpy".
           COPY "COPY-LOTES-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-pac pic xx.
       77  ws-estado-lot pic xx.
       77  w-flag-lot pic 9 value 0.
           88 fin-lotes value 1.
       01  w-lote-actual pic 9(4) value zero.
       01  w-fecha-lote pic 9(8) value zero.
       77  w-flag-pac pic 9 value 0.
           88 fin-parciales value 1.
       01  w-cant-cur pic 9(3) value zero.
       01  w-divisor-parciales pic 9 value zero.
       01  w-nota-cursada pic 99 value zero.
       01  w-curso-calc pic x value space.
       77  w-legajo-hallado pic x value "N".
           88 legajo-hallado value "S".
       01  w-legajo-alu pic 9(5) value zero.
       01  w-nombre-alu pic x(30) value spaces.
       01  w-plan-alu pic x(2) value "01".
       01  w-cont-movimientos pic 9(4) value zero.
       01  w-cont-sin-alta pic 9(4) value zero.
       01  w-cont-inasistencia pic 9(4) value zero.
       01  w-asi-edit pic zz9.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(5)  value "CURSO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(4)  value "NOTA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(4)  value "ASIS".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "OBS".
           03 filler       pic x(5)  value spaces.
       01  cabecera4.
           03 filler       pic x(80) value all "-".
       01  lin-detalle.
           03 d-curso      pic x.
           03 filler       pic x(5)  value spaces.
           03 d-nota       pic z9.
           03 filler       pic x(4)  value spaces.
           03 d-asis       pic x(4).
           03 filler       pic x(2)  value spaces.
           03 d-obs        pic x(8).
       01  lin-firma.
           03 filler pic x(40) value spaces.
           03 filler pic x(30) value "..............................".
           03 filler pic x(43) value spaces.
           03 filler pic x(25) value "Firma del docente".
           03 filler pic x(12) value spaces.
           COPY "COPY-ASISTENCIA-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
            STOP RUN.

       100-INICIO.
           OPEN INPUT ALUMNOS.
           PERFORM 160-CARGAR-PROMOCIONES.
           PERFORM 970-CARGAR-ASISTENCIA.
           IF asistencia-desbordada
               DISPLAY "Tabla de asistencia desbordada (3000), hay "
                       "alumnos sin control de asistencia"
           END-IF.
           OPEN OUTPUT MOVBATCH.
           MOVE SPACES TO mb-linea.
           MOVE "H" TO mb-tipo.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-lote.
           MOVE w-fecha-lote TO mb-fecha.
           MOVE "PARCIALES" TO mb-origen.
           WRITE mb-linea.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.

       160-CARGAR-PROMOCIONES.
           OPEN INPUT PARAM-PROMO.
           IF ws-estado-ppr = "00"
      * con 7 o mas cierran la materia sin final; promedio 4 a 10
      * regulariza, menos de 4 queda libre; sin parciales rendidos
      * la cursada queda ausente, o ausente justificado si hay
      * certificado presentado. Por debajo del minimo de asistencia
      * del plan queda libre por inasistencias (L con nota cero)
      * cualquiera sea el resultado de los parciales
       310-CALCULAR-CONDICION.
           IF tc-rindio-rec(k) = 1
               PERFORM 312-APLICAR-RECUPERATORIO
                   END-IF
               END-IF
           END-IF.
           PERFORM 318-CONTROLAR-ASISTENCIA.

       312-APLICAR-RECUPERATORIO.
           IF tc-rindio-p1(k) = 0 OR tc-p1(k) < 4
               END-IF
           END-PERFORM.

       318-CONTROLAR-ASISTENCIA.
           MOVE tc-dni(k) TO w-asi-dni.
           MOVE tc-materia(k) TO w-asi-materia.
           MOVE w-plan-alu TO w-asi-plan.
           PERFORM 977-CALCULAR-ASISTENCIA.
           MOVE SPACES TO d-asis.
           MOVE SPACES TO d-obs.
           IF w-asi-clases NOT = ZERO
               MOVE w-asi-porcentaje TO w-asi-edit
               STRING w-asi-edit "%" DELIMITED BY SIZE INTO d-asis
           END-IF.
           IF asistencia-insuficiente
               AND w-curso-calc NOT = "A" AND w-curso-calc NOT = "J"
               MOVE "L" TO w-curso-calc
               MOVE ZERO TO w-nota-cursada
               MOVE "INASIST." TO d-obs
               ADD 1 TO w-cont-inasistencia
           END-IF.

      * el alumno se lee directo por DNI (clave alternativa)
       340-BUSCAR-LEGAJO.
           MOVE "N" TO w-legajo-hallado.
           MOVE ZERO TO w-legajo-alu.
           MOVE SPACES TO w-nombre-alu.
           MOVE "01" TO w-plan-alu.
           MOVE tc-dni(k) TO al-dni.
           READ ALUMNOS KEY IS al-dni
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-legajo-hallado
                   MOVE al-legajo TO w-legajo-alu
                   MOVE al-nombre TO w-nombre-alu
                   IF al-plan NOT = SPACES
                       MOVE al-plan TO w-plan-alu
                   END-IF
           END-READ.

       350-GRABAR-MOVIMIENTO.
           MOVE SPACES TO mb-linea.
           WRITE lis-reg FROM cabecera3 AFTER 2.
           WRITE lis-reg FROM cabecera4.

       530-ASIGNAR-LOTE.
           MOVE ZERO TO w-lote-actual.
           MOVE ZERO TO w-flag-lot.
           OPEN INPUT LOTES-REG.
           IF ws-estado-lot = "00"
               PERFORM 535-LEER-LOTE
               PERFORM UNTIL fin-lotes
                   IF lot-numero > w-lote-actual
                       MOVE lot-numero TO w-lote-actual
                   END-IF
                   PERFORM 535-LEER-LOTE
               END-PERFORM
               CLOSE LOTES-REG
           END-IF.
           ADD 1 TO w-lote-actual.

       535-LEER-LOTE.
           READ LOTES-REG AT END MOVE 1 TO w-flag-lot.

      * el lote de cursadas queda registrado con la fecha de la
      * cabecera y la cantidad de la cola: es lo que sort exige para
      * aceptar el lote sin docente
       540-REGISTRAR-LOTE.
           OPEN EXTEND LOTES-REG.
           IF ws-estado-lot = "35"
               OPEN OUTPUT LOTES-REG
           END-IF.
           MOVE w-lote-actual TO lot-numero.
           MOVE w-fecha-lote TO lot-fecha.
           MOVE "CURSADA" TO lot-origen.
           MOVE "CADENA" TO lot-operador.
           MOVE w-cont-movimientos TO lot-cantidad.
           MOVE SPACE TO lot-estado.
           MOVE ZERO TO lot-docente.
           WRITE lot-reg.
           CLOSE LOTES-REG.

       800-FIN.
           WRITE lis-reg FROM lin-firma AFTER ADVANCING 3 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY "CURSADAS CALCULADAS....: " w-cant-cur.
           DISPLAY "MOVIMIENTOS GENERADOS..: " w-cont-movimientos.
           DISPLAY "DNI SIN ALTA...........: " w-cont-sin-alta.
           DISPLAY "LIBRES POR INASISTENCIA: " w-cont-inasistencia.
           DISPLAY "Movimientos en movimientos.txt, listado para "
                   "firmar en impCursadas.dat".
           MOVE SPACES TO mb-linea.
           MOVE w-cont-movimientos TO mb-cantidad.
           WRITE mb-linea.
           CLOSE MOVBATCH.
           PERFORM 530-ASIGNAR-LOTE.
           PERFORM 540-REGISTRAR-LOTE.
           DISPLAY "LOTE REGISTRADO........: " w-lote-actual.
           CLOSE LISTADO.
           CLOSE ALUMNOS.

           COPY "COPY-ASISTENCIA-PROC.cpy".
       END PROGRAM CALCULAR-CURSADA.
