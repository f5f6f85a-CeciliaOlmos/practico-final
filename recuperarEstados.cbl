      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERAR-ESTADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS es-llave
                   ALTERNATE RECORD KEY IS es-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           SELECT GEN1 ASSIGN TO "..\estados.gen1"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS g1-llave
                   ALTERNATE RECORD KEY IS g1-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS g1-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-gen.
           SELECT GEN2 ASSIGN TO "..\estados.gen2"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS g2-llave
                   ALTERNATE RECORD KEY IS g2-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS g2-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-gen.
           SELECT GEN3 ASSIGN TO "..\estados.gen3"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS g3-llave
                   ALTERNATE RECORD KEY IS g3-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS g3-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-gen.
           SELECT CTL1 ASSIGN TO "..\estados.gen1.ctl"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ctl.
           SELECT CTL2 ASSIGN TO "..\estados.gen2.ctl"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ctl.
           SELECT CTL3 ASSIGN TO "..\estados.gen3.ctl"
           ORGANIZATION is line SEQUENTIAL
           FILE STATUS IS ws-estado-ctl.
           COPY "COPY-IMAGENES-SEL.cpy".
           COPY "COPY-LOTES-SEL.cpy".
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impRecuperacion.dat".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  GEN1.
       01  g1-reg.
           03 g1-llave.
               05 g1-dni pic 9(8).
               05 g1-materia pic x(2).
               05 g1-sec.
                   07 g1-cuatri pic 99.
                   07 g1-curso pic x.
                   07 g1-secuen pic 9(6).
           03 g1-nota pic 99.
           03 g1-anio pic 9(4).
           03 g1-lote pic 9(4).
       FD  GEN2.
       01  g2-reg.
           03 g2-llave.
               05 g2-dni pic 9(8).
               05 g2-materia pic x(2).
               05 g2-sec.
                   07 g2-cuatri pic 99.
                   07 g2-curso pic x.
                   07 g2-secuen pic 9(6).
           03 g2-nota pic 99.
           03 g2-anio pic 9(4).
           03 g2-lote pic 9(4).
       FD  GEN3.
       01  g3-reg.
           03 g3-llave.
               05 g3-dni pic 9(8).
               05 g3-materia pic x(2).
               05 g3-sec.
                   07 g3-cuatri pic 99.
                   07 g3-curso pic x.
                   07 g3-secuen pic 9(6).
           03 g3-nota pic 99.
           03 g3-anio pic 9(4).
           03 g3-lote pic 9(4).
      * control de cada generacion, lo graba la cadena al rotar el
      * respaldo: fecha del respaldo y ultimo lote que ya esta adentro
       FD  CTL1.
       01  c1-reg.
           03 c1-fecha pic 9(8).
           03 c1-ultimo-lote pic 9(4).
       FD  CTL2.
       01  c2-reg.
           03 c2-fecha pic 9(8).
           03 c2-ultimo-lote pic 9(4).
       FD  CTL3.
       01  c3-reg.
           03 c3-fecha pic 9(8).
           03 c3-ultimo-lote pic 9(4).
           COPY "COPY-IMAGENES-FD.cpy".
           COPY "COPY-LOTES-FD.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-est pic xx.
       77  ws-estado-gen pic xx.
       77  ws-estado-ctl pic xx.
       77  ws-estado-img pic xx.
       77  ws-estado-lot pic xx.
       77  w-flag-gen pic 9 value 0.
           88 fin-generacion value 1.
       77  w-flag-img pic 9 value 0.
           88 fin-imagenes value 1.
       77  w-flag-lot pic 9 value 0.
           88 fin-lotes value 1.
       77  w-generacion pic 9 value 1.
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       77  w-con-control pic x value "N".
           88 con-control value "S".
       77  w-inconsistencia pic x value "N".
           88 hubo-inconsistencia value "S".
       01  w-gen-fecha pic 9(8) value zero.
       01  w-gen-ultimo-lote pic 9(4) value zero.
       01  w-motivo pic x(40) value spaces.
       01  w-lote-detenido pic 9(4) value zero.
       01  w-cant-lot pic 9(3) value zero.
       01  kl pic 9(3).
       01  kj pic 9(3).
       01  tabla-lotes.
           03 tab-lot OCCURS 200 TIMES.
               05 tl-numero pic 9(4).
               05 tl-fecha pic x(8).
               05 tl-origen pic x(10).
               05 tl-operador pic x(10).
               05 tl-cantidad pic 9(6).
       01  w-lote-aux pic x(38).
       01  w-cont-restaurados pic 9(6) value zero.
       01  w-cont-revertidos pic 9(4) value zero.
       01  w-cont-lotes-ok pic 9(4) value zero.
       01  w-cont-img-lote pic 9(6) value zero.
       01  w-cont-altas pic 9(6) value zero.
       01  w-cont-cambios pic 9(6) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(42) value
               "RECUPERACION DE ESTADOS HACIA ADELANTE".
           03 filler       pic x(21) value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  lin-generacion.
           03 filler       pic x(12) value "GENERACION: ".
           03 g-generacion pic 9.
           03 filler       pic x(15) value "  RESPALDO DEL ".
           03 g-fecha      pic x(8).
           03 filler       pic x(24) value
               "  ULTIMO LOTE INCLUIDO: ".
           03 g-ultimo-lote pic x(4).
           03 filler       pic x(16) value spaces.
       01  lin-lote.
           03 filler       pic x(5)  value "LOTE ".
           03 l-numero     pic 9(4).
           03 filler       pic x(8)  value "  FECHA ".
           03 l-fecha      pic x(8).
           03 filler       pic x(9)  value "  ORIGEN ".
           03 l-origen     pic x(10).
           03 filler       pic x(11) value "  OPERADOR ".
           03 l-operador   pic x(10).
           03 filler       pic x(8)  value "  CANT. ".
           03 l-cantidad   pic z(5)9.
       01  cabecera3.
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(8)  value "TIPO".
           03 filler       pic x(12) value "DNI".
           03 filler       pic x(8)  value "MATERIA".
           03 filler       pic x(7)  value "CUATRI".
           03 filler       pic x(6)  value "CURSO".
           03 filler       pic x(8)  value "SECUEN.".
           03 filler       pic x(10) value "NOTA ANT.".
           03 filler       pic x(11) value "NOTA NUEVA".
           03 filler       pic x(6)  value spaces.
       01  lin-detalle.
           03 filler       pic x(4)  value spaces.
           03 d-tipo       pic x(6).
           03 filler       pic x(2)  value spaces.
           03 d-dni        pic zz.zzz.zz9.
           03 filler       pic x(4)  value spaces.
           03 d-materia    pic x(2).
           03 filler       pic x(6)  value spaces.
           03 d-cuatri     pic z9.
           03 filler       pic x(6)  value spaces.
           03 d-curso      pic x.
           03 filler       pic x(3)  value spaces.
           03 d-secuen     pic z(5)9.
           03 filler       pic x(5)  value spaces.
           03 d-nota-ant   pic x(2).
           03 filler       pic x(9)  value spaces.
           03 d-nota-nue   pic x(2).
           03 filler       pic x(10) value spaces.
       01  lin-total-lote.
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(32) value
               "IMAGENES APLICADAS DEL LOTE....:".
           03 filler       pic x     value space.
           03 t-imagenes   pic z(5)9.
           03 filler       pic x(37) value spaces.
       01  lin-sin-imagenes.
           03 filler       pic x(4)  value spaces.
           03 filler       pic x(46) value
               "LOTE SIN IMAGENES: NO MODIFICO estados.dat".
           03 filler       pic x(30) value spaces.
       01  lin-inconsistencia.
           03 filler       pic x(4)  value "*** ".
           03 filler       pic x(26) value
               "RECUPERACION DETENIDA EN ".
           03 filler       pic x(5)  value "LOTE ".
           03 i-lote       pic 9(4).
           03 filler       pic x(10) value ", IMAGEN ".
           03 i-imagen     pic z(5)9.
           03 filler       pic x(25) value spaces.
       01  lin-motivo.
           03 filler       pic x(4)  value "*** ".
           03 filler       pic x(8)  value "MOTIVO: ".
           03 i-motivo     pic x(40).
           03 filler       pic x(28) value spaces.
       01  lin-resumen.
           03 filler       pic x(4)  value spaces.
           03 r-concepto   pic x(40).
           03 r-valor      pic z(5)9.
           03 filler       pic x(30) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "recuperarEstados" TO w-err-programa.
           DISPLAY "RECUPERACION DE ESTADOS DESDE UNA GENERACION".
           PERFORM 100-INICIO.
           PERFORM 200-RESTAURAR-GENERACION.
           OPEN I-O ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat (estado "
                       ws-estado-est ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.
           PERFORM 500-IMPRIMIR-GENERACION.
           PERFORM VARYING kl FROM 1 BY 1
               UNTIL kl > w-cant-lot OR hubo-inconsistencia
               PERFORM 300-APLICAR-LOTE
           END-PERFORM.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           DISPLAY "Generacion de partida (1 = ultima, 2, 3)".
           ACCEPT w-generacion.
           IF w-generacion < 1 OR w-generacion > 3
               DISPLAY "Generacion invalida"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LEER-CONTROL-GEN.
           IF NOT con-control
      * generacion anterior al archivo de control: el operador da la
      * fecha del respaldo y se toman los lotes de ese dia en
      * adelante; si alguno ya estaba adentro, la verificacion de
      * imagenes lo detecta y la recuperacion se detiene
               DISPLAY "La generacion " w-generacion " no tiene "
                       "archivo de control (.ctl)"
               DISPLAY "Fecha del respaldo (AAAAMMDD)"
               ACCEPT w-gen-fecha
               IF w-gen-fecha IS NOT NUMERIC OR w-gen-fecha = ZERO
                   DISPLAY "Fecha invalida"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 130-CARGAR-LOTES.
           PERFORM 140-ORDENAR-LOTES.
           DISPLAY "Se restaura la generacion " w-generacion
                   " (respaldo del " w-gen-fecha ")".
           IF w-cant-lot = ZERO
               DISPLAY "No hay lotes vigentes posteriores al "
                       "respaldo"
           ELSE
               DISPLAY "y se vuelven a aplicar " w-cant-lot
                       " lote(s), del " tl-numero(1) " al "
                       tl-numero(w-cant-lot)
           END-IF.
           IF w-cont-revertidos > ZERO
               DISPLAY w-cont-revertidos " lote(s) revertido(s) "
                       "posteriores no se aplican"
           END-IF.
           DISPLAY "El contenido actual de estados.dat se pierde".
           DISPLAY "Confirma la recuperacion? (S/N)".
           ACCEPT w-confirma.
           IF NOT confirma-si
               DISPLAY "Operacion cancelada, archivo sin cambios"
               STOP RUN
           END-IF.
      * sin imagenes no hay nada que aplicar: se corta antes de
      * pisar estados.dat con la generacion
           IF w-cant-lot > ZERO
               OPEN INPUT IMAGENES
               IF ws-estado-img NOT = "00"
                   DISPLAY "No existe imagenesLote.txt, los lotes "
                           "no se pueden volver a aplicar"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE IMAGENES
           END-IF.

       110-LEER-CONTROL-GEN.
           MOVE "N" TO w-con-control.
           EVALUATE w-generacion
               WHEN 1 OPEN INPUT CTL1
               WHEN 2 OPEN INPUT CTL2
               WHEN 3 OPEN INPUT CTL3
           END-EVALUATE.
           IF ws-estado-ctl = "00"
               EVALUATE w-generacion
                   WHEN 1
                       READ CTL1
                           NOT AT END
                               MOVE c1-fecha TO w-gen-fecha
                               MOVE c1-ultimo-lote TO w-gen-ultimo-lote
                       END-READ
                       CLOSE CTL1
                   WHEN 2
                       READ CTL2
                           NOT AT END
                               MOVE c2-fecha TO w-gen-fecha
                               MOVE c2-ultimo-lote TO w-gen-ultimo-lote
                       END-READ
                       CLOSE CTL2
                   WHEN 3
                       READ CTL3
                           NOT AT END
                               MOVE c3-fecha TO w-gen-fecha
                               MOVE c3-ultimo-lote TO w-gen-ultimo-lote
                       END-READ
                       CLOSE CTL3
               END-EVALUATE
               IF w-gen-fecha IS NUMERIC AND w-gen-fecha NOT = ZERO
                   AND w-gen-ultimo-lote IS NUMERIC
                   MOVE "S" TO w-con-control
               END-IF
           END-IF.

      * entran los lotes vigentes posteriores a la generacion; los
      * revertidos por el backout ya no forman parte del estado
       130-CARGAR-LOTES.
           OPEN INPUT LOTES-REG.
           IF ws-estado-lot = "00"
               PERFORM 135-LEER-LOTE
               PERFORM UNTIL fin-lotes
                   IF (con-control
                       AND lot-numero > w-gen-ultimo-lote)
                       OR (NOT con-control
                       AND lot-fecha >= w-gen-fecha)
                       IF lot-estado = "R"
                           ADD 1 TO w-cont-revertidos
                       ELSE
                           IF w-cant-lot >= 200
                               DISPLAY "Mas de 200 lotes posteriores "
                                       "a la generacion, recuperacion "
                                       "cancelada"
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO w-cant-lot
                           MOVE lot-numero TO tl-numero(w-cant-lot)
                           MOVE lot-fecha TO tl-fecha(w-cant-lot)
                           MOVE lot-origen TO tl-origen(w-cant-lot)
                           MOVE lot-operador TO
                               tl-operador(w-cant-lot)
                           MOVE lot-cantidad TO
                               tl-cantidad(w-cant-lot)
                       END-IF
                   END-IF
                   PERFORM 135-LEER-LOTE
               END-PERFORM
               CLOSE LOTES-REG
           END-IF.

       135-LEER-LOTE.
           READ LOTES-REG AT END MOVE 1 TO w-flag-lot.

      * el registro se graba en orden de numero, pero la
      * depuracion lo reescribe: se ordena por las dudas
       140-ORDENAR-LOTES.
           PERFORM VARYING kl FROM 1 BY 1 UNTIL kl >= w-cant-lot
               PERFORM VARYING kj FROM kl BY 1 UNTIL kj > w-cant-lot
                   IF tl-numero(kj) < tl-numero(kl)
                       MOVE tab-lot(kl) TO w-lote-aux
                       MOVE tab-lot(kj) TO tab-lot(kl)
                       MOVE w-lote-aux TO tab-lot(kj)
                   END-IF
               END-PERFORM
           END-PERFORM.

       200-RESTAURAR-GENERACION.
           EVALUATE w-generacion
               WHEN 1 OPEN INPUT GEN1
               WHEN 2 OPEN INPUT GEN2
               WHEN 3 OPEN INPUT GEN3
           END-EVALUATE.
           IF ws-estado-gen NOT = "00"
               MOVE "estados.gen" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-gen TO w-err-estado
               MOVE w-generacion TO w-err-llave
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir la generacion "
                       w-generacion " (estado " ws-estado-gen ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo recrear estados.dat, estado "
                       ws-estado-est
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 210-LEER-GENERACION.
           PERFORM UNTIL fin-generacion
               WRITE es-reg
                   INVALID KEY
                       DISPLAY "no pude grabar registro DNI " es-dni
               END-WRITE
               ADD 1 TO w-cont-restaurados
               PERFORM 210-LEER-GENERACION
           END-PERFORM.
           EVALUATE w-generacion
               WHEN 1 CLOSE GEN1
               WHEN 2 CLOSE GEN2
               WHEN 3 CLOSE GEN3
           END-EVALUATE.
           CLOSE ESTADOS.
           DISPLAY "Registros restaurados de la generacion: "
                   w-cont-restaurados.

       210-LEER-GENERACION.
           EVALUATE w-generacion
               WHEN 1
                   READ GEN1 NEXT RECORD
                       AT END MOVE 1 TO w-flag-gen
                   END-READ
                   IF NOT fin-generacion
                       MOVE g1-reg TO es-reg
                   END-IF
               WHEN 2
                   READ GEN2 NEXT RECORD
                       AT END MOVE 1 TO w-flag-gen
                   END-READ
                   IF NOT fin-generacion
                       MOVE g2-reg TO es-reg
                   END-IF
               WHEN 3
                   READ GEN3 NEXT RECORD
                       AT END MOVE 1 TO w-flag-gen
                   END-READ
                   IF NOT fin-generacion
                       MOVE g3-reg TO es-reg
                   END-IF
           END-EVALUATE.

      * cada lote se aplica completo, en el orden en que sus imagenes
      * quedaron grabadas, antes de pasar al siguiente
       300-APLICAR-LOTE.
           PERFORM 510-IMPRIMIR-LOTE.
           MOVE ZERO TO w-cont-img-lote.
           MOVE 0 TO w-flag-img.
           OPEN INPUT IMAGENES.
           PERFORM 310-LEER-IMAGEN.
           PERFORM UNTIL fin-imagenes OR hubo-inconsistencia
               IF img-lote = tl-numero(kl)
                   PERFORM 320-APLICAR-IMAGEN
               END-IF
               PERFORM 310-LEER-IMAGEN
           END-PERFORM.
           CLOSE IMAGENES.
           IF NOT hubo-inconsistencia
               IF w-cont-img-lote = ZERO
                   PERFORM 370-LOTE-SIN-IMAGENES
               END-IF
           END-IF.
           IF NOT hubo-inconsistencia
               ADD 1 TO w-cont-lotes-ok
               MOVE w-cont-img-lote TO t-imagenes
               WRITE lis-reg FROM lin-total-lote AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
           END-IF.

       310-LEER-IMAGEN.
           READ IMAGENES AT END MOVE 1 TO w-flag-img.

      * la imagen tiene que calzar con lo que hay en el archivo: un
      * alta sobre un registro que no existe, un cambio sobre un
      * registro que todavia tiene los valores previos
       320-APLICAR-IMAGEN.
           ADD 1 TO w-cont-img-lote.
           IF img-nota-nue IS NOT NUMERIC
               OR img-anio-nue IS NOT NUMERIC
               MOVE "IMAGEN VIEJA SIN VALORES NUEVOS" TO w-motivo
               PERFORM 360-INFORMAR-INCONSISTENCIA
           ELSE
               PERFORM 325-ARMAR-LLAVE
               EVALUATE img-tipo
                   WHEN "A"
                       PERFORM 330-APLICAR-ALTA
                   WHEN "M"
                       PERFORM 340-APLICAR-CAMBIO
                   WHEN OTHER
                       MOVE "TIPO DE IMAGEN DESCONOCIDO" TO w-motivo
                       PERFORM 360-INFORMAR-INCONSISTENCIA
               END-EVALUATE
           END-IF.

       325-ARMAR-LLAVE.
           MOVE img-dni TO es-dni.
           MOVE img-materia TO es-materia.
           MOVE img-cuatri TO es-cuatri.
           MOVE img-curso TO es-curso.
           MOVE img-secuen TO es-secuen.

       330-APLICAR-ALTA.
           READ ESTADOS
               INVALID KEY
                   PERFORM 325-ARMAR-LLAVE
                   MOVE img-nota-nue TO es-nota
                   MOVE img-anio-nue TO es-anio
                   MOVE img-lote TO es-lote
                   WRITE es-reg
                       INVALID KEY
                           MOVE "NO SE PUDO GRABAR EL ALTA" TO w-motivo
                           PERFORM 360-INFORMAR-INCONSISTENCIA
                       NOT INVALID KEY
                           ADD 1 TO w-cont-altas
                           MOVE "ALTA" TO d-tipo
                           PERFORM 530-IMPRIMIR-DETALLE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "EL ALTA YA EXISTE EN estados.dat" TO w-motivo
                   PERFORM 360-INFORMAR-INCONSISTENCIA
           END-READ.

       340-APLICAR-CAMBIO.
           READ ESTADOS
               INVALID KEY
                   MOVE "CAMBIO SOBRE UN REGISTRO INEXISTENTE"
                       TO w-motivo
                   PERFORM 360-INFORMAR-INCONSISTENCIA
               NOT INVALID KEY
                   IF es-nota NOT = img-nota-ant
                       OR es-anio NOT = img-anio-ant
                       OR es-lote NOT = img-lote-ant
                       MOVE "EL REGISTRO NO TIENE LOS VALORES PREVIOS"
                           TO w-motivo
                       PERFORM 360-INFORMAR-INCONSISTENCIA
                   ELSE
                       MOVE img-nota-nue TO es-nota
                       MOVE img-anio-nue TO es-anio
                       MOVE img-lote TO es-lote
                       REWRITE es-reg
                           INVALID KEY
                               MOVE "NO SE PUDO REGRABAR EL CAMBIO"
                                   TO w-motivo
                               PERFORM 360-INFORMAR-INCONSISTENCIA
                           NOT INVALID KEY
                               ADD 1 TO w-cont-cambios
                               MOVE "CAMBIO" TO d-tipo
                               PERFORM 530-IMPRIMIR-DETALLE
                       END-REWRITE
                   END-IF
           END-READ.

       360-INFORMAR-INCONSISTENCIA.
           MOVE "S" TO w-inconsistencia.
           MOVE tl-numero(kl) TO w-lote-detenido.
           MOVE "ERROR" TO d-tipo.
           PERFORM 530-IMPRIMIR-DETALLE.
           MOVE tl-numero(kl) TO i-lote.
           MOVE w-cont-img-lote TO i-imagen.
           MOVE w-motivo TO i-motivo.
           WRITE lis-reg FROM lin-inconsistencia
               AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM lin-motivo AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           DISPLAY "Recuperacion detenida en el lote " tl-numero(kl)
                   ", imagen " w-cont-img-lote ": " w-motivo.

      * la carga de estados escribe sus altas en el momento: un lote
      * suyo sin imagenes es anterior al registro de imagenes y no
      * se puede reconstruir. Un lote de movimientos sin imagenes es
      * un lote que no llego a tocar estados.dat
       370-LOTE-SIN-IMAGENES.
           IF tl-origen(kl) = "TEXAINDEX" AND tl-cantidad(kl) > ZERO
               MOVE "LOTE DE CARGA SIN IMAGENES" TO w-motivo
               PERFORM 360-INFORMAR-INCONSISTENCIA
           ELSE
               WRITE lis-reg FROM lin-sin-imagenes
                   AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO
           END-IF.

       500-IMPRIMIR-GENERACION.
           MOVE w-generacion TO g-generacion.
           MOVE w-gen-fecha TO g-fecha.
           IF con-control
               MOVE w-gen-ultimo-lote TO g-ultimo-lote
           ELSE
               MOVE "S/D" TO g-ultimo-lote
           END-IF.
           WRITE lis-reg FROM lin-generacion AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

       510-IMPRIMIR-LOTE.
           MOVE tl-numero(kl) TO l-numero.
           MOVE tl-fecha(kl) TO l-fecha.
           MOVE tl-origen(kl) TO l-origen.
           MOVE tl-operador(kl) TO l-operador.
           MOVE tl-cantidad(kl) TO l-cantidad.
           WRITE lis-reg FROM lin-lote AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           WRITE lis-reg FROM cabecera3 AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.

       530-IMPRIMIR-DETALLE.
           MOVE img-dni TO d-dni.
           MOVE img-materia TO d-materia.
           MOVE img-cuatri TO d-cuatri.
           MOVE img-curso TO d-curso.
           MOVE img-secuen TO d-secuen.
           IF img-tipo = "M"
               MOVE img-nota-ant TO d-nota-ant
           ELSE
               MOVE SPACES TO d-nota-ant
           END-IF.
           MOVE img-nota-nue TO d-nota-nue.
           WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

       540-IMPRIMIR-RESUMEN.
           WRITE lis-reg FROM lin-resumen AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.

       800-FIN.
           WRITE lis-reg FROM cabecera2 AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 520-LISTAR-ENCABEZADO.
           MOVE "REGISTROS DE LA GENERACION.............:" TO
               r-concepto.
           MOVE w-cont-restaurados TO r-valor.
           PERFORM 540-IMPRIMIR-RESUMEN.
           MOVE "LOTES A VOLVER A APLICAR...............:" TO
               r-concepto.
           MOVE w-cant-lot TO r-valor.
           PERFORM 540-IMPRIMIR-RESUMEN.
           MOVE "LOTES APLICADOS COMPLETOS..............:" TO
               r-concepto.
           MOVE w-cont-lotes-ok TO r-valor.
           PERFORM 540-IMPRIMIR-RESUMEN.
           MOVE "ALTAS APLICADAS........................:" TO
               r-concepto.
           MOVE w-cont-altas TO r-valor.
           PERFORM 540-IMPRIMIR-RESUMEN.
           MOVE "CAMBIOS APLICADOS......................:" TO
               r-concepto.
           MOVE w-cont-cambios TO r-valor.
           PERFORM 540-IMPRIMIR-RESUMEN.
           MOVE "LOTES REVERTIDOS NO APLICADOS..........:" TO
               r-concepto.
           MOVE w-cont-revertidos TO r-valor.
           PERFORM 540-IMPRIMIR-RESUMEN.
           DISPLAY "................................................".
           DISPLAY "Lotes a volver a aplicar: " w-cant-lot.
           DISPLAY "Lotes aplicados completos: " w-cont-lotes-ok.
           DISPLAY "Altas aplicadas: " w-cont-altas.
           DISPLAY "Cambios aplicados: " w-cont-cambios.
           IF hubo-inconsistencia
      * el lote del error queda aplicado hasta la imagen anterior;
      * sus altas y cambios llevan su numero y el backout lo limpia
               DISPLAY "ATENCION: el lote " w-lote-detenido
                       " quedo aplicado en parte, ver el detalle"
               MOVE 1 TO RETURN-CODE
           END-IF.
           DISPLAY "Detalle en impRecuperacion.dat".
           DISPLAY "................................................".
           CLOSE ESTADOS.
           CLOSE LISTADO.

           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM RECUPERAR-ESTADOS.
