      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMAS-MATERIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-PROGMAT-SEL.cpy".
           COPY "COPY-MATERIAS-SEL.cpy".
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS es-llave
                   ALTERNATE RECORD KEY IS es-sec WITH DUPLICATES
                   ALTERNATE RECORD KEY IS es-secuen
                       WITH DUPLICATES
                   FILE STATUS IS ws-estado-est.
           SELECT FINALES ASSIGN TO "..\finales.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fin-llave
                   FILE STATUS IS ws-estado-fin.
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impSinPrograma.dat".
           COPY "COPY-ERRLOG-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
           COPY "COPY-PROGMAT-FD.cpy".
       FD  MATERIAS.
           COPY "COPY-MATERIAS.cpy".
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-ERRLOG-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-PROGMAT-WS.cpy".
           COPY "COPY-ALUMNOS-WS.cpy".
           COPY "COPY-ERRLOG-WS.cpy".
       77  ws-estado-mat pic xx.
       77  ws-estado-est pic xx.
       77  ws-estado-fin pic xx.
       77  w-flag-est pic 9 value 0.
           88 fin-estados value 1.
       77  w-flag-fin pic 9 value 0.
           88 fin-finales value 1.
       77  w-finales-activo pic x value "N".
           88 finales-activo value "S".
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-plan-nuevo pic x(2) value spaces.
       01  w-materia-nueva pic x(2) value spaces.
       01  w-resolucion-nueva pic x(12) value spaces.
       01  w-desde-nuevo pic 9(8) value zero.
       01  w-hasta-nuevo pic 9(8) value zero.
       01  w-version-nueva pic 99 value zero.
       01  w-hasta-efectivo pic 9(8) value zero.
       01  w-hasta-tabla pic 9(8) value zero.
       77  w-materia-hallada pic x value "N".
           88 materia-hallada value "S".
       77  w-superpuesta pic x value "N".
           88 version-superpuesta value "S".
       01  w-version-pedida pic 99 value zero.
       77  w-version-hallada pic x value "N".
           88 version-hallada value "S".
       01  w-estado-pgm pic x(8) value spaces.
      * si el registro existe y no se pudo leer no se regraba
       77  w-pgm-grabable pic x value "S".
           88 programas-grabables value "S".
      * materias aprobadas en un anio sin ninguna version de programa
      * vigente en ese anio: plan, materia y anio, en orden
       01  w-nota-aprobada pic 99 value 4.
       01  w-anio-aprob pic 9(4) value zero.
       01  w-plan-aprob pic x(2) value spaces.
       01  w-materia-aprob pic x(2) value spaces.
       01  w-desde-anio pic 9(8) value zero.
       01  w-hasta-anio pic 9(8) value zero.
       77  w-anio-cubierto pic x value "N".
           88 anio-cubierto value "S".
       01  w-cant-falt pic 9(3) value zero.
       01  kf pic 9(3).
       01  kd pic 9(3).
       77  w-falt-hallada pic x value "N".
           88 faltante-hallada value "S".
       77  w-falt-desborde pic x value "N".
           88 faltantes-desbordados value "S".
       01  tabla-faltantes.
           03 tab-falt OCCURS 500 TIMES.
               05 tf-plan pic x(2).
               05 tf-materia pic x(2).
               05 tf-anio pic 9(4).
               05 tf-cant pic 9(5).
       01  w-cont-paginas pic 99 value zero.
       01  w-nombre-mat pic x(30) value spaces.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value
               "MATERIAS APROBADAS SIN PROGRAMA REGISTRADO".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 p-nro-pag    pic 99.
           03 filler       pic x(3).
       01  cabecera2.
           03 filler       pic x(80) value all "-".
       01  cabecera3.
           03 filler       pic x(6)  value "PLAN".
           03 filler       pic x(5)  value "MAT".
           03 filler       pic x(32) value "NOMBRE".
           03 filler       pic x(8)  value "ANIO".
           03 filler       pic x(29) value "APROBACIONES".
       01  lin-detalle.
           03 d-plan       pic x(2).
           03 filler       pic x(4)  value spaces.
           03 d-mat        pic x(2).
           03 filler       pic x(3)  value spaces.
           03 d-nombre     pic x(30).
           03 filler       pic x(2)  value spaces.
           03 d-anio       pic 9(4).
           03 filler       pic x(4)  value spaces.
           03 d-cant       pic zz.zz9.
           03 filler       pic x(23) value spaces.
       01  lin-total.
           03 filler       pic x(36) value
               "MATERIAS/ANIO SIN PROGRAMA.......: ".
           03 t-cant       pic zz9.
           03 filler       pic x(41) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "programasMaterias" TO w-err-programa.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           IF programas-grabables
               PERFORM 900-GRABAR-PROGRAMAS
           END-IF.
            STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 941-CARGAR-PROGRAMAS.
           IF ws-estado-pgm NOT = "10" AND ws-estado-pgm NOT = "35"
               MOVE "N" TO w-pgm-grabable
               DISPLAY "No se pudo leer programasMaterias.txt (estado "
                       ws-estado-pgm "), los cambios no se graban"
           END-IF.
      * con la tabla llena pudieron quedar versiones sin cargar
           IF w-cant-pgm >= 500
               MOVE "N" TO w-pgm-grabable
               DISPLAY "Tabla de programas llena (500), los cambios "
                       "no se graban"
           END-IF.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  PROGRAMAS DE MATERIAS"
           DISPLAY "  1- LISTAR VERSIONES"
           DISPLAY "  2- REGISTRAR VERSION"
           DISPLAY "  3- CERRAR VIGENCIA DE UNA VERSION"
           DISPLAY "  4- LISTAR MATERIAS APROBADAS SIN PROGRAMA"
           DISPLAY "  5- FIN"
           DISPLAY "..................................... ".
           ACCEPT w-llave-menu.
           PERFORM 210-VALIDAR-OPCION.

       210-VALIDAR-OPCION.
           PERFORM UNTIL w-llave-menu < 6 AND w-llave-menu > 0
               DISPLAY "Opcion incorrecta"
               PERFORM 200-MENU
           END-PERFORM.

       300-PROCESO.
           EVALUATE w-llave-menu
               WHEN 1 PERFORM 400-LISTAR
               WHEN 2 PERFORM 500-REGISTRAR
               WHEN 3 PERFORM 550-CERRAR-VIGENCIA
               WHEN 4 PERFORM 600-LISTAR-SIN-PROGRAMA
           END-EVALUATE.

       400-LISTAR.
           PERFORM VARYING k-pgm FROM 1 BY 1 UNTIL k-pgm > w-cant-pgm
               IF tpg-hasta(k-pgm) = ZERO
                   OR tpg-hasta(k-pgm) >= w-fecha-hoy
                   MOVE "VIGENTE" TO w-estado-pgm
               ELSE
                   MOVE "CERRADA" TO w-estado-pgm
               END-IF
               IF tpg-desde(k-pgm) > w-fecha-hoy
                   MOVE "FUTURA" TO w-estado-pgm
               END-IF
               DISPLAY "PLAN: " tpg-plan(k-pgm) " MAT: "
                       tpg-materia(k-pgm) " VERSION: "
                       tpg-version(k-pgm) " RESOL: "
                       tpg-resolucion(k-pgm) " DESDE: "
                       tpg-desde(k-pgm) " HASTA: " tpg-hasta(k-pgm)
                       " (" w-estado-pgm ")"
           END-PERFORM.
           DISPLAY "Total de versiones: " w-cant-pgm.

      * la version nueva toma el numero siguiente de la materia en
      * el plan; su vigencia no puede pisar la de otra version (la
      * anterior se cierra primero con la opcion 3)
       500-REGISTRAR.
           DISPLAY "Ingrese el plan".
           ACCEPT w-plan-nuevo.
           DISPLAY "Ingrese el codigo de materia".
           ACCEPT w-materia-nueva.
           PERFORM 510-BUSCAR-MATERIA.
           IF NOT materia-hallada
               DISPLAY "La materia " w-materia-nueva
                       " no existe en el plan " w-plan-nuevo
           ELSE
               DISPLAY "Materia: " mat-nombre
               DISPLAY "Ingrese el numero de resolucion"
               ACCEPT w-resolucion-nueva
               DISPLAY "Ingrese la fecha desde (AAAAMMDD)"
               ACCEPT w-desde-nuevo
               DISPLAY "Ingrese la fecha hasta (AAAAMMDD, cero si "
                       "sigue vigente)"
               ACCEPT w-hasta-nuevo
               IF w-hasta-nuevo NOT = ZERO
                   AND w-hasta-nuevo < w-desde-nuevo
                   DISPLAY "La fecha hasta no puede ser anterior a "
                           "la fecha desde"
               ELSE
                   PERFORM 520-CONTROLAR-SUPERPOSICION
                   IF version-superpuesta
                       DISPLAY "La vigencia se superpone con la "
                               "version " tpg-version(k-pgm)
                               " (desde " tpg-desde(k-pgm) ")"
                   ELSE
                       IF w-cant-pgm >= 500
                           DISPLAY "Tabla de programas llena"
                       ELSE
                           PERFORM 530-AGREGAR-VERSION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       510-BUSCAR-MATERIA.
           MOVE "N" TO w-materia-hallada.
           OPEN INPUT MATERIAS.
           IF ws-estado-mat = "00"
               MOVE w-plan-nuevo TO mat-plan
               MOVE w-materia-nueva TO mat-mat
               READ MATERIAS KEY IS mat-llave
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO w-materia-hallada
               END-READ
               CLOSE MATERIAS
           ELSE
               MOVE "materias.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-mat TO w-err-estado
               MOVE w-materia-nueva TO w-err-llave
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir materias.dat (estado "
                       ws-estado-mat ")"
           END-IF.

      * deja k-pgm en la version con la que se superpone; de paso
      * calcula el numero de la version nueva
       520-CONTROLAR-SUPERPOSICION.
           MOVE "N" TO w-superpuesta.
           MOVE ZERO TO w-version-nueva.
           IF w-hasta-nuevo = ZERO
               MOVE 99999999 TO w-hasta-efectivo
           ELSE
               MOVE w-hasta-nuevo TO w-hasta-efectivo
           END-IF.
           PERFORM VARYING k-pgm FROM 1 BY 1
               UNTIL k-pgm > w-cant-pgm OR version-superpuesta
               IF tpg-plan(k-pgm) = w-plan-nuevo
                   AND tpg-materia(k-pgm) = w-materia-nueva
                   IF tpg-version(k-pgm) > w-version-nueva
                       MOVE tpg-version(k-pgm) TO w-version-nueva
                   END-IF
                   IF tpg-hasta(k-pgm) = ZERO
                       MOVE 99999999 TO w-hasta-tabla
                   ELSE
                       MOVE tpg-hasta(k-pgm) TO w-hasta-tabla
                   END-IF
                   IF tpg-desde(k-pgm) <= w-hasta-efectivo
                       AND w-desde-nuevo <= w-hasta-tabla
                       MOVE "S" TO w-superpuesta
                   END-IF
               END-IF
           END-PERFORM.
           IF version-superpuesta
               SUBTRACT 1 FROM k-pgm
           END-IF.
           ADD 1 TO w-version-nueva.

       530-AGREGAR-VERSION.
           ADD 1 TO w-cant-pgm.
           MOVE w-plan-nuevo TO tpg-plan(w-cant-pgm).
           MOVE w-materia-nueva TO tpg-materia(w-cant-pgm).
           MOVE w-version-nueva TO tpg-version(w-cant-pgm).
           MOVE w-resolucion-nueva TO tpg-resolucion(w-cant-pgm).
           MOVE w-desde-nuevo TO tpg-desde(w-cant-pgm).
           MOVE w-hasta-nuevo TO tpg-hasta(w-cant-pgm).
           DISPLAY "Version " w-version-nueva " registrada".

      * cierra la version que deja de regir: la fecha hasta es el
      * ultimo dia de vigencia
       550-CERRAR-VIGENCIA.
           DISPLAY "Ingrese el plan".
           ACCEPT w-plan-nuevo.
           DISPLAY "Ingrese el codigo de materia".
           ACCEPT w-materia-nueva.
           DISPLAY "Ingrese el numero de version".
           ACCEPT w-version-pedida.
           MOVE "N" TO w-version-hallada.
           PERFORM VARYING k-pgm FROM 1 BY 1
               UNTIL k-pgm > w-cant-pgm OR version-hallada
               IF tpg-plan(k-pgm) = w-plan-nuevo
                   AND tpg-materia(k-pgm) = w-materia-nueva
                   AND tpg-version(k-pgm) = w-version-pedida
                   MOVE "S" TO w-version-hallada
               END-IF
           END-PERFORM.
           IF NOT version-hallada
               DISPLAY "La version no esta registrada"
           ELSE
               SUBTRACT 1 FROM k-pgm
               DISPLAY "Ingrese el ultimo dia de vigencia (AAAAMMDD)"
               ACCEPT w-hasta-nuevo
               IF w-hasta-nuevo < tpg-desde(k-pgm)
                   DISPLAY "La fecha hasta no puede ser anterior a "
                           "la fecha desde " tpg-desde(k-pgm)
               ELSE
                   MOVE w-hasta-nuevo TO tpg-hasta(k-pgm)
                   DISPLAY "Vigencia cerrada al " w-hasta-nuevo
               END-IF
           END-IF.

      * una pasada por las cursadas aprobadas y otra por los finales
      * aprobados; la materia se toma en el plan del alumno y el anio
      * es el de la cursada o el de la fecha del final
       600-LISTAR-SIN-PROGRAMA.
           MOVE ZERO TO w-cant-falt.
           MOVE "N" TO w-falt-desborde.
           OPEN INPUT ALUMNOS.
           OPEN INPUT ESTADOS.
           IF ws-estado-est NOT = "00"
               MOVE "estados.dat" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-est TO w-err-estado
               MOVE SPACES TO w-err-llave
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo abrir estados.dat (estado "
                       ws-estado-est ")"
               CLOSE ALUMNOS
           ELSE
               MOVE "N" TO w-finales-activo
               OPEN INPUT FINALES
               IF ws-estado-fin = "00"
                   MOVE "S" TO w-finales-activo
               END-IF
               PERFORM 610-RECORRER-ESTADOS
               IF finales-activo
                   PERFORM 620-RECORRER-FINALES
                   CLOSE FINALES
               END-IF
               CLOSE ESTADOS
               CLOSE ALUMNOS
               PERFORM 700-IMPRIMIR-FALTANTES
           END-IF.

       610-RECORRER-ESTADOS.
           MOVE ZERO TO w-flag-est.
           PERFORM 615-LEER-ESTADO.
           PERFORM UNTIL fin-estados
               IF es-nota >= w-nota-aprobada
                   AND (NOT finales-activo
                       OR es-curso = "P" OR es-curso = "E")
                   MOVE es-materia TO w-materia-aprob
                   MOVE es-anio TO w-anio-aprob
                   MOVE es-dni TO al-dni
                   PERFORM 630-CONTROLAR-APROBACION
               END-IF
               PERFORM 615-LEER-ESTADO
           END-PERFORM.

       615-LEER-ESTADO.
           READ ESTADOS NEXT RECORD AT END MOVE 1 TO w-flag-est.

       620-RECORRER-FINALES.
           MOVE ZERO TO w-flag-fin.
           PERFORM 625-LEER-FINAL.
           PERFORM UNTIL fin-finales
               IF fin-nota >= w-nota-aprobada
                   MOVE fin-materia TO w-materia-aprob
                   MOVE fin-fecha(1:4) TO w-anio-aprob
                   MOVE fin-dni TO al-dni
                   PERFORM 630-CONTROLAR-APROBACION
               END-IF
               PERFORM 625-LEER-FINAL
           END-PERFORM.

       625-LEER-FINAL.
           READ FINALES NEXT RECORD AT END MOVE 1 TO w-flag-fin.

      * el alumno que ya no esta en alumnos.dat se toma del plan 01
       630-CONTROLAR-APROBACION.
           MOVE "01" TO w-plan-aprob.
           READ ALUMNOS KEY IS al-dni
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF al-plan NOT = SPACES
                       MOVE al-plan TO w-plan-aprob
                   END-IF
           END-READ.
           PERFORM 640-VERIFICAR-ANIO-CUBIERTO.
           IF NOT anio-cubierto
               PERFORM 650-ANOTAR-FALTANTE
           END-IF.

      * alguna version del programa tiene que regir en algun momento
      * del anio de la aprobacion
       640-VERIFICAR-ANIO-CUBIERTO.
           MOVE "N" TO w-anio-cubierto.
           COMPUTE w-desde-anio = w-anio-aprob * 10000 + 0101.
           COMPUTE w-hasta-anio = w-anio-aprob * 10000 + 1231.
           PERFORM VARYING k-pgm FROM 1 BY 1
               UNTIL k-pgm > w-cant-pgm OR anio-cubierto
               IF tpg-plan(k-pgm) = w-plan-aprob
                   AND tpg-materia(k-pgm) = w-materia-aprob
                   AND tpg-desde(k-pgm) <= w-hasta-anio
                   AND (tpg-hasta(k-pgm) = ZERO
                       OR tpg-hasta(k-pgm) >= w-desde-anio)
                   MOVE "S" TO w-anio-cubierto
               END-IF
           END-PERFORM.

      * la tabla se mantiene ordenada por plan, materia y anio: la
      * fila nueva se inserta corriendo las siguientes
       650-ANOTAR-FALTANTE.
           MOVE "N" TO w-falt-hallada.
           PERFORM VARYING kf FROM 1 BY 1
               UNTIL kf > w-cant-falt OR faltante-hallada
               IF tf-plan(kf) = w-plan-aprob
                   AND tf-materia(kf) = w-materia-aprob
                   AND tf-anio(kf) = w-anio-aprob
                   MOVE "S" TO w-falt-hallada
                   ADD 1 TO tf-cant(kf)
               END-IF
           END-PERFORM.
           IF NOT faltante-hallada
               IF w-cant-falt >= 500
                   MOVE "S" TO w-falt-desborde
               ELSE
                   MOVE 1 TO kf
                   PERFORM UNTIL kf > w-cant-falt
                       OR tf-plan(kf) > w-plan-aprob
                       OR (tf-plan(kf) = w-plan-aprob
                           AND tf-materia(kf) > w-materia-aprob)
                       OR (tf-plan(kf) = w-plan-aprob
                           AND tf-materia(kf) = w-materia-aprob
                           AND tf-anio(kf) > w-anio-aprob)
                       ADD 1 TO kf
                   END-PERFORM
                   PERFORM VARYING kd FROM w-cant-falt BY -1
                       UNTIL kd < kf
                       MOVE tab-falt(kd) TO tab-falt(kd + 1)
                   END-PERFORM
                   ADD 1 TO w-cant-falt
                   MOVE w-plan-aprob TO tf-plan(kf)
                   MOVE w-materia-aprob TO tf-materia(kf)
                   MOVE w-anio-aprob TO tf-anio(kf)
                   MOVE 1 TO tf-cant(kf)
               END-IF
           END-IF.

       700-IMPRIMIR-FALTANTES.
           MOVE ZERO TO w-cont-paginas.
           OPEN INPUT MATERIAS.
           OPEN OUTPUT LISTADO.
           PERFORM 720-LISTAR-ENCABEZADO.
           PERFORM VARYING kf FROM 1 BY 1 UNTIL kf > w-cant-falt
               PERFORM 710-BUSCAR-NOMBRE
               MOVE tf-plan(kf) TO d-plan
               MOVE tf-materia(kf) TO d-mat
               MOVE w-nombre-mat TO d-nombre
               MOVE tf-anio(kf) TO d-anio
               MOVE tf-cant(kf) TO d-cant
               WRITE lis-reg FROM lin-detalle AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE PERFORM 720-LISTAR-ENCABEZADO
               END-WRITE
           END-PERFORM.
           MOVE w-cant-falt TO t-cant.
           WRITE lis-reg FROM lin-total AFTER ADVANCING 2 LINES.
           CLOSE LISTADO.
           IF ws-estado-mat = "00"
               CLOSE MATERIAS
           END-IF.
           DISPLAY "Materias/anio sin programa: " w-cant-falt
                   " (ver impSinPrograma.dat)".
           IF faltantes-desbordados
               DISPLAY "Tabla de faltantes llena (500), el listado "
                       "esta incompleto"
               MOVE 1 TO RETURN-CODE
           END-IF.

       710-BUSCAR-NOMBRE.
           MOVE "(SIN NOMBRE)" TO w-nombre-mat.
           IF ws-estado-mat = "00"
               MOVE tf-plan(kf) TO mat-plan
               MOVE tf-materia(kf) TO mat-mat
               READ MATERIAS KEY IS mat-llave
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE mat-nombre TO w-nombre-mat
               END-READ
           END-IF.

       720-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-reg FROM cabecera1
           ELSE
               WRITE lis-reg FROM cabecera1 AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 2.
           WRITE lis-reg FROM cabecera3.
           WRITE lis-reg FROM cabecera2.

       900-GRABAR-PROGRAMAS.
           OPEN OUTPUT PROGRAMAS-MAT.
           PERFORM VARYING k-pgm FROM 1 BY 1 UNTIL k-pgm > w-cant-pgm
               MOVE tpg-plan(k-pgm) TO pgm-plan
               MOVE tpg-materia(k-pgm) TO pgm-materia
               MOVE tpg-version(k-pgm) TO pgm-version
               MOVE tpg-resolucion(k-pgm) TO pgm-resolucion
               MOVE tpg-desde(k-pgm) TO pgm-desde
               MOVE tpg-hasta(k-pgm) TO pgm-hasta
               WRITE pgm-reg
           END-PERFORM.
           CLOSE PROGRAMAS-MAT.

           COPY "COPY-PROGMAT-PROC.cpy".
           COPY "COPY-ERRLOG-PROC.cpy".
       END PROGRAM PROGRAMAS-MATERIAS.
