      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICENCIAS-ALUMNOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           COPY "COPY-LICENCIA-SEL.cpy".
           COPY "COPY-CALEND-SEL.cpy".
           COPY "COPY-AUDIT-SEL.cpy".
           COPY "COPY-CTRLEJEC-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           COPY "COPY-ALUMNOS.cpy".
           COPY "COPY-LICENCIA-FD.cpy".
           COPY "COPY-CALEND-FD.cpy".
           COPY "COPY-AUDIT-FD.cpy".
           COPY "COPY-CTRLEJEC-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  w-llave-menu pic 9.
           88 salir-menu value 5.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-legajo-pedido pic 9(5) value zero.
       77  w-alumno-hallado pic x value "N".
           88 alumno-hallado value "S".
       01  w-desde-nuevo pic 9(8) value zero.
       01  w-hasta-nuevo pic 9(8) value zero.
       01  w-motivo-nuevo pic x value space.
           88 motivo-valido value "E" "M" "T" "O".
       01  w-resolucion-nueva pic x(15) value spaces.
       01  w-fecha-pedida pic 9(8) value zero.
       77  w-datos-ok pic x value "N".
           88 datos-validos value "S".
       77  w-modificado pic x value "N".
           88 licencias-modificadas value "S".
       77  w-confirma pic x value "N".
           88 confirma-si value "S" "s".
       01  w-motivo-desc pic x(16) value spaces.
       01  w-lic-estado-desc pic x(10) value spaces.
           COPY "COPY-LICENCIA-WS.cpy".
           COPY "COPY-CALEND-WS.cpy".
           COPY "COPY-AUDIT-WS.cpy".
           COPY "COPY-CTRLEJEC-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 300-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           IF licencias-modificadas
               PERFORM 949-GRABAR-LICENCIAS
           END-IF.
           CLOSE ALUMNOS.
           CLOSE AUDITORIA.
           PERFORM 103-LIBERAR-CONTROL-LINEA.
            STOP RUN.

       100-INICIO.
           PERFORM 102-TOMAR-CONTROL-LINEA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO w-fecha-hoy.
           PERFORM 955-ABRIR-AUDITORIA-COMUN.
           DISPLAY "Ingrese su codigo de operador".
           ACCEPT w-aud-operador.
           PERFORM 946-CARGAR-LICENCIAS.
           OPEN I-O ALUMNOS.

       102-TOMAR-CONTROL-LINEA.
           PERFORM 940-LEER-CONTROL-EJEC.
           IF ctl-en-batch
               DISPLAY "La cadena de batch del cuatrimestre esta en "
                       "curso (" w-ctl-programa ")"
               DISPLAY "Abrir la sesion igual (autorizacion de "
                       "supervisor)? (S/N)"
               ACCEPT w-ctl-override
               IF NOT ctl-override-si
                   DISPLAY "Sesion cancelada"
                   STOP RUN
               END-IF
           END-IF.
           IF NOT ctl-en-batch
               MOVE "ONLINE" TO w-ctl-estado
               MOVE "LICENCIAS" TO w-ctl-programa
           END-IF.
           ADD 1 TO w-ctl-sesiones.
           PERFORM 945-GRABAR-CONTROL-EJEC.

       103-LIBERAR-CONTROL-LINEA.
           PERFORM 940-LEER-CONTROL-EJEC.
           IF w-ctl-sesiones > 0
               SUBTRACT 1 FROM w-ctl-sesiones
           END-IF.
           IF w-ctl-sesiones = ZERO AND ctl-en-linea
               MOVE "LIBRE " TO w-ctl-estado
               MOVE SPACES TO w-ctl-programa
           END-IF.
           PERFORM 945-GRABAR-CONTROL-EJEC.

       200-MENU.
           DISPLAY ".................................... ".
           DISPLAY "  LICENCIAS ESTUDIANTILES"
           DISPLAY "  INGRESE UNA OPCION: "
           DISPLAY "  1- OTORGAR LICENCIA"
           DISPLAY "  2- CAMBIAR FECHA DE FIN (PRORROGA O REGRESO)"
           DISPLAY "  3- ANULAR LICENCIA"
           DISPLAY "  4- CONSULTAR LICENCIAS DE UN ALUMNO"
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
               WHEN 1
                   PERFORM 400-OTORGAR-LICENCIA
               WHEN 2
                   PERFORM 500-CAMBIAR-FIN
               WHEN 3
                   PERFORM 600-ANULAR-LICENCIA
               WHEN 4
                   PERFORM 700-CONSULTAR
           END-EVALUATE.

       250-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-hallado.
           DISPLAY "Ingrese el legajo del alumno".
           ACCEPT w-legajo-pedido.
           MOVE w-legajo-pedido TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-hallado
           END-READ.
           IF alumno-hallado
               MOVE al-legajo TO w-lic-legajo
               DISPLAY "ALUMNO: " al-nombre " ESTADO: " al-estado
           ELSE
               DISPLAY "El legajo " w-legajo-pedido " no se encuentra"
           END-IF.

      * fecha AAAAMMDD valida segun el calendario
       280-PEDIR-FECHA.
           ACCEPT w-fecha-pedida.
           MOVE w-fecha-pedida TO w-cal-fecha.
           PERFORM 924-VALIDAR-FECHA.
           IF NOT cal-fecha-valida
               DISPLAY "Fecha invalida: " w-fecha-pedida
           END-IF.

      * solo un alumno activo pasa a licencia; una licencia que
      * arranca en el futuro queda pendiente y el cierre diario la
      * pone en vigencia el dia que empieza
       400-OTORGAR-LICENCIA.
           PERFORM 250-BUSCAR-ALUMNO.
           IF alumno-hallado
               PERFORM 948-BUSCAR-LICENCIA
               EVALUATE TRUE
                   WHEN NOT alumno-activo
                       DISPLAY "Solo un alumno activo puede pedir "
                               "licencia (estado " al-estado ")"
                   WHEN licencia-hallada
                       DISPLAY "El alumno ya tiene una licencia "
                               "abierta hasta " tli-hasta(k-lic)
                   WHEN w-cant-lic >= 2000
                       DISPLAY "Tabla de licencias llena"
                   WHEN OTHER
                       PERFORM 410-PEDIR-DATOS
                       IF datos-validos
                           PERFORM 420-REGISTRAR-LICENCIA
                       END-IF
               END-EVALUATE
           END-IF.

       410-PEDIR-DATOS.
           MOVE "N" TO w-datos-ok.
           DISPLAY "Ingrese la fecha de inicio (AAAAMMDD)".
           PERFORM 280-PEDIR-FECHA.
           IF cal-fecha-valida
               MOVE w-fecha-pedida TO w-desde-nuevo
               DISPLAY "Ingrese la fecha de fin (AAAAMMDD)"
               PERFORM 280-PEDIR-FECHA
               IF cal-fecha-valida
                   MOVE w-fecha-pedida TO w-hasta-nuevo
                   PERFORM 415-PEDIR-MOTIVO
               END-IF
           END-IF.

       415-PEDIR-MOTIVO.
           DISPLAY "Ingrese el motivo (E=enfermedad M=maternidad "
                   "T=trabajo en el exterior O=otro)".
           ACCEPT w-motivo-nuevo.
           DISPLAY "Ingrese el numero de resolucion".
           ACCEPT w-resolucion-nueva.
           EVALUATE TRUE
               WHEN w-hasta-nuevo < w-desde-nuevo
                   DISPLAY "La fecha de fin es anterior al inicio"
               WHEN NOT motivo-valido
                   DISPLAY "Motivo invalido: " w-motivo-nuevo
               WHEN w-resolucion-nueva = SPACES
                   DISPLAY "La licencia necesita la resolucion que "
                           "la aprueba"
               WHEN OTHER
                   MOVE "S" TO w-datos-ok
           END-EVALUATE.

       420-REGISTRAR-LICENCIA.
           ADD 1 TO w-cant-lic.
           MOVE al-legajo TO tli-legajo(w-cant-lic).
           MOVE al-dni TO tli-dni(w-cant-lic).
           MOVE w-desde-nuevo TO tli-desde(w-cant-lic).
           MOVE w-hasta-nuevo TO tli-hasta(w-cant-lic).
           MOVE w-motivo-nuevo TO tli-motivo(w-cant-lic).
           MOVE w-resolucion-nueva TO tli-resolucion(w-cant-lic).
           MOVE w-aud-operador TO tli-operador(w-cant-lic).
           IF w-desde-nuevo > w-fecha-hoy
               MOVE "P" TO tli-estado(w-cant-lic)
               DISPLAY "Licencia registrada, entra en vigencia el "
                       w-desde-nuevo
           ELSE
               MOVE "V" TO tli-estado(w-cant-lic)
               MOVE "L" TO al-estado
               REWRITE alu-reg
               DISPLAY "Licencia registrada, el legajo queda en "
                       "licencia"
           END-IF.
           MOVE "S" TO w-modificado.
           MOVE "LICENCIA" TO w-aud-programa.
           MOVE al-legajo TO w-aud-legajo.
           MOVE al-dni TO w-aud-dni.
           MOVE SPACES TO w-aud-detalle.
           STRING w-motivo-nuevo " " w-desde-nuevo "-" w-hasta-nuevo
               " " w-resolucion-nueva(1:5)
               DELIMITED BY SIZE INTO w-aud-detalle.
           PERFORM 965-ASENTAR-AUDITORIA.

      * la prorroga o el regreso anticipado solo mueven el fin: el
      * regreso a activo lo hace el cierre diario al dia siguiente
      * del fin, con la regularidad corrida por los turnos de la
      * licencia
       500-CAMBIAR-FIN.
           PERFORM 250-BUSCAR-ALUMNO.
           IF alumno-hallado
               PERFORM 948-BUSCAR-LICENCIA
               IF NOT licencia-hallada
                   DISPLAY "El alumno no tiene licencia abierta"
               ELSE
                   DISPLAY "Licencia del " tli-desde(k-lic) " al "
                           tli-hasta(k-lic)
                   DISPLAY "Ingrese la nueva fecha de fin (AAAAMMDD)"
                   PERFORM 280-PEDIR-FECHA
                   IF cal-fecha-valida
                       IF w-fecha-pedida < tli-desde(k-lic)
                           DISPLAY "La fecha de fin es anterior al "
                                   "inicio"
                       ELSE
                           PERFORM 510-APLICAR-FIN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       510-APLICAR-FIN.
           MOVE w-fecha-pedida TO tli-hasta(k-lic).
           MOVE "S" TO w-modificado.
           MOVE "LICFIN" TO w-aud-programa.
           MOVE al-legajo TO w-aud-legajo.
           MOVE al-dni TO w-aud-dni.
           MOVE SPACES TO w-aud-detalle.
           STRING "NUEVO FIN " w-fecha-pedida
               DELIMITED BY SIZE INTO w-aud-detalle.
           PERFORM 965-ASENTAR-AUDITORIA.
           IF w-fecha-pedida < w-fecha-hoy
               DISPLAY "Fin registrado; el legajo vuelve a activo en "
                       "el proximo cierre diario de licencias"
           ELSE
               DISPLAY "Fin de licencia modificado"
           END-IF.

      * una licencia cargada por error se anula: si ya estaba en
      * vigencia el legajo vuelve a activo sin correr la regularidad
       600-ANULAR-LICENCIA.
           PERFORM 250-BUSCAR-ALUMNO.
           IF alumno-hallado
               PERFORM 948-BUSCAR-LICENCIA
               IF NOT licencia-hallada
                   DISPLAY "El alumno no tiene licencia abierta"
               ELSE
                   DISPLAY "Confirma anular la licencia "
                           tli-resolucion(k-lic) "? (S/N)"
                   ACCEPT w-confirma
                   IF confirma-si
                       PERFORM 610-APLICAR-ANULACION
                   ELSE
                       DISPLAY "Anulacion cancelada"
                   END-IF
               END-IF
           END-IF.

       610-APLICAR-ANULACION.
           IF tli-estado(k-lic) = "V" AND alumno-en-licencia
               MOVE "A" TO al-estado
               REWRITE alu-reg
           END-IF.
           MOVE "X" TO tli-estado(k-lic).
           MOVE "S" TO w-modificado.
           MOVE "LICANULA" TO w-aud-programa.
           MOVE al-legajo TO w-aud-legajo.
           MOVE al-dni TO w-aud-dni.
           MOVE SPACES TO w-aud-detalle.
           STRING "ANULA " tli-resolucion(k-lic)
               DELIMITED BY SIZE INTO w-aud-detalle.
           PERFORM 965-ASENTAR-AUDITORIA.
           DISPLAY "Licencia anulada".

       700-CONSULTAR.
           PERFORM 250-BUSCAR-ALUMNO.
           IF alumno-hallado
               PERFORM VARYING k-lic FROM 1 BY 1
                   UNTIL k-lic > w-cant-lic
                   IF tli-legajo(k-lic) = w-lic-legajo
                       PERFORM 710-MOSTRAR-LICENCIA
                   END-IF
               END-PERFORM
           END-IF.

       710-MOSTRAR-LICENCIA.
           EVALUATE tli-motivo(k-lic)
               WHEN "E" MOVE "ENFERMEDAD" TO w-motivo-desc
               WHEN "M" MOVE "MATERNIDAD" TO w-motivo-desc
               WHEN "T" MOVE "TRABAJO EXTERIOR" TO w-motivo-desc
               WHEN OTHER MOVE "OTRO" TO w-motivo-desc
           END-EVALUATE.
           EVALUATE tli-estado(k-lic)
               WHEN "P" MOVE "PENDIENTE" TO w-lic-estado-desc
               WHEN "V" MOVE "VIGENTE" TO w-lic-estado-desc
               WHEN "C" MOVE "CUMPLIDA" TO w-lic-estado-desc
               WHEN "X" MOVE "ANULADA" TO w-lic-estado-desc
               WHEN OTHER MOVE tli-estado(k-lic) TO w-lic-estado-desc
           END-EVALUATE.
           DISPLAY tli-desde(k-lic) " AL " tli-hasta(k-lic) " "
                   w-motivo-desc " RES. " tli-resolucion(k-lic) " "
                   w-lic-estado-desc.

           COPY "COPY-LICENCIA-PROC.cpy".
           COPY "COPY-CALEND-PROC.cpy".
           COPY "COPY-AUDIT-PROC.cpy".
           COPY "COPY-CTRLEJEC-PROC.cpy".
       END PROGRAM LICENCIAS-ALUMNOS.
