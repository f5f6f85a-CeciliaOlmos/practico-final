       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COPY-ALUMNOS-SEL.cpy".
           SELECT ESTADOS ASSIGN TO "..\estados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           SELECT LISTADO
           ASSIGN TO PRINTER,
           "..\impDesercion.dat".
           COPY "COPY-CONTACTO-SEL.cpy".
           COPY "COPY-COLACOM-SEL.cpy".
           COPY "COPY-LICENCIA-SEL.cpy".
           COPY "COPY-PARAMBATCH-SEL.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       FD  ESTADOS.
           COPY "COPY-ESTADOS.cpy".
       FD  FINALES.
           COPY "COPY-FINALES.cpy".
       FD  INSCRIPCIONES-ARCH.
       01  ins-reg.
           03 ins-dni pic 9(8).
           lines at top 3
           lines at BOTTOM 3.
       01  lis-reg pic x(80).
           COPY "COPY-CONTACTO-FD.cpy".
           COPY "COPY-COLACOM-FD.cpy".
           COPY "COPY-LICENCIA-FD.cpy".
           COPY "COPY-PARAMBATCH-FD.cpy".
       WORKING-STORAGE SECTION.
           COPY "COPY-ALUMNOS-WS.cpy".
       77  ws-estado-fin pic xx.
       77  ws-estado-ins pic xx.
       77  ws-estado-pde pic xx.
       01  w-cont-alumnos pic 9(6) value zero.
       01  w-cont-candidatos pic 9(4) value zero.
       01  w-cont-suspendidos pic 9(4) value zero.
       01  w-cont-paginas pic 99 value zero.
       01  cabecera1.
           03 filler       pic x(2).
           03 filler       pic x(57) value "CANDIDATOS A SUSPENSION
           03 filler       pic x(14) value "  ULT. MOVIM.:".
           03 d-ultimo     pic 9(4).
           03 filler       pic x(12) value spaces.
           COPY "COPY-CONTACTO-WS.cpy".
           COPY "COPY-COLACOM-WS.cpy".
           COPY "COPY-LICENCIA-WS.cpy".
           COPY "COPY-PARAMBATCH-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
      * en la cadena del cierre anual solo corre la primera pasada;
      * la suspension sigue siendo a mano, sobre la lista revisada
           IF cierre-anual-desatendido
               MOVE 1 TO w-llave-menu
               PERFORM 300-PROCESO
           ELSE
               PERFORM 200-MENU
               PERFORM UNTIL salir-menu
                   PERFORM 300-PROCESO
                   PERFORM 200-MENU
               END-PERFORM
           END-IF.
           PERFORM 800-FIN.
            STOP RUN.

       100-INICIO.
           PERFORM 110-LEER-PARAM-DESERCION.
           PERFORM 950-CARGAR-PARAM-BATCH.
           MOVE w-anio-cierre TO w-anio-actual.
      * N cuatrimestres son N/2 anios redondeando para arriba: el
      * registro de movimientos guarda anio, no cuatrimestre
           COMPUTE w-anios-sin-mov = (w-cuatris-limite + 1) / 2.
           COMPUTE w-anio-limite = w-anio-actual - w-anios-sin-mov.
           PERFORM 130-CARGAR-INSCRIPCIONES.
           PERFORM 946-CARGAR-LICENCIAS.
           OPEN INPUT ESTADOS.
           OPEN INPUT FINALES.
           IF ws-estado-fin = "00"
           OPEN OUTPUT CANDIDATOS.
           OPEN OUTPUT LISTADO.
           PERFORM 520-LISTAR-ENCABEZADO.
           PERFORM 978-PRIMER-ALUMNO.
           PERFORM UNTIL fin-alumnos
               IF alumno-activo
                   ADD 1 TO w-cont-alumnos
                   PERFORM 420-BUSCAR-ULTIMO-MOVIMIENTO
                   IF w-ultimo-anio < w-anio-limite
                       PERFORM 450-REGISTRAR-CANDIDATO
                   END-IF
               END-IF
               PERFORM 979-SIGUIENTE-ALUMNO
           END-PERFORM.
           CLOSE ALUMNOS.
           CLOSE CANDIDATOS.
           DISPLAY "Listado en impDesercion.dat, candidatos en "
                   "candidatosSuspension.txt".

       420-BUSCAR-ULTIMO-MOVIMIENTO.
           MOVE ZERO TO w-ultimo-anio.
           PERFORM 425-ULTIMO-EN-ESTADOS.
                   MOVE ti-anio(ki) TO w-ultimo-anio
               END-IF
           END-PERFORM.
           PERFORM 435-DESCONTAR-LICENCIAS.

      * el tiempo de licencia no cuenta como inactividad: para quien
      * volvio de una licencia el reloj arranca en el anio del fin
       435-DESCONTAR-LICENCIAS.
           PERFORM VARYING k-lic FROM 1 BY 1 UNTIL k-lic > w-cant-lic
               IF tli-legajo(k-lic) = al-legajo
                   AND (tli-estado(k-lic) = "V"
                        OR tli-estado(k-lic) = "C")
                   AND tli-hasta(k-lic)(1:4) > w-ultimo-anio
                   MOVE tli-hasta(k-lic)(1:4) TO w-ultimo-anio
               END-IF
           END-PERFORM.

       425-ULTIMO-EN-ESTADOS.
           MOVE ZERO TO w-flag-est.
                       "primero la pasada de listado"
           ELSE
               OPEN I-O ALUMNOS
               PERFORM 930-CARGAR-CONTACTOS
               PERFORM 994-ABRIR-COLA
               OPEN EXTEND AUDITORIA
               IF ws-estado-aud = "35"
                   OPEN OUTPUT AUDITORIA
               CLOSE CANDIDATOS
               CLOSE ALUMNOS
               CLOSE AUDITORIA
               CLOSE COLA-COM
               DISPLAY "Alumnos suspendidos: " w-cont-suspendidos
               DISPLAY "Avisos encolados...: " w-col-cont-encolados
           END-IF.

       620-LEER-CANDIDATO.
                   REWRITE alu-reg
                   ADD 1 TO w-cont-suspendidos
                   PERFORM 650-REGISTRAR-AUDITORIA
                   PERFORM 660-ENCOLAR-AVISO
               ELSE
                   DISPLAY "El legajo " can-legajo " registro "
                           "movimiento, no se suspende"
           END-IF.

       640-UBICAR-POR-LEGAJO.
           MOVE can-legajo TO al-legajo.
           READ ALUMNOS KEY IS al-legajo
               INVALID KEY
                   MOVE ZERO TO al-legajo
           END-READ.

       650-REGISTRAR-AUDITORIA.
           MOVE SPACES TO aud-detalle.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.

      * el suspendido recibe aviso por la cola de comunicaciones,
      * con el canal que le corresponde por su ficha de contacto
       660-ENCOLAR-AVISO.
           MOVE al-legajo TO w-ctt-legajo.
           PERFORM 938-BUSCAR-CONTACTO.
           MOVE al-legajo TO w-col-legajo.
           MOVE al-nombre TO w-col-nombre.
           MOVE "SUSPENSION" TO w-col-tipo.
           MOVE SPACES TO w-col-detalle.
           STRING "SIN MOVIM.DESDE " w-ultimo-anio
               DELIMITED BY SIZE INTO w-col-detalle.
           MOVE al-contacto TO w-col-alta.
           PERFORM 996-ENCOLAR-MENSAJE.

       520-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO p-nro-pag.
               CLOSE FINALES
           END-IF.

           COPY "COPY-ALUMNOS-PROC.cpy".
           COPY "COPY-CONTACTO-PROC.cpy".
           COPY "COPY-COLACOM-PROC.cpy".
           COPY "COPY-LICENCIA-PROC.cpy".
           COPY "COPY-PARAMBATCH-PROC.cpy".
       END PROGRAM DETECTAR-DESERCION.
