      ******************************************************************
      * Shared ALUMNOS record layout (alumnos.dat), used by every
      * program that opens the indexed ALUMNOS file so the physical
      * layout never drifts between them. Record key al-legajo,
      * alternate key al-dni (see COPY-ALUMNOS-SEL.cpy).
      ******************************************************************
       01  alu-reg.
           03 al-legajo pic 9(5).
           03 al-dni pic 9(8).
           03 al-nombre pic x(30).
           03 al-contacto pic x(20).
      * libre: era el puntero de la cadena del archivo relativo
           03 filler pic x(4).
           03 al-cohorte pic 9(4).
           03 al-plan pic x(2).
           03 al-estado pic x.
               88 alumno-egresado value "E".
               88 alumno-suspendido value "S".
               88 alumno-pase value "T".
               88 alumno-en-licencia value "L".
           03 al-sede pic x(2).
