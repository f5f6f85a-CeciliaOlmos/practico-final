       FD  DOCENTES-ARCH.
       01  doc-reg.
           03 doc-legajo pic 9(5).
           03 doc-nombre pic x(30).
           03 doc-cargo pic x(15).
           03 doc-estado pic x.
               88 docente-en-baja value "B".
       FD  ASIGNACIONES.
           COPY "COPY-ASIGDOC.cpy".
