      * una banda horaria por materia/comision: dia 1=lunes a
      * 6=sabado, horas en HHMM de 24hs
       FD  HORARIOS-ARCH.
       01  hor-reg.
           03 hor-materia pic x(2).
           03 hor-comision pic x.
           03 hor-dia pic 9.
           03 hor-desde pic 9(4).
           03 hor-hasta pic 9(4).
           03 hor-aula pic x(6).
      * carga horaria semanal maxima de un docente, en horas reloj
       FD  PARAM-DOCENTE.
       01  pdo-reg.
           03 pdo-max-horas pic 99.
