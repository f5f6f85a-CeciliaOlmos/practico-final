      * turnos escalonados de inscripcion a cursar: cada turno del
      * periodo abre en una fecha y hora y admite a los alumnos con
      * al menos tur-min-aprobadas materias aprobadas y, si
      * tur-cohorte-max no es cero, de esa cohorte o anteriores. El
      * ultimo turno (minimo cero) es el de inscripcion general
       FD  TURNOS-INSC.
       01  tur-reg.
           03 tur-anio pic 9(4).
           03 tur-cuatri pic 9.
           03 tur-numero pic 9.
           03 tur-desde-fecha pic 9(8).
           03 tur-desde-hora pic 9(4).
           03 tur-hasta-fecha pic 9(8).
           03 tur-hasta-hora pic 9(4).
           03 tur-min-aprobadas pic 99.
           03 tur-cohorte-max pic 9(4).
           03 tur-descripcion pic x(20).
