      * asistencia acumulada del cuatrimestre: una fila por alumno,
      * materia, comision y fecha de clase, P presente o A ausente
       FD  ASISTENCIA-ACUM.
       01  ast-reg.
           03 ast-dni pic 9(8).
           03 ast-materia pic x(2).
           03 ast-comision pic x.
           03 ast-fecha pic 9(8).
           03 ast-presente pic x.
               88 ast-presente-si value "P".
               88 ast-ausente value "A".
      * porcentaje minimo de asistencia por plan, igual que el umbral
      * de paramRegularidad.txt
       FD  PARAM-ASIS.
       01  pas-reg.
           03 pas-plan pic x(2).
           03 pas-minimo pic 9(3).
