      ******************************************************************
      * Registro de asignacionDocentes.txt: una asignacion por
      * docente, materia, plan y cuatrimestre; es lo que dice quien
      * firma la libreta y el acta. asg-comision en blanco es la
      * materia completa (todas sus comisiones); las asignaciones
      * grabadas antes de existir la comision se leen asi.
      ******************************************************************
       01  asg-reg.
           03 asg-legajo pic 9(5).
           03 asg-materia pic x(2).
           03 asg-plan pic x(2).
           03 asg-cuatri pic 99.
           03 asg-anio pic 9(4).
           03 asg-comision pic x.
