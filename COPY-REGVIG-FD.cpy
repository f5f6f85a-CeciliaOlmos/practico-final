      * regularidad por alumno y materia: cuatrimestre de la carrera
      * y periodo lectivo en que se obtuvo, fecha de obtencion y
      * vencimiento (el reglamento da un numero fijo de turnos de
      * examen). Una fila por DNI y materia; la caducidad periodica
      * la pasa a C sin borrarla, la recursada la pasa a P y el
      * tope de aplazos de final del plan la pasa a A
       FD  REG-VIGENTE.
       01  rv-reg.
           03 rv-dni pic 9(8).
           03 rv-materia pic x(2).
           03 rv-plan pic x(2).
           03 rv-cuatri pic 99.
           03 rv-anio pic 9(4).
           03 rv-periodo pic 9.
           03 rv-fecha pic 9(8).
           03 rv-vence pic 9(8).
           03 rv-estado pic x.
               88 rv-vigente value "V".
               88 rv-caducada value "C".
               88 rv-perdida value "P".
               88 rv-aplazada value "A".
