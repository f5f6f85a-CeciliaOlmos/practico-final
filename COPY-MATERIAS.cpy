      ******************************************************************
      * materias.dat es indexado: clave principal plan + materia
      * (mat-llave) y clave alternativa el codigo de materia solo
      * (mat-mat, con duplicados) para validar un codigo cuando no se
      * conoce el plan (ver COPY-MATERIAS-SEL.cpy). Un plan en blanco
      * no existe: las altas y la conversion lo graban como "01"
      ******************************************************************
       01  mat-reg.
           03 mat-llave.
               05 mat-plan pic x(2).
               05 mat-mat pic x(2).
           03 mat-cuat pic 99.
           03 mat-nombre pic x(30).
      * "S" = la materia se puede rendir en condicion de libre; en
      * blanco o "N" solo la rinden alumnos regulares
           03 mat-admite-libre pic x.
               88 mat-libre-si value "S".
      * grupo de optativas (poolsOptativas.txt) al que pertenece la
      * materia; en blanco = materia obligatoria del plan
           03 mat-pool pic x(2).
      * carga horaria total y creditos de la materia; en registros
      * viejos pueden venir en blanco (se toman como cero)
           03 mat-horas pic 9(3).
           03 mat-creditos pic 99.
      * "S" = la materia se califica aprobado/desaprobado, sin nota
      * numerica; el resultado se graba con nota 04 (aprobado) o 01
      * (desaprobado) y no entra en ningun promedio ni ranking
           03 mat-tipo-nota pic x.
               88 mat-sin-nota value "S".
