      * licencias estudiantiles: una fila por licencia otorgada, con
      * el periodo, el motivo y la resolucion que la aprueba. Mientras
      * esta vigente el legajo queda en estado L; el cierre diario la
      * pasa a C y devuelve el legajo a activo
       FD  LICENCIAS.
       01  lic-reg.
           03 lic-legajo pic 9(5).
           03 lic-dni pic 9(8).
           03 lic-desde pic 9(8).
           03 lic-hasta pic 9(8).
           03 lic-motivo pic x.
               88 lic-enfermedad value "E".
               88 lic-maternidad value "M".
               88 lic-trabajo value "T".
               88 lic-otro-motivo value "O".
           03 lic-resolucion pic x(15).
           03 lic-estado pic x.
               88 lic-pendiente value "P".
               88 lic-vigente value "V".
               88 lic-cumplida value "C".
               88 lic-anulada value "X".
           03 lic-operador pic x(10).
