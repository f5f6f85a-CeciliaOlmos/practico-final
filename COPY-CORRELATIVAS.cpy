      * tipo de correlativa: C (o blanco) pide el requisito
      * regularizado para cursar la materia, F pide el final del
      * requisito aprobado para rendir el final de la materia
       01  cor-reg.
           03 cor-materia pic x(2).
           03 cor-requisito pic x(2).
           03 cor-plan pic x(2).
           03 cor-tipo pic x.
               88 cor-para-cursar value "C" " ".
               88 cor-para-rendir value "F".
