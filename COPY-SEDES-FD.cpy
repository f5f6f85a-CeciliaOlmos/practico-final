      * sedes (campus) de la institucion: cada una informa al
      * ministerio con su propio codigo de establecimiento; si
      * sed-establecimiento queda en blanco se usa el de
      * paramInstitucion.txt
       FD  SEDES.
       01  sed-reg.
           03 sed-codigo pic x(2).
           03 sed-nombre pic x(30).
           03 sed-establecimiento pic x(6).
