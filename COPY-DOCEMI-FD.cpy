      * registro unico de documentos emitidos: todo certificado
      * impreso (constancia, analitico, boletin) toma un numero
      * correlativo y lleva impreso un codigo corto de verificacion
      * que un tercero confirma en mesa de entradas
       FD  DOC-EMITIDOS.
       01  dem-reg.
           03 dem-numero pic 9(6).
           03 dem-fecha pic 9(8).
           03 dem-tipo pic x(3).
               88 dem-constancia value "CON".
               88 dem-analitico value "ANA".
               88 dem-boletin value "BOL".
           03 dem-legajo pic 9(5).
           03 dem-dni pic 9(8).
           03 dem-nombre pic x(30).
           03 dem-codigo pic x(6).
