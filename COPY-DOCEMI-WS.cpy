      ******************************************************************
      * Numeracion y codigo de verificacion de documentos emitidos.
      * El programa carga w-dem-tipo, w-dem-legajo, w-dem-dni y
      * w-dem-nombre y pide el numero con 991; el numero y el codigo
      * quedan listos en lin-verificacion para imprimir.
      ******************************************************************
       77  ws-estado-dem pic xx.
       77  w-flag-dem pic 9 value zero.
           88 fin-documentos value 1.
       01  w-dem-numero pic 9(6) value zero.
       01  w-dem-fecha pic 9(8) value zero.
       01  w-dem-tipo pic x(3) value spaces.
       01  w-dem-legajo pic 9(5) value zero.
       01  w-dem-dni pic 9(8) value zero.
       01  w-dem-nombre pic x(30) value spaces.
       01  w-dem-codigo pic x(6) value spaces.
       01  w-dem-semilla pic 9(15) value zero.
       01  w-dem-cociente pic 9(15) value zero.
       01  w-dem-resto pic 9(10) value zero.
       01  k-dem pic 9 value zero.
      * sin 0/O ni 1/I para que el codigo no se lea mal al tipearlo
       01  w-dem-alfabeto pic x(32)
               value "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01  lin-verificacion.
           03 filler pic x(15) value "DOCUMENTO NRO. ".
           03 lv-numero pic 9(6).
           03 filler pic x(27) value "   CODIGO DE VERIFICACION: ".
           03 lv-codigo pic x(6).
           03 filler pic x(26) value spaces.
