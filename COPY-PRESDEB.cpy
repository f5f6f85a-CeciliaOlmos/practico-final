      ******************************************************************
      * Registro de presentacionesDebito.txt: una linea por cuota
      * enviada al banco en una presentacion de debito automatico,
      * con el importe presentado (neto mas recargo a la fecha).
      * Estados: P = presentada, esperando el retorno del banco;
      * C = cobrada en el retorno; S = sin respuesta en el retorno
      * de su presentacion (la cuota puede volver a presentarse).
      ******************************************************************
       01  pre-reg.
           03 pre-nro pic 9(6).
           03 pre-fecha pic 9(8).
           03 pre-legajo pic 9(5).
           03 pre-anio pic 9(4).
           03 pre-cuatri pic 9.
           03 pre-nro-cuota pic 99.
           03 pre-importe pic 9(6).
           03 pre-estado pic x.
               88 presentada-pendiente value "P".
               88 presentada-cobrada value "C".
               88 presentada-sin-respuesta value "S".
