      ******************************************************************
      * Registro de cuotas.txt (cuenta corriente de aranceles), comun
      * a todo programa que lee o regraba las cuotas para que el
      * largo del registro no se desfase entre ellos.
      * cuo-monto es el neto a cobrar (lo que informa el banco);
      * cuo-bruto, cuo-descuento y cuo-beca dejan a la vista la beca
      * que lo redujo. Estados: P = pendiente, C = cobrada,
      * B = bonificada en su totalidad por beca (no se cobra).
      * cuo-vence es el vencimiento de la cuota; al aplicar el pago
      * del banco queda la fecha de pago y el recargo por atraso que
      * se cobro ademas del neto.
      * Las cuotas grabadas antes del descuento por beca no traen
      * la parte final: se leen como bruto = neto y sin descuento,
      * y las anteriores al vencimiento quedan con vencimiento cero
      * (vencidas desde siempre).
      ******************************************************************
       01  cuo-reg.
           03 cuo-legajo pic 9(5).
           03 cuo-anio pic 9(4).
           03 cuo-cuatri pic 9.
           03 cuo-nro pic 99.
           03 cuo-monto pic 9(6).
           03 cuo-estado pic x.
               88 cuota-pendiente value "P".
               88 cuota-cobrada value "C".
               88 cuota-bonificada value "B".
           03 cuo-bruto pic 9(6).
           03 cuo-descuento pic 9(6).
           03 cuo-beca pic x(10).
           03 cuo-vence pic 9(8).
           03 cuo-recargo pic 9(6).
           03 cuo-fecha-pago pic 9(8).
