      ******************************************************************
      * Registro de movimientosAranceles.txt: lo que aranceles asento
      * en la cuenta corriente, con la fecha del dia en que se hizo.
      * Conceptos: CO = cobranza (neto de la cuota cobrada),
      * RE = recargo por atraso cobrado junto con la cuota,
      * BE = descuento por beca aplicado al generar la cuota.
      * De aqui sale el asiento diario para contabilidad.
      ******************************************************************
       01  mov-reg.
           03 mov-fecha pic 9(8).
           03 mov-concepto pic x(2).
               88 mov-cobranza value "CO".
               88 mov-recargo value "RE".
               88 mov-beca value "BE".
           03 mov-legajo pic 9(5).
           03 mov-anio pic 9(4).
           03 mov-cuatri pic 9.
           03 mov-nro pic 99.
           03 mov-importe pic 9(7).
