      ******************************************************************
      * Calculo del vencimiento de una regularidad: se cuentan los
      * turnos de examen (FEB/JUL/DIC) posteriores al mes en que se
      * obtuvo y vence el ultimo dia del turno numero w-rv-turnos.
      * Sin parametro por plan valen 6 turnos (dos anios).
      ******************************************************************
       77  ws-estado-regvig pic xx.
       77  w-flag-regvig pic 9 value 0.
           88 fin-regvig value 1.
       01  w-rv-fecha-base pic 9(8) value zero.
       01  filler redefines w-rv-fecha-base.
           03 w-rv-base-anio pic 9(4).
           03 w-rv-base-mes pic 99.
           03 w-rv-base-dia pic 99.
       01  w-rv-turnos pic 99 value 6.
       01  w-rv-vence pic 9(8) value zero.
       01  filler redefines w-rv-vence.
           03 w-rv-vence-anio pic 9(4).
           03 w-rv-vence-mes pic 99.
           03 w-rv-vence-dia pic 99.
       01  w-rv-cont-turnos pic 99 value zero.
       01  w-rv-cociente pic 9(4) value zero.
       01  w-rv-resto pic 9 value zero.
