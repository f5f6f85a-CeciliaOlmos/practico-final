      ******************************************************************
      * Libre deuda de biblioteca: el programa carga w-bib-dni y
      * llama a 964; deuda-biblioteca queda prendido si el alumno
      * tiene prestamos abiertos (w-bib-cant-abiertas, con el primero
      * en w-bib-item/w-bib-vencimiento) o si el archivo de deudas
      * no se pudo leer. Sin deudasBiblioteca.txt no hay deudas.
      ******************************************************************
       77  ws-estado-bib pic xx.
       77  w-flag-bib pic 9 value zero.
           88 fin-deudas-bib value 1.
       01  w-bib-dni pic 9(8) value zero.
       01  w-bib-cant-abiertas pic 99 value zero.
       01  w-bib-item pic x(20) value spaces.
       01  w-bib-vencimiento pic 9(8) value zero.
       77  w-bib-bloqueo pic x value "N".
           88 deuda-biblioteca value "S".
