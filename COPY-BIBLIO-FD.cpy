      * deudas de biblioteca que guardamos nosotros, cargadas desde
      * la lista de la biblioteca por cargaBiblioteca: una linea por
      * prestamo no devuelto. A = abierta; D = devuelta (el prestamo
      * dejo de venir en la lista), con la fecha en que se cerro
       FD  DEUDAS-BIBLIO.
       01  bib-reg.
           03 bib-dni pic 9(8).
           03 bib-item pic x(20).
           03 bib-vencimiento pic 9(8).
           03 bib-estado pic x.
               88 bib-abierta value "A".
               88 bib-devuelta value "D".
           03 bib-fecha-alta pic 9(8).
           03 bib-fecha-baja pic 9(8).
