      ******************************************************************
      * Encolado de comunicaciones al alumno. El programa busca el
      * contacto con 938 (w-ctt-legajo), carga w-col-legajo,
      * w-col-nombre, w-col-tipo, w-col-detalle y w-col-alta (el
      * contacto del alta) y encola con 996; el canal y la direccion
      * elegidos quedan en w-col-canal y w-col-direccion.
      ******************************************************************
       77  ws-estado-col pic xx.
       77  w-flag-col pic 9 value zero.
           88 fin-cola value 1.
       01  w-col-numero pic 9(6) value zero.
       01  w-col-legajo pic 9(5) value zero.
       01  w-col-nombre pic x(30) value spaces.
       01  w-col-tipo pic x(10) value spaces.
       01  w-col-detalle pic x(20) value spaces.
       01  w-col-alta pic x(20) value spaces.
       01  w-col-canal pic x value space.
       01  w-col-direccion pic x(30) value spaces.
       01  w-col-localidad pic x(20) value spaces.
       01  w-col-arrobas pic 99 value zero.
       01  w-col-cont-encolados pic 9(5) value zero.
