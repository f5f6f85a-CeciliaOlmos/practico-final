      ******************************************************************
      * Registro de rectificaciones.txt: pedido formal de cambio de
      * una nota ya cerrada en estados.dat (archivo E, llave
      * completa de la cursada) o en finales.dat (archivo F, llave
      * DNI/materia/fecha de mesa). Se carga pendiente y recien se
      * aplica cuando otro operador, distinto del que la cargo, la
      * aprueba; queda en el archivo como registro para el Consejo.
      ******************************************************************
       01  rct-reg.
           03 rct-numero pic 9(5).
           03 rct-archivo pic x.
               88 rct-de-estados value "E".
               88 rct-de-finales value "F".
           03 rct-dni pic 9(8).
           03 rct-materia pic x(2).
           03 rct-cuatri pic 99.
           03 rct-curso pic x.
           03 rct-secuen pic 9(6).
           03 rct-fecha-mesa pic 9(8).
           03 rct-nota-ant pic 99.
           03 rct-nota-nueva pic 99.
           03 rct-resolucion pic x(12).
           03 rct-docente pic 9(5).
           03 rct-op-carga pic x(10).
           03 rct-fecha-carga pic 9(8).
           03 rct-op-aprueba pic x(10).
           03 rct-fecha-aprueba pic 9(8).
           03 rct-estado pic x.
               88 rct-pendiente value "P".
               88 rct-aplicada value "A".
               88 rct-rechazada value "R".
