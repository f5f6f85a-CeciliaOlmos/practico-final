       FD  IMAGENES.
      * una imagen por registro de estados que toca un lote: tipo A
      * (alta) o M (cambio). Los valores previos los usa el backout
      * del lote; los nuevos, la recuperacion hacia adelante desde
      * una generacion. Las imagenes viejas no traen valores nuevos
       01  img-reg.
           03 img-lote pic 9(4).
           03 img-tipo pic x.
           03 img-dni pic 9(8).
           03 img-materia pic x(2).
           03 img-cuatri pic 99.
           03 img-curso pic x.
           03 img-secuen pic 9(6).
           03 img-nota-ant pic 99.
           03 img-anio-ant pic 9(4).
           03 img-lote-ant pic 9(4).
           03 img-nota-nue pic 99.
           03 img-anio-nue pic 9(4).
