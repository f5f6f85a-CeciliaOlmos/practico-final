      * registro comun de errores de archivo: cada programa que no
      * puede abrir, grabar, regrabar o borrar deja aca programa,
      * archivo, operacion, file status y la llave en juego; lo
      * resume reporteErrores y lo cuenta tableroDiario
       FD  ERRORES-ARCHIVO.
       01  err-reg.
           03 err-fecha pic x(8).
           03 err-hora pic x(6).
           03 err-programa pic x(22).
           03 err-archivo pic x(25).
           03 err-operacion pic x(7).
           03 err-estado pic xx.
           03 err-llave pic x(30).
