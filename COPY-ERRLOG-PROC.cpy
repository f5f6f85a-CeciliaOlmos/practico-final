      * asienta un error de archivo con los w-err-* cargados; el
      * registro se abre y se cierra en cada asiento para que quede
      * grabado aunque el programa termine enseguida. La llave se
      * limpia para el proximo asiento
       961-REGISTRAR-ERROR-ARCHIVO.
           OPEN EXTEND ERRORES-ARCHIVO.
           IF ws-estado-err = "35"
               OPEN OUTPUT ERRORES-ARCHIVO
           END-IF.
           IF ws-estado-err = "00"
               MOVE FUNCTION CURRENT-DATE TO w-err-fecha-hora
               MOVE w-err-fecha-hora(1:8) TO err-fecha
               MOVE w-err-fecha-hora(9:6) TO err-hora
               MOVE w-err-programa TO err-programa
               MOVE w-err-archivo TO err-archivo
               MOVE w-err-operacion TO err-operacion
               MOVE w-err-estado TO err-estado
               MOVE w-err-llave TO err-llave
               WRITE err-reg
               CLOSE ERRORES-ARCHIVO
           END-IF.
           MOVE SPACES TO w-err-llave.
