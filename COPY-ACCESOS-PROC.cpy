      * asienta una consulta con los w-acc-* cargados; el registro se
      * abre y se cierra en cada asiento para que la consulta quede
      * aunque la sesion se corte. Si no se puede grabar, el error
      * va al registro de errores de archivo y se avisa en pantalla
       963-REGISTRAR-ACCESO.
           OPEN EXTEND ACCESOS-ALUMNOS.
           IF ws-estado-acc = "35"
               OPEN OUTPUT ACCESOS-ALUMNOS
           END-IF.
           IF ws-estado-acc = "00"
               MOVE FUNCTION CURRENT-DATE TO w-acc-fecha-hora
               MOVE w-acc-fecha-hora(1:8) TO acc-fecha
               MOVE w-acc-fecha-hora(9:6) TO acc-hora
               MOVE w-acc-operador TO acc-operador
               MOVE w-acc-legajo TO acc-legajo
               MOVE w-acc-dni TO acc-dni
               MOVE w-acc-programa TO acc-programa
               MOVE w-acc-consulta TO acc-consulta
               WRITE acc-reg
               CLOSE ACCESOS-ALUMNOS
           ELSE
               MOVE "accesosAlumnos.txt" TO w-err-archivo
               MOVE "OPEN" TO w-err-operacion
               MOVE ws-estado-acc TO w-err-estado
               MOVE w-acc-legajo TO w-err-llave
               PERFORM 961-REGISTRAR-ERROR-ARCHIVO
               DISPLAY "No se pudo registrar la consulta en "
                       "accesosAlumnos.txt, estado " ws-estado-acc
           END-IF.
