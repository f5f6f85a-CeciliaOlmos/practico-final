       77  ws-estado-err pic xx.
       01  w-err-programa pic x(22) value spaces.
       01  w-err-archivo pic x(25) value spaces.
       01  w-err-operacion pic x(7) value spaces.
       01  w-err-estado pic xx value spaces.
       01  w-err-llave pic x(30) value spaces.
       01  w-err-fecha-hora pic x(21) value spaces.
