       77  ws-estado-acc pic xx.
       01  w-acc-programa pic x(22) value spaces.
       01  w-acc-operador pic x(10) value spaces.
       01  w-acc-legajo pic 9(5) value zero.
       01  w-acc-dni pic 9(8) value zero.
       01  w-acc-consulta pic x(10) value spaces.
       01  w-acc-fecha-hora pic x(21) value spaces.
