      ******************************************************************
      * Registro de inscMesas.txt: un alumno anotado a la mesa de una
      * materia y fecha. imx-modalidad "L" es inscripcion en condicion
      * de libre; en blanco o "R" el alumno rinde como regular.
      ******************************************************************
       01  imx-reg.
           03 imx-dni pic 9(8).
           03 imx-materia pic x(2).
           03 imx-fecha pic 9(8).
           03 imx-modalidad pic x.
               88 imx-libre value "L".
