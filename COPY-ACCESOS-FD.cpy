      * registro de consultas: toda pantalla o listado que muestra
      * datos de un alumno deja aca operador, legajo/DNI, programa y
      * momento; va aparte de auditoria.txt, que guarda solo las
      * actualizaciones. Lo resume reporteAccesos
       FD  ACCESOS-ALUMNOS.
       01  acc-reg.
           03 acc-fecha pic x(8).
           03 acc-hora pic x(6).
           03 acc-operador pic x(10).
           03 acc-legajo pic 9(5).
           03 acc-dni pic 9(8).
           03 acc-programa pic x(22).
           03 acc-consulta pic x(10).
