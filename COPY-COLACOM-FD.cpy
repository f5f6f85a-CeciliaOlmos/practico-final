      * cola unica de comunicaciones al alumno: cada mensaje sale con
      * el canal y la direccion elegidos al encolarlo y un estado de
      * entrega (pendiente, enviado, fallido por rebote o devolucion)
       FD  COLA-COM.
       01  col-reg.
           03 col-numero pic 9(6).
           03 col-fecha pic 9(8).
           03 col-legajo pic 9(5).
           03 col-nombre pic x(30).
           03 col-tipo pic x(10).
               88 col-tipo-perdida value "PERDIDA".
               88 col-tipo-beca value "BECA".
               88 col-tipo-suspension value "SUSPENSION".
           03 col-detalle pic x(20).
           03 col-canal pic x.
               88 col-canal-email value "E".
               88 col-canal-postal value "P".
               88 col-canal-telefono value "T".
           03 col-direccion pic x(30).
           03 col-localidad pic x(20).
           03 col-estado pic x.
               88 col-pendiente value "P".
               88 col-enviado value "E".
               88 col-fallido value "F".
           03 col-fecha-estado pic 9(8).
           03 col-motivo-falla pic x(20).
