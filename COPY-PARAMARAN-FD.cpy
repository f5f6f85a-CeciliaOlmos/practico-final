      * parametros de aranceles: tope de cuotas vencidas tolerado
      * antes de frenar la inscripcion, dia del mes en que vence
      * cada cuota, recargo por mes (o fraccion) de atraso en el
      * pago y mes en que cae la primera cuota de cada cuatrimestre
       FD  PARAM-ARANCEL.
       01  par-aran-reg.
           03 par-max-deuda pic 99.
           03 par-dia-vto pic 99.
           03 par-recargo-pct pic 99v99.
           03 par-mes-cuatri1 pic 99.
           03 par-mes-cuatri2 pic 99.
