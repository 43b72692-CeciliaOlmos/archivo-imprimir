      ******************************************************************
      * Copybook: CONVENIOS.cpy
      * Shared cnv-reg layout for the payment-plan file (convenios de
      * pago), keyed on the socio number: one record per socio con
      * convenio firmado. Al firmar, la deuda del socio se congela en
      * el convenio (un movimiento "F" de refinanciacion la acredita
      * en la cuenta) y FacturarCuotas la vuelve a cobrar en cuotas
      * mensuales "V" junto con la cuota social. Estado A = activo
      * (la escalera de avisos lo saltea), C = caducado por dos
      * cuotas impagas (el saldo sin facturar vuelve a la cuenta y el
      * socio vuelve a la escalera), T = terminado (todo facturado y
      * pagado). Un socio tiene a lo sumo un convenio: el nuevo pisa
      * al caducado o terminado anterior.
      ******************************************************************
       01  cnv-reg.
           03 cnv-socio         pic 9(7).
           03 cnv-fecha-alta    pic 9(8).
           03 cnv-deuda         pic 9(8)v99.
           03 cnv-cuotas        pic 9(3).
           03 cnv-importe-cuota pic 9(8)v99.
           03 cnv-cuotas-facturadas pic 9(3).
           03 cnv-total-facturado pic 9(8)v99.
           03 cnv-cuotas-impagas pic 9(3).
           03 cnv-estado        pic x(1).
           03 cnv-fecha-estado  pic 9(8).
