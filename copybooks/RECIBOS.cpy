      ******************************************************************
      * Copybook: RECIBOS.cpy
      * Shared rec-reg layout for the cash-desk receipt file of the
      * secretaria, keyed on the receipt number (numeracion correlativa
      * que lleva el archivo numerador de caja) with the receipt date
      * as alternate key for the daily arqueo. Medio de pago E =
      * efectivo, T = tarjeta, B = transferencia bancaria. Estado V =
      * vigente, A = anulado. La fecha de cierre queda en cero hasta
      * que el cierre de caja genera el movimiento "P" del recibo para
      * el posteo: un recibo cerrado no se vuelve a postear ni se
      * puede anular desde la caja. En un recibo anulado la fecha de
      * cierre marca el cierre que ya lo conto como anulado.
      ******************************************************************
       01  rec-reg.
           03 rec-numero        pic 9(8).
           03 rec-fecha         pic 9(8).
           03 rec-hora          pic 9(8).
           03 rec-cajero        pic x(10).
           03 rec-socio         pic 9(7).
           03 rec-nombre        pic x(20).
           03 rec-importe       pic 9(8)v99.
           03 rec-medio         pic x(1).
           03 rec-estado        pic x(1).
           03 rec-fecha-anulacion pic 9(8).
           03 rec-fecha-cierre  pic 9(8).
