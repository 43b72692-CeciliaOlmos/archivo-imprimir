      * statement can be rebuilt long after movSocios.dat was thrown
      * away. La fecha y la hora de posteo acompanan para poder cortar
      * el historial contra el snapshot de un cierre de periodo al
      * instante exacto, como ya lo hace el diario de auditoria. El
      * contra-asiento (marca "R") repite el tipo del asiento que anula
      * y guarda su fecha y hora de posteo como referencia: junto con
      * socio, tipo e importe identifican el asiento anulado. Los
      * registros anteriores a la marca se leen con la marca en blanco.
      * El origen separa las cobranzas por debito automatico ("D") de
      * las de caja ("C") para el asiento contable; en los demas tipos
      * y en los registros anteriores al campo queda en blanco.
      * Cuando un anio cerrado se pasa a su archivo anual, el historial
      * en linea arranca con un registro de tipo "S" por socio: el
      * saldo arrastrado al corte, en valor absoluto, con la marca "-"
      * si es deudor y fecha y hora de posteo iguales al corte. No es
      * un movimiento: no se postea, no se contabiliza ni se reversa.
      ******************************************************************
       01  his-reg.
           03 his-socio         pic 9(7).
           03 his-hora-posteo   pic 9(8).
           03 his-tipo          pic x(1).
           03 his-importe       pic 9(8)v99.
           03 his-marca         pic x(1).
           03 his-ref-fecha-posteo pic 9(8).
           03 his-ref-hora-posteo pic 9(8).
           03 his-origen        pic x(1).
