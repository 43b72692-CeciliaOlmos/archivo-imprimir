       01  w-visto-verificar pic 9 value 0.
       01  w-visto-facturar pic 9 value 0.
       01  w-visto-debitos pic 9 value 0.
       01  w-visto-convenios pic 9 value 0.
       01  w-visto-caja pic 9 value 0.
       01  w-visto-recargos pic 9 value 0.
       01  w-visto-reversas pic 9 value 0.
       01  w-neto-facturado pic s9(10)v99 value 0.
       01  w-neto-debitos pic s9(10)v99 value 0.
       01  w-neto-convenios pic s9(10)v99 value 0.
       01  w-neto-caja pic s9(10)v99 value 0.
       01  w-neto-recargos pic s9(10)v99 value 0.
       01  w-neto-reversas pic s9(10)v99 value 0.
       01  w-neto-posteado pic s9(10)v99 value 0.
       01  w-neto-esperado pic s9(11)v99 value 0.
       01  w-dif-neto pic s9(11)v99 value 0.
               WHEN "PROCDEBITO"
                   MOVE 1 TO w-visto-debitos
                   ADD cor-neto TO w-neto-debitos
               WHEN "CONVENIOS"
                   MOVE 1 TO w-visto-convenios
                   ADD cor-neto TO w-neto-convenios
               WHEN "CAJA"
                   MOVE 1 TO w-visto-caja
                   ADD cor-neto TO w-neto-caja
               WHEN "RECARGOS"
                   MOVE 1 TO w-visto-recargos
                   ADD cor-neto TO w-neto-recargos
               WHEN "REVERSAS"
                   MOVE 1 TO w-visto-reversas
                   ADD cor-neto TO w-neto-reversas
           END-EVALUATE.

      * Dos controles por corrida: el codigo de retorno tiene que ser

      * El cruce entre pasos que antes se hacia a mano: el neto que
      * el posteo aplico al saldo de control tiene que ser lo que la
      * facturacion y los recargos por mora dejaron a cobrar mas lo
      * que el proceso de debitos, los convenios de pago y los cierres
      * de caja dejaron a acreditar, mas el efecto de los
      * contra-asientos. Una diferencia no siempre es un error (los
      * rechazos del posteo la explican), pero es exactamente lo que
      * la manana tiene que mirar, asi que se marca.
       450-CRUZAR-PASOS.
           IF w-visto-posteo = 1
              AND (w-visto-facturar = 1 OR w-visto-debitos = 1
                   OR w-visto-convenios = 1 OR w-visto-caja = 1
                   OR w-visto-recargos = 1 OR w-visto-reversas = 1)
               WRITE lis-reg FROM lin-guarda AFTER 1
               MOVE "NETO FACTURADO (CARGOS A POSTEAR):     "
                  TO l-cruce-texto
               MOVE w-neto-facturado TO l-cruce-importe
               WRITE lis-reg FROM lin-cruce AFTER 1
               MOVE "NETO RECARGOS POR MORA (CARGOS)        "
                  TO l-cruce-texto
               MOVE w-neto-recargos TO l-cruce-importe
               WRITE lis-reg FROM lin-cruce AFTER 1
               MOVE "NETO DEBITOS COBRADOS (PAGOS A POSTEAR)"
                  TO l-cruce-texto
               MOVE w-neto-debitos TO l-cruce-importe
               WRITE lis-reg FROM lin-cruce AFTER 1
               MOVE "NETO CONVENIOS (REFINANCIACIONES)      "
                  TO l-cruce-texto
               MOVE w-neto-convenios TO l-cruce-importe
               WRITE lis-reg FROM lin-cruce AFTER 1
               MOVE "NETO CAJA (PAGOS EN SECRETARIA)        "
                  TO l-cruce-texto
               MOVE w-neto-caja TO l-cruce-importe
               WRITE lis-reg FROM lin-cruce AFTER 1
               MOVE "NETO CONTRA-ASIENTOS Y CORRECCIONES    "
                  TO l-cruce-texto
               MOVE w-neto-reversas TO l-cruce-importe
               WRITE lis-reg FROM lin-cruce AFTER 1
               MOVE "NETO APLICADO POR EL POSTEO:           "
                  TO l-cruce-texto
               MOVE w-neto-posteado TO l-cruce-importe
               WRITE lis-reg FROM lin-cruce AFTER 1
               COMPUTE w-neto-esperado =
                  w-neto-facturado + w-neto-debitos + w-neto-convenios
                  + w-neto-caja + w-neto-recargos + w-neto-reversas
               COMPUTE w-dif-neto =
                  w-neto-posteado - w-neto-esperado
               IF w-dif-neto = 0
