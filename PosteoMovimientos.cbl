       FD  SOCIOS.
           COPY "SOCIOS.cpy".

      * El contra-asiento lleva la marca "R" y el momento de posteo
      * del movimiento que anula; los productores que no generan
      * contra-asientos graban el registro corto y la marca llega en
      * blanco. El origen distingue la cobranza por debito automatico
      * ("D") de la cobranza por caja ("C") para la contabilidad; los
      * demas productores lo dejan en blanco.
       FD  MOVIMIENTOS.
       01  mov-reg.
           03 mov-socio pic 9(7).
           03 mov-tipo pic x(1).
           03 mov-importe pic 9(8)v99.
           03 mov-fecha pic 9(8).
           03 mov-marca pic x(1).
           03 mov-ref-fecha-posteo pic 9(8).
           03 mov-ref-hora-posteo pic 9(8).
           03 mov-origen pic x(1).

       FD  RECHAZOS.
       01  rej-reg.
           03 rej-movimiento pic x(44).
           03 filler pic x(3).
           03 rej-motivo pic x(35).


      * Con los totales de control afuera del archivo ya no hay clave
      * reservada: cualquier numero valido es un socio posible, y el
      * inexistente se rechaza al intentar la lectura. Ademas del pago
      * (P) y el cargo (C) se aceptan la refinanciacion de un convenio
      * de pago (F, credito), la cuota del convenio (V, cargo) y el
      * recargo por mora (I, cargo). El contra-asiento tiene que traer
      * la referencia al asiento que anula, y el origen, cuando viene,
      * es debito ("D") o caja ("C").
       310-VALIDAR-MOVIMIENTO.
           IF mov-socio IS NOT NUMERIC
               MOVE "NUMERO DE SOCIO NO NUMERICO" TO w-motivo
           END-IF.
           IF w-motivo = SPACES
              AND mov-tipo NOT = "P" AND mov-tipo NOT = "C"
              AND mov-tipo NOT = "F" AND mov-tipo NOT = "V"
              AND mov-tipo NOT = "I"
               MOVE "TIPO DE MOVIMIENTO INVALIDO" TO w-motivo
           END-IF.
           IF w-motivo = SPACES
              AND mov-marca NOT = SPACE AND mov-marca NOT = "R"
               MOVE "MARCA DE MOVIMIENTO INVALIDA" TO w-motivo
           END-IF.
           IF w-motivo = SPACES AND mov-marca = "R"
              AND (mov-ref-fecha-posteo IS NOT NUMERIC
                   OR mov-ref-hora-posteo IS NOT NUMERIC)
               MOVE "CONTRA-ASIENTO SIN REFERENCIA" TO w-motivo
           END-IF.
           IF w-motivo = SPACES AND mov-origen NOT = SPACE
              AND mov-origen NOT = "D" AND mov-origen NOT = "C"
               MOVE "ORIGEN DE MOVIMIENTO INVALIDO" TO w-motivo
           END-IF.

       320-APLICAR-MOVIMIENTO.
           MOVE mov-socio TO soc-socio.
                   PERFORM 330-ACTUALIZAR-SOCIO
           END-READ.

      * Un pago (P) o una refinanciacion (F) acreditan el importe al
      * saldo del socio y un cargo (C), una cuota de convenio (V) o un
      * recargo por mora (I) lo debitan; el estado de cuota se
      * recalcula con la misma regla que usa la generacion: saldo
      * negativo es moroso "M", saldo cero o positivo es al dia "P".
      * El suspendido "S" que sigue debiendo conserva la suspension
      * (levantarla es decision del mantenimiento o del pago total),
      * pero el pago que salda la deuda lo devuelve a "P"
      * automaticamente. El contra-asiento (marca "R") lleva el tipo
      * del movimiento que anula y se aplica con el signo opuesto.
      * El neto del posteo se acumula recien cuando el REWRITE tuvo
      * exito: si la regrabacion falla el movimiento se rechaza, y un
      * neto que lo incluyera dejaria el control con un saldo que el
      * archivo no tiene.
       330-ACTUALIZAR-SOCIO.
           IF mov-tipo = "P" OR mov-tipo = "F"
               MOVE mov-importe TO w-delta-movimiento
           ELSE
               COMPUTE w-delta-movimiento = 0 - mov-importe
           END-IF.
           IF mov-marca = "R"
               COMPUTE w-delta-movimiento = 0 - w-delta-movimiento
           END-IF.
           ADD w-delta-movimiento TO soc-importe.
           IF soc-importe < 0
               IF soc-estado-cuota NOT = "S"
      * A diferencia del diario de auditoria (imagenes crudas antes y
      * despues), el historial guarda el movimiento ya aplicado en
      * terminos de negocio: socio, fecha del movimiento, fecha de
      * posteo, tipo e importe, y en el contra-asiento la referencia
      * al asiento que anula. Es el respaldo del estado de cuenta
      * cuando un socio discute su saldo, asi que solo se graba cuando
      * el REWRITE del socio fue confirmado.
       610-REGISTRAR-HISTORIAL.
           MOVE w-aud-hora TO his-hora-posteo.
           MOVE mov-tipo TO his-tipo.
           MOVE mov-importe TO his-importe.
           IF mov-marca = "R"
               MOVE "R" TO his-marca
               MOVE mov-ref-fecha-posteo TO his-ref-fecha-posteo
               MOVE mov-ref-hora-posteo TO his-ref-hora-posteo
           ELSE
               MOVE SPACE TO his-marca
               MOVE ZERO TO his-ref-fecha-posteo
               MOVE ZERO TO his-ref-hora-posteo
           END-IF.
           MOVE mov-origen TO his-origen.
           WRITE his-reg.

       510-CERRAR-ARCHIVOS.
