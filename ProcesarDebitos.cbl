           03 mov-tipo pic x(1).
           03 mov-importe pic 9(8)v99.
           03 mov-fecha pic 9(8).
           03 mov-marca pic x(1).
           03 mov-ref-fecha-posteo pic 9(8).
           03 mov-ref-hora-posteo pic 9(8).
           03 mov-origen pic x(1).

       FD  RECHAZOS.
       01  rej-reg.

      * El debito aceptado se convierte en un pago (P) con el layout
      * exacto que 150-LEER-MOVIMIENTO del posteo espera; el posteo es
      * el unico que toca el maestro, igual que con las cuotas. El
      * origen "D" lo separa de la cobranza por caja en el asiento
      * contable del mes.
       320-ACEPTAR-DEBITO.
           MOVE rsp-socio TO mov-socio.
           MOVE "P" TO mov-tipo.
           MOVE rsp-importe TO mov-importe.
           MOVE rsp-fecha TO mov-fecha.
           MOVE SPACE TO mov-marca.
           MOVE ZERO TO mov-ref-fecha-posteo.
           MOVE ZERO TO mov-ref-hora-posteo.
           MOVE "D" TO mov-origen.
           WRITE mov-reg.
           ADD 1 TO w-cant-aceptados.
           ADD rsp-importe TO w-total-aceptado.
