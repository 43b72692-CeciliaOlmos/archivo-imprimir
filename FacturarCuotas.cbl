           SELECT SOCIOS
           ASSIGN TO DYNAMIC W-SOCIOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-socio
           ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES.
           SELECT TARIFAS
           SELECT MOVIMIENTOS
           ASSIGN TO DYNAMIC W-MOVIM-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
      * El convenio de pago se lee y se regraba al azar por socio:
      * aca se factura la cuota del convenio y se decide su caducidad.
           SELECT OPTIONAL CONVENIOS
           ASSIGN TO DYNAMIC W-CONVENIOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cnv-socio.
      * El grupo familiar se consulta por integrante para saber a que
      * titular se factura su cuota y si lleva descuento, y por
      * titular para armar el cargo mensual de su convenio.
           SELECT OPTIONAL GRUPOS
           ASSIGN TO DYNAMIC W-GRUPOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS grp-socio
           ALTERNATE RECORD KEY IS grp-titular WITH DUPLICATES.
           SELECT OPTIONAL CORRIDAS
           ASSIGN TO DYNAMIC W-CORRIDAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
      * centavos implicitos (A00150000 = 1500,00). Una categoria sin
      * linea en el archivo, o con cuota cero, queda exenta: asi se
      * decide si los vitalicios pagan cuota completa, reducida o
      * ninguna sin tocar el programa. La linea de categoria "F" no es
      * una cuota sino el porcentaje de descuento familiar con dos
      * decimales (F00001500 = 15,00 %); sin esa linea no hay
      * descuento, pero las cuotas del grupo igual van al titular.
       FD  TARIFAS.
       01  tar-reg.
           03 tar-categoria pic x(1).
           03 mov-importe pic 9(8)v99.
           03 mov-fecha pic 9(8).

       FD  CONVENIOS.
           COPY "CONVENIOS.cpy".

       FD  GRUPOS.
           COPY "GRUPOS.cpy".

       FD  CORRIDAS.
           COPY "CORRIDAS.cpy".

       WORKING-STORAGE SECTION.
       01  w-socios-path pic x(100) value spaces.
       01  w-convenios-path pic x(100) value spaces.
       01  w-grupos-path pic x(100) value spaces.
       01  w-corridas-path pic x(100) value spaces.
       01  w-cor-fecha pic 9(8) value 0.
       01  w-cor-hora pic 9(8) value 0.
       01  w-cant-invalidos pic 9(7) value 0.
       01  w-total-facturado pic s9(10)v99 value 0.
       01  w-delta-ed pic -zz.zzz.zzz.zz9,99.
      * Convenios de pago: cuotas "V" facturadas, convenios que
      * caducaron (con el saldo sin facturar que vuelve a la cuenta) y
      * convenios terminados en esta corrida.
       01  w-cant-cuotas-convenio pic 9(7) value 0.
       01  w-total-convenios pic s9(10)v99 value 0.
       01  w-cant-caducados pic 9(7) value 0.
       01  w-total-caducado pic s9(10)v99 value 0.
       01  w-cant-terminados pic 9(7) value 0.
       01  w-deuda-socio pic 9(8)v99 value 0.
       01  w-cargo-mensual pic 9(8)v99 value 0.
       01  w-impagas pic 9(5) value 0.
       01  w-importe-convenio pic 9(8)v99 value 0.
      * Grupo familiar: el primer integrante (el titular) paga la
      * cuota completa y del segundo en adelante se aplica el
      * porcentaje de descuento familiar; todas las cuotas del grupo
      * se cargan a la cuenta del titular.
       01  w-pct-familiar pic 9(3)v99 value 0.
       01  w-pct-ed pic zz9,99.
       01  w-es-integrante pic 9 value 0.
       01  w-titular-grupo pic 9(7) value 0.
       01  w-importe-cuota pic 9(8)v99 value 0.
       01  w-importe-descuento pic 9(8)v99 value 0.
       01  w-cant-integrantes pic 9(7) value 0.
       01  w-total-descuento pic s9(10)v99 value 0.
      * Para el convenio de un titular se leen al azar las cuotas de
      * los integrantes de su grupo; mientras tanto el registro del
      * titular se guarda aparte, porque las lecturas pisan el area
      * del maestro.
       01  w-es-titular pic 9 value 0.
       01  w-socio-actual pic 9(7) value 0.
       01  w-reg-titular pic x(39) value spaces.
       01  w-int-cat-idx pic 9 value 0.
       01  w-fin-grupo pic 9 value 0.
       01  w-int-max pic 99 value 50.
       01  w-int-cant pic 99 value 0.
       01  w-int-idx pic 99 value 0.
       01  w-integrantes.
           03 w-int-socio pic 9(7) occurs 50 times.
      * Con dos cuotas del convenio impagas el convenio caduca.
       01  w-impagas-caducidad pic 9(3) value 2.
      * Tarifas por categoria: A, V y D en ese orden, igual que los
      * acumuladores del resumen. Una cuota en cero marca la
      * categoria como exenta.
      ******************LINEAS DE IMPRESION***************************
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-convenio.
           03 filler pic x(5) value spaces.
           03 l-cnv-rotulo pic x(21).
           03 l-cnv-cant pic zzzz.zz9.
           03 filler pic x(12) value spaces.
           03 filler pic x(3) value " $".
           03 l-cnv-total pic zz.zzz.zzz.zz9,99.
           03 filler pic x(14) value spaces.
       01  lin-detalle.
           03 filler pic x(5) value spaces.
           03 filler pic x(10) value "CATEGORIA ".
           MOVE ZERO TO w-cant-exentos.
           MOVE ZERO TO w-cant-invalidos.
           MOVE ZERO TO w-total-facturado.
           MOVE ZERO TO w-pct-familiar.
           MOVE ZERO TO w-cant-integrantes.
           MOVE ZERO TO w-total-descuento.
           INITIALIZE w-tarifas.
           MOVE "A" TO w-tar-rotulo (1).
           MOVE "V" TO w-tar-rotulo (2).
               "D:\linux cecilia\COBOL\archivo\imp\archSociosGen.dat"
               TO w-socios-path
           END-IF.
           ACCEPT w-convenios-path FROM ENVIRONMENT
              "SOCIOS_CONVENIOS_PATH".
           IF w-convenios-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\convSocios.dat"
               TO w-convenios-path
           END-IF.
           ACCEPT w-grupos-path FROM ENVIRONMENT "SOCIOS_GRUPOS_PATH".
           IF w-grupos-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\gruposSocios.dat"
               TO w-grupos-path
           END-IF.
           ACCEPT w-tarifas-path FROM ENVIRONMENT
              "SOCIOS_TARIFAS_PATH".
           IF w-tarifas-path = SPACES
           OPEN INPUT SOCIOS.
           OPEN INPUT TARIFAS.
           OPEN OUTPUT MOVIMIENTOS.
           OPEN I-O CONVENIOS.
           OPEN INPUT GRUPOS.

       130-CARGAR-TARIFAS.
           PERFORM 135-LEER-TARIFA.
                   WHEN "A" MOVE tar-importe TO w-tar-importe (1)
                   WHEN "V" MOVE tar-importe TO w-tar-importe (2)
                   WHEN "D" MOVE tar-importe TO w-tar-importe (3)
                   WHEN "F"
                       IF tar-importe > 100
                           DISPLAY "ADVERTENCIA: DESCUENTO FAMILIAR "
                              "MAYOR AL 100 % - SE IGNORA"
                       ELSE
                           MOVE tar-importe TO w-pct-familiar
                       END-IF
                   WHEN OTHER
                       DISPLAY "ADVERTENCIA: TARIFA CON CATEGORIA "
                          "DESCONOCIDA [" tar-categoria "] - SE IGNORA"
               END-EVALUATE
           END-IF.

      * Con el maestro en acceso dinamico la lectura secuencial sigue
      * desde la ultima posicion: despues de las lecturas al azar del
      * grupo familiar se reposiciona con START, y si el titular era
      * el ultimo socio el fin de archivo ya quedo marcado.
       150-LEER-ARCHIVO.
           IF w-flag-archivo = 0
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-archivo
               END-READ
           END-IF.

      * Un cargo por socio con la cuota de su categoria; la categoria
      * exenta (cuota cero) no genera movimiento, para no ensuciar el
      * posteo con cargos que no cambian nada.
       300-PROCESO.
           PERFORM 315-UBICAR-GRUPO.
           EVALUATE soc-categoria
               WHEN "A" MOVE 1 TO w-cat-idx
               WHEN "V" MOVE 2 TO w-cat-idx
                   PERFORM 320-ESCRIBIR-CARGO
               END-IF
           END-IF.
           PERFORM 330-FACTURAR-CONVENIO.

      * La cuota de un integrante del grupo familiar (que no sea el
      * titular) sale con el descuento familiar y se carga a la cuenta
      * del titular; la de cualquier otro socio, completa a su propia
      * cuenta. Un descuento del 100 % deja la cuota en cero y el
      * integrante cuenta como exento.
       320-ESCRIBIR-CARGO.
           MOVE w-tar-importe (w-cat-idx) TO w-importe-cuota.
           MOVE soc-socio TO mov-socio.
           IF w-es-integrante = 1
               PERFORM 325-APLICAR-DESCUENTO
               MOVE w-titular-grupo TO mov-socio
               ADD 1 TO w-cant-integrantes
               ADD w-importe-descuento TO w-total-descuento
           END-IF.
           IF w-importe-cuota = 0
               ADD 1 TO w-cant-exentos
           ELSE
               MOVE "C" TO mov-tipo
               MOVE w-importe-cuota TO mov-importe
               MOVE w-fecha-hoy TO mov-fecha
               WRITE mov-reg
               ADD 1 TO w-cant-facturados
               ADD 1 TO w-tar-cant (w-cat-idx)
               ADD w-importe-cuota TO w-tar-total (w-cat-idx)
               ADD w-importe-cuota TO w-total-facturado
           END-IF.

       325-APLICAR-DESCUENTO.
           COMPUTE w-importe-descuento ROUNDED =
              w-importe-cuota * w-pct-familiar / 100.
           SUBTRACT w-importe-descuento FROM w-importe-cuota.

       315-UBICAR-GRUPO.
           MOVE ZERO TO w-es-integrante.
           MOVE ZERO TO w-es-titular.
           MOVE soc-socio TO grp-socio.
           READ GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF grp-titular = grp-socio
                       MOVE 1 TO w-es-titular
                   ELSE
                       MOVE 1 TO w-es-integrante
                       MOVE grp-titular TO w-titular-grupo
                   END-IF
           END-READ.

      * La cuota del convenio se factura aparte de la cuota social y
      * aunque la categoria este exenta: es deuda vieja refinanciada,
      * no cuota del mes.
       330-FACTURAR-CONVENIO.
           MOVE soc-socio TO cnv-socio.
           READ CONVENIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF cnv-estado = "A"
                       PERFORM 335-EVALUAR-CONVENIO
                   END-IF
           END-READ.

      * El saldo del maestro todavia no tiene los cargos de esta
      * corrida: lo que debe hoy es lo que quedo impago de las
      * facturaciones anteriores. Cada mes facturo la cuota social
      * mas la cuota del convenio, asi que la deuda dividida por ese
      * cargo mensual (redondeada hacia arriba) es la cantidad de
      * cuotas del convenio impagas, nunca mas que las ya facturadas.
      * (La cuota social de un integrante de grupo familiar va a la
      * cuenta del titular y no entra en su cargo mensual; el del
      * titular suma, ademas de la suya, las cuotas con descuento de
      * todos los integrantes del grupo, que tambien se le cargan.)
      * Con dos impagas el convenio caduca; si no, se factura la
      * cuota siguiente, y con todo facturado y nada adeudado el
      * convenio se da por terminado.
       335-EVALUAR-CONVENIO.
           IF soc-importe < 0
               COMPUTE w-deuda-socio = 0 - soc-importe
           ELSE
               MOVE ZERO TO w-deuda-socio
           END-IF.
           MOVE cnv-importe-cuota TO w-cargo-mensual.
           IF w-cat-idx > 0 AND w-es-integrante = 0
               ADD w-tar-importe (w-cat-idx) TO w-cargo-mensual
           END-IF.
           IF w-es-titular = 1
               PERFORM 336-SUMAR-CUOTAS-GRUPO
           END-IF.
           MOVE ZERO TO w-impagas.
           IF w-cargo-mensual > 0
               COMPUTE w-impagas = w-deuda-socio / w-cargo-mensual
               IF w-impagas * w-cargo-mensual < w-deuda-socio
                   ADD 1 TO w-impagas
               END-IF
           END-IF.
           IF w-impagas > cnv-cuotas-facturadas
               MOVE cnv-cuotas-facturadas TO w-impagas
           END-IF.
           MOVE w-impagas TO cnv-cuotas-impagas.
           EVALUATE TRUE
               WHEN w-impagas >= w-impagas-caducidad
                   PERFORM 340-CADUCAR-CONVENIO
               WHEN cnv-cuotas-facturadas < cnv-cuotas
                   PERFORM 345-FACTURAR-CUOTA-CONVENIO
               WHEN w-deuda-socio = 0
                   MOVE "T" TO cnv-estado
                   MOVE w-fecha-hoy TO cnv-fecha-estado
                   ADD 1 TO w-cant-terminados
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           REWRITE cnv-reg
               INVALID KEY
                   DISPLAY "***ERROR AL REGRABAR EL CONVENIO DEL "
                      "SOCIO " soc-socio "***"
           END-REWRITE.

      * Cada integrante aporta la cuota de su categoria con el
      * descuento familiar, la misma que le facturo 320; la categoria
      * invalida o exenta no aporta nada.
       336-SUMAR-CUOTAS-GRUPO.
           MOVE soc-reg TO w-reg-titular.
           MOVE soc-socio TO w-socio-actual.
           PERFORM 337-CARGAR-INTEGRANTES.
           PERFORM VARYING w-int-idx FROM 1 BY 1
                   UNTIL w-int-idx > w-int-cant
               IF w-int-socio (w-int-idx) NOT = w-socio-actual
                   MOVE w-int-socio (w-int-idx) TO soc-socio
                   READ SOCIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 338-SUMAR-CUOTA-INTEGRANTE
                   END-READ
               END-IF
           END-PERFORM.
           PERFORM 339-REPOSICIONAR-MAESTRO.

       337-CARGAR-INTEGRANTES.
           MOVE ZERO TO w-int-cant.
           MOVE ZERO TO w-fin-grupo.
           MOVE w-socio-actual TO grp-titular.
           START GRUPOS KEY IS = grp-titular
               INVALID KEY MOVE 1 TO w-fin-grupo
           END-START.
           PERFORM UNTIL w-fin-grupo = 1
               READ GRUPOS NEXT
                   AT END MOVE 1 TO w-fin-grupo
                   NOT AT END
                       IF grp-titular NOT = w-socio-actual
                           MOVE 1 TO w-fin-grupo
                       ELSE
                           IF w-int-cant < w-int-max
                               ADD 1 TO w-int-cant
                               MOVE grp-socio
                                  TO w-int-socio (w-int-cant)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       338-SUMAR-CUOTA-INTEGRANTE.
           EVALUATE soc-categoria
               WHEN "A" MOVE 1 TO w-int-cat-idx
               WHEN "V" MOVE 2 TO w-int-cat-idx
               WHEN "D" MOVE 3 TO w-int-cat-idx
               WHEN OTHER MOVE 0 TO w-int-cat-idx
           END-EVALUATE.
           IF w-int-cat-idx > 0
               MOVE w-tar-importe (w-int-cat-idx) TO w-importe-cuota
               PERFORM 325-APLICAR-DESCUENTO
               ADD w-importe-cuota TO w-cargo-mensual
           END-IF.

      * Devuelve el registro del titular al area del maestro y deja la
      * lectura secuencial parada en el socio siguiente.
       339-REPOSICIONAR-MAESTRO.
           MOVE w-socio-actual TO soc-socio.
           START SOCIOS KEY IS > soc-socio
               INVALID KEY MOVE 1 TO w-flag-archivo
           END-START.
           MOVE w-reg-titular TO soc-reg.

      * Al caducar, todo lo que el convenio todavia no habia vuelto a
      * facturar se carga de una vez: la cuenta recupera la deuda
      * completa, el socio queda moroso al postearse y la escalera de
      * avisos lo vuelve a tomar porque el convenio ya no esta activo.
       340-CADUCAR-CONVENIO.
           COMPUTE w-importe-convenio =
              cnv-deuda - cnv-total-facturado.
           IF w-importe-convenio > 0
               PERFORM 350-ESCRIBIR-CARGO-CONVENIO
               ADD w-importe-convenio TO w-total-caducado
           END-IF.
           MOVE "C" TO cnv-estado.
           MOVE w-fecha-hoy TO cnv-fecha-estado.
           ADD 1 TO w-cant-caducados.
           DISPLAY "CONVENIO DEL SOCIO " soc-socio " CADUCADO CON "
              w-impagas " CUOTAS IMPAGAS".

      * La ultima cuota es lo que falta para completar la deuda del
      * convenio, con los centavos que sobraron de la division.
       345-FACTURAR-CUOTA-CONVENIO.
           ADD 1 TO cnv-cuotas-facturadas.
           IF cnv-cuotas-facturadas = cnv-cuotas
               COMPUTE w-importe-convenio =
                  cnv-deuda - cnv-total-facturado
           ELSE
               MOVE cnv-importe-cuota TO w-importe-convenio
           END-IF.
           PERFORM 350-ESCRIBIR-CARGO-CONVENIO.
           ADD 1 TO w-cant-cuotas-convenio.

       350-ESCRIBIR-CARGO-CONVENIO.
           MOVE soc-socio TO mov-socio.
           MOVE "V" TO mov-tipo.
           MOVE w-importe-convenio TO mov-importe.
           MOVE w-fecha-hoy TO mov-fecha.
           WRITE mov-reg.
           ADD w-importe-convenio TO cnv-total-facturado.
           ADD w-importe-convenio TO w-total-convenios.

      * El resumen cierra la corrida con lo facturado por categoria,
      * las cuotas de convenio y el total general: como todos los
      * movimientos son cargos, el saldo de control debe bajar
      * exactamente ese total despues del posteo, y esa es la cifra
      * que se publica como delta esperado.
       500-FIN-GENERAL.
           PERFORM 510-CERRAR-ARCHIVOS.
           DISPLAY lin-guarda.
           PERFORM 520-MOSTRAR-CATEGORIA
              VARYING w-cat-idx FROM 1 BY 1 UNTIL w-cat-idx > 3.
           DISPLAY lin-guarda.
           MOVE "CUOTAS DE CONVENIO:  " TO l-cnv-rotulo.
           MOVE w-cant-cuotas-convenio TO l-cnv-cant.
           COMPUTE l-cnv-total = w-total-convenios - w-total-caducado.
           DISPLAY lin-convenio.
           MOVE "CONVENIOS CADUCADOS: " TO l-cnv-rotulo.
           MOVE w-cant-caducados TO l-cnv-cant.
           MOVE w-total-caducado TO l-cnv-total.
           DISPLAY lin-convenio.
           MOVE "CONVENIOS TERMINADOS:" TO l-cnv-rotulo.
           MOVE w-cant-terminados TO l-cnv-cant.
           MOVE ZERO TO l-cnv-total.
           DISPLAY lin-convenio.
           DISPLAY lin-guarda.
           MOVE "CUOTAS AL TITULAR:   " TO l-cnv-rotulo.
           MOVE w-cant-integrantes TO l-cnv-cant.
           MOVE w-total-descuento TO l-cnv-total.
           DISPLAY lin-convenio.
           MOVE w-pct-familiar TO w-pct-ed.
           DISPLAY "     (INTEGRANTES DE GRUPO FAMILIAR FACTURADOS AL "
              "TITULAR Y DESCUENTO FAMILIAR APLICADO, "
              w-pct-ed " %)".
           DISPLAY lin-guarda.
           COMPUTE w-delta-ed =
              0 - w-total-facturado - w-total-convenios.
           DISPLAY "SOCIOS FACTURADOS: " w-cant-facturados
              "  EXENTOS: " w-cant-exentos
              "  SIN FACTURAR: " w-cant-invalidos.
           CLOSE SOCIOS.
           CLOSE TARIFAS.
           CLOSE MOVIMIENTOS.
           CLOSE CONVENIOS.
           CLOSE GRUPOS.

      * Toda corrida batch deja su inicio y su fin en el diario
      * compartido de corridas; el neto registrado es el delta
           COMPUTE cor-rechazados =
              w-cant-exentos + w-cant-invalidos.
           MOVE RETURN-CODE TO cor-retorno.
           COMPUTE cor-neto =
              0 - w-total-facturado - w-total-convenios.
           WRITE cor-reg.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
