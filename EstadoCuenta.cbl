           SELECT OPTIONAL HISTORIAL
           ASSIGN TO DYNAMIC W-HISTORIAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRUPOS
           ASSIGN TO DYNAMIC W-GRUPOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS grp-socio
           ALTERNATE RECORD KEY IS grp-titular WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       SD  ORD-FILE.
      * Fecha y momento de posteo son las claves de orden: en el
      * contra-asiento llevan los del asiento que anula, para que el
      * par salga junto, y la fecha propia del renglon viaja aparte.
       01  ord-reg.
           03 ord-socio pic 9(7).
           03 ord-fecha pic 9(8).
           03 ord-fecha-posteo pic 9(8).
           03 ord-hora-posteo pic 9(8).
           03 ord-orden pic 9(1).
           03 ord-tipo pic x(1).
           03 ord-importe pic 9(8)v99.
           03 ord-marca pic x(1).
           03 ord-fecha-propia pic 9(8).
           03 ord-reversado pic 9(1).

       FD  SOCIOS.
           COPY "SOCIOS.cpy".
       FD  HISTORIAL.
           COPY "HISTORIAL.cpy".

       FD  GRUPOS.
           COPY "GRUPOS.cpy".

       FD  listado.
       01  lis-reg pic x(80).

       01  w-control-path pic x(100) value spaces.
       01  w-historial-path pic x(100) value spaces.
       01  w-listado-path pic x(100) value spaces.
       01  w-grupos-path pic x(100) value spaces.
       01  w-archivo-path pic x(100) value spaces.
      * Anio cerrado a consultar (cero = historial en linea): los anios
      * archivados viven en un archivo por anio con el mismo nombre
      * del historial mas el sufijo .AAAA.
       01  w-anio-archivo pic 9(4) value 0.
      * Grupo familiar del socio consultado: el titular responde por
      * las cuotas de todos, asi que el extracto cierra con el saldo
      * conjunto del grupo ademas del saldo propio.
       01  w-titular-grupo pic 9(7) value 0.
       01  w-fin-grupo pic 9 value 0.
       01  w-saldo-grupo pic s9(8)v99 value 0.
       01  w-socio-buscado pic 9(7) value 0.
       01  w-flag-historial pic 9 value 0.
       01  w-fin-orden pic 9 value 0.
           03 w-ts-ent-fecha pic 9(8).
           03 w-ts-ent-hora pic 9(8).
       01  w-ts-entrada-n redefines w-ts-entrada pic 9(16).
      * Saldo arrastrado (tipo S) que deja el archivo anual al sacar
      * del historial los movimientos de un anio cerrado: si es
      * posterior al corte del snapshot, pasa a ser la apertura.
       01  w-arrastre-hallado pic 9 value 0.
       01  w-saldo-arrastre pic s9(8)v99 value 0.
       01  w-ts-arrastre.
           03 w-ts-arr-fecha pic 9(8) value 0.
           03 w-ts-arr-hora pic 9(8) value 0.
       01  w-ts-arrastre-n redefines w-ts-arrastre pic 9(16).
       01  w-control-leido pic 9 value 0.
       01  w-apertura-hallada pic 9 value 0.
       01  w-cierre-hallado pic 9 value 0.
       01  w-diferencia pic s9(8)v99 value 0.
       01  w-dif-ed pic -z.zzz.zz9,99.
       01  w-cant-movimientos pic 9(5) value 0.
      * Conceptos del extracto, uno por tipo de movimiento, con lo que
      * sumo cada uno en el periodo: asi el socio ve aparte la cuota,
      * el recargo por mora, lo refinanciado y lo pagado. Un tipo que
      * no figura en la tabla se lista como OTRO.
       01  w-con-cant-tipos pic 9 value 5.
       01  w-con-cant-filas pic 9 value 6.
       01  w-con-idx pic 9 value 0.
       01  w-i pic 9 value 0.
       01  w-conceptos.
           03 w-con-ent occurs 6.
              05 w-con-tipo pic x(1).
              05 w-con-rotulo pic x(18).
              05 w-con-cant pic 9(5).
              05 w-con-total pic s9(8)v99.
      * Contra-asientos del socio, con la referencia al asiento que
      * anulan; al aparecer el asiento se guarda su fecha para ordenar
      * el par.
       01  w-rev-max pic 9(3) value 100.
       01  w-rev-cant pic 9(3) value 0.
       01  w-rev-idx pic 9(3) value 0.
       01  w-r pic 9(3) value 0.
       01  w-reversas.
           03 w-rev-ent occurs 100.
              05 w-rev-fecha-posteo pic 9(8).
              05 w-rev-hora-posteo pic 9(8).
              05 w-rev-tipo pic x(1).
              05 w-rev-importe pic 9(8)v99.
              05 w-rev-hallado pic 9(1).
              05 w-rev-fecha-asiento pic 9(8).
      ******************LINEAS DE IMPRESION***************************
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-cab-mov.
           03 filler pic x(5) value spaces.
           03 filler pic x(10) value "FECHA".
           03 filler pic x(2) value "T".
           03 filler pic x(18) value "CONCEPTO".
           03 filler pic x(14) value "       IMPORTE".
           03 filler pic x(16) value "           SALDO".
           03 filler pic x(15) value spaces.
       01  lin-mov.
           03 filler pic x(5) value spaces.
           03 l-mov-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-mov-tipo pic x(1).
           03 filler pic x(1) value spaces.
           03 l-mov-concepto pic x(18).
           03 l-mov-importe pic -zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-mov-saldo pic -zz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-mov-nota pic x(14).
       01  lin-concepto.
           03 filler pic x(5) value spaces.
           03 l-con-rotulo pic x(18).
           03 filler pic x(2) value spaces.
           03 l-con-cant pic zzzz9.
           03 filler pic x(15) value " MOVIMIENTOS  $".
           03 l-con-total pic -zz.zzz.zz9,99.
           03 filler pic x(21) value spaces.
       01  lin-grupo.
           03 filler pic x(5) value spaces.
           03 l-grp-rol pic x(11).
           03 l-grp-socio pic 9(7).
           03 filler pic x(3) value spaces.
           03 l-grp-nombre pic x(20).
           03 filler pic x(3) value spaces.
           03 filler pic x(1) value "$".
           03 l-grp-saldo pic -zz.zzz.zz9,99.
           03 filler pic x(16) value spaces.
       01  lin-control.
           03 filler pic x(5) value spaces.
           03 l-control-msg pic x(60) value spaces.
           PERFORM 100-INICIO-GENERAL.
           SORT ORD-FILE
               ON ASCENDING KEY ord-fecha ord-fecha-posteo
                  ord-hora-posteo ord-orden
               INPUT PROCEDURE 300-FILTRAR-HISTORIAL
               OUTPUT PROCEDURE 400-LISTAR-MOVIMIENTOS.
           PERFORM 500-FIN-GENERAL.

      ****************** INICIO RUTINAS ********************************
       100-INICIO-GENERAL.
           PERFORM 110-INICIALIZAR-CONCEPTOS.
           PERFORM 115-OBTENER-RUTAS-ARCHIVOS.
           PERFORM 140-PEDIR-SOCIO.
           PERFORM 142-PEDIR-ANIO-ARCHIVO.
           IF w-anio-archivo = 0
               PERFORM 145-PEDIR-RUTA-SNAPSHOT
           END-IF.
           PERFORM 120-ABRIR-ARCHIVOS.
           IF w-anio-archivo = 0
               PERFORM 130-LEER-FECHA-CORTE
               PERFORM 160-BUSCAR-SALDO-APERTURA
           END-IF.
           PERFORM 165-BUSCAR-SALDO-CIERRE.
           PERFORM 305-CARGAR-REVERSAS.
           PERFORM 200-LISTAR-ENCABEZADO.

       110-INICIALIZAR-CONCEPTOS.
           INITIALIZE w-conceptos.
           MOVE "C" TO w-con-tipo (1).
           MOVE "CUOTA SOCIAL" TO w-con-rotulo (1).
           MOVE "I" TO w-con-tipo (2).
           MOVE "RECARGO POR MORA" TO w-con-rotulo (2).
           MOVE "V" TO w-con-tipo (3).
           MOVE "CUOTA CONVENIO" TO w-con-rotulo (3).
           MOVE "F" TO w-con-tipo (4).
           MOVE "REFINANCIACION" TO w-con-rotulo (4).
           MOVE "P" TO w-con-tipo (5).
           MOVE "PAGO" TO w-con-rotulo (5).
           MOVE "R" TO w-con-tipo (6).
           MOVE "CONTRA-ASIENTOS" TO w-con-rotulo (6).

      * Las rutas se toman de variables de entorno para poder correr
      * el mismo ejecutable contra datos de dev/test/produccion sin
      * recompilar; si la variable no esta definida se usa la ruta
               "D:\linux cecilia\COBOL\archivo\imp\impreEstado.dat"
               TO w-listado-path
           END-IF.
           ACCEPT w-grupos-path FROM ENVIRONMENT "SOCIOS_GRUPOS_PATH".
           IF w-grupos-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\gruposSocios.dat"
               TO w-grupos-path
           END-IF.

       140-PEDIR-SOCIO.
           DISPLAY "***INGRESE NUMERO DE SOCIO***".
           ACCEPT w-socio-buscado.

      * Un anio archivado se lista entero desde su propio archivo: la
      * apertura es el saldo arrastrado que el archivo trae al
      * principio, y no hay snapshot que pedir.
       142-PEDIR-ANIO-ARCHIVO.
           DISPLAY "***ANIO ARCHIVADO A CONSULTAR (AAAA, 0=HISTORIAL "
              "EN LINEA)***".
           ACCEPT w-anio-archivo.
           IF w-anio-archivo > 0
               MOVE SPACES TO w-archivo-path
               STRING
                  FUNCTION TRIM(w-historial-path) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  w-anio-archivo DELIMITED BY SIZE
               INTO w-archivo-path
               MOVE w-archivo-path TO w-historial-path
           END-IF.

      * El saldo de apertura sale del snapshot que genero el cierre de
      * periodo; su archivo de control (mismo nombre mas .ctl) aporta
      * la fecha de la corrida, que es el corte desde el cual el

       120-ABRIR-ARCHIVOS.
           OPEN INPUT SOCIOS.
           IF w-anio-archivo = 0
               OPEN INPUT SNAPSHOT
           END-IF.
           OPEN INPUT HISTORIAL.
           OPEN INPUT GRUPOS.
           OPEN OUTPUT LISTADO.

      * Sin archivo de control el corte queda en cero y el estado de
               END-IF
           END-IF.
           WRITE lis-reg FROM lin-socio AFTER 1.
           IF w-anio-archivo > 0
               MOVE SPACES TO l-control-msg
               STRING "EXTRACTO DEL ANIO ARCHIVADO " w-anio-archivo
                  DELIMITED BY SIZE INTO l-control-msg
               WRITE lis-reg FROM lin-control AFTER 1
           END-IF.
           EVALUATE TRUE
               WHEN w-arrastre-hallado = 1
                   MOVE "SALDO ARRASTRADO:       " TO l-rotulo-saldo
               WHEN w-apertura-hallada = 1
                   MOVE "SALDO DE APERTURA:      " TO l-rotulo-saldo
               WHEN w-anio-archivo > 0
                   MOVE "APERTURA (SIN ARRASTRE):" TO l-rotulo-saldo
               WHEN OTHER
                   MOVE "APERTURA (ALTA POST.):  " TO l-rotulo-saldo
           END-EVALUATE.
           MOVE w-saldo-corrido TO l-saldo-rot.
           WRITE lis-reg FROM lin-saldo-rotulado AFTER 1.
           WRITE lis-reg FROM lin-guarda AFTER 1.
      * despues del instante del cierre que aporta la apertura; el
      * SORT los ordena por fecha del movimiento (y momento de posteo
      * como desempate) aunque el historial los tenga en el orden de
      * las corridas. Una primera pasada, antes del encabezado, junta
      * los contra-asientos del socio, para saber en la segunda que
      * asientos quedaron anulados y poner cada contra-asiento debajo
      * de su asiento. El saldo arrastrado no es un movimiento: ya se
      * tomo como apertura en la primera pasada.
       300-FILTRAR-HISTORIAL.
           PERFORM 310-LEER-HISTORIAL.
           PERFORM UNTIL w-flag-historial = 1
               MOVE his-hora-posteo TO w-ts-ent-hora
               IF his-socio = w-socio-buscado
                  AND w-ts-entrada-n > w-ts-corte-n
                  AND his-tipo NOT = "S"
                   PERFORM 320-LIBERAR-ASIENTO
               END-IF
               PERFORM 310-LEER-HISTORIAL
           END-PERFORM.

       305-CARGAR-REVERSAS.
           MOVE ZERO TO w-rev-cant.
           PERFORM 310-LEER-HISTORIAL.
           PERFORM UNTIL w-flag-historial = 1
               IF his-socio = w-socio-buscado AND his-marca = "R"
                   IF w-rev-cant < w-rev-max
                       ADD 1 TO w-rev-cant
                       MOVE his-ref-fecha-posteo
                          TO w-rev-fecha-posteo (w-rev-cant)
                       MOVE his-ref-hora-posteo
                          TO w-rev-hora-posteo (w-rev-cant)
                       MOVE his-tipo TO w-rev-tipo (w-rev-cant)
                       MOVE his-importe TO w-rev-importe (w-rev-cant)
                       MOVE ZERO TO w-rev-hallado (w-rev-cant)
                       MOVE ZERO TO w-rev-fecha-asiento (w-rev-cant)
                   ELSE
                       DISPLAY "ADVERTENCIA: DEMASIADOS CONTRA-ASIENTOS"
                          " - ALGUNOS SE LISTAN SIN SU ASIENTO"
                   END-IF
               END-IF
               IF his-socio = w-socio-buscado AND his-tipo = "S"
                   PERFORM 307-TOMAR-ARRASTRE
               END-IF
               PERFORM 310-LEER-HISTORIAL
           END-PERFORM.
           IF w-arrastre-hallado = 1
               MOVE w-saldo-arrastre TO w-saldo-corrido
               MOVE w-ts-arrastre TO w-ts-corte
           END-IF.
           CLOSE HISTORIAL.
           OPEN INPUT HISTORIAL.
           MOVE ZERO TO w-flag-historial.

      * Un saldo arrastrado posterior al corte quiere decir que los
      * movimientos entre el snapshot y el archivo anual ya no estan en
      * linea: el extracto arranca del arrastre (el mas reciente si
      * hubiera varios) y el corte se corre a su instante. La marca
      * "-" indica saldo deudor.
       307-TOMAR-ARRASTRE.
           MOVE his-fecha-posteo TO w-ts-ent-fecha.
           MOVE his-hora-posteo TO w-ts-ent-hora.
           IF w-ts-entrada-n > w-ts-corte-n
              AND w-ts-entrada-n > w-ts-arrastre-n
               MOVE w-ts-entrada TO w-ts-arrastre
               IF his-marca = "-"
                   COMPUTE w-saldo-arrastre = 0 - his-importe
               ELSE
                   MOVE his-importe TO w-saldo-arrastre
               END-IF
               MOVE 1 TO w-arrastre-hallado
           END-IF.

       310-LEER-HISTORIAL.
           READ HISTORIAL AT END MOVE 1 TO w-flag-historial.

      * El asiento anulado se marca; su contra-asiento hereda la fecha
      * y el momento de posteo del asiento como claves de orden. Si el
      * asiento es anterior al cierre (ya esta en la apertura) el
      * contra-asiento sale solo, en su propia fecha.
       320-LIBERAR-ASIENTO.
           INITIALIZE ord-reg.
           MOVE his-socio TO ord-socio.
           MOVE his-tipo TO ord-tipo.
           MOVE his-importe TO ord-importe.
           MOVE his-fecha TO ord-fecha-propia.
           MOVE his-fecha TO ord-fecha.
           MOVE his-fecha-posteo TO ord-fecha-posteo.
           MOVE his-hora-posteo TO ord-hora-posteo.
           IF his-marca = "R"
               MOVE "R" TO ord-marca
               MOVE 1 TO ord-orden
               PERFORM 330-UBICAR-REVERSA-PROPIA
               IF w-rev-idx > 0
                   IF w-rev-hallado (w-rev-idx) = 1
                       MOVE w-rev-fecha-asiento (w-rev-idx) TO ord-fecha
                       MOVE his-ref-fecha-posteo TO ord-fecha-posteo
                       MOVE his-ref-hora-posteo TO ord-hora-posteo
                   END-IF
               END-IF
           ELSE
               MOVE SPACE TO ord-marca
               MOVE 0 TO ord-orden
               PERFORM 325-UBICAR-REVERSA-DEL-ASIENTO
               IF w-rev-idx > 0
                   MOVE 1 TO ord-reversado
                   MOVE 1 TO w-rev-hallado (w-rev-idx)
                   MOVE his-fecha TO w-rev-fecha-asiento (w-rev-idx)
               END-IF
           END-IF.
           RELEASE ord-reg.

       325-UBICAR-REVERSA-DEL-ASIENTO.
           MOVE ZERO TO w-rev-idx.
           PERFORM VARYING w-r FROM 1 BY 1
              UNTIL w-r > w-rev-cant OR w-rev-idx > 0
               IF w-rev-fecha-posteo (w-r) = his-fecha-posteo
                  AND w-rev-hora-posteo (w-r) = his-hora-posteo
                  AND w-rev-tipo (w-r) = his-tipo
                  AND w-rev-importe (w-r) = his-importe
                  AND w-rev-hallado (w-r) = 0
                   MOVE w-r TO w-rev-idx
               END-IF
           END-PERFORM.

       330-UBICAR-REVERSA-PROPIA.
           MOVE ZERO TO w-rev-idx.
           PERFORM VARYING w-r FROM 1 BY 1
              UNTIL w-r > w-rev-cant OR w-rev-idx > 0
               IF w-rev-fecha-posteo (w-r) = his-ref-fecha-posteo
                  AND w-rev-hora-posteo (w-r) = his-ref-hora-posteo
                  AND w-rev-tipo (w-r) = his-tipo
                  AND w-rev-importe (w-r) = his-importe
                   MOVE w-r TO w-rev-idx
               END-IF
           END-PERFORM.

       400-LISTAR-MOVIMIENTOS.
           PERFORM 410-RETORNAR-MOVIMIENTO
              UNTIL w-fin-orden = 1.

      * Misma regla de signos que el posteo: el pago (P) y la
      * refinanciacion del convenio (F) acreditan, el cargo (C) y la
      * cuota del convenio (V) y el recargo por mora (I) debitan, y el
      * contra-asiento va con el signo opuesto al de su tipo. El saldo
      * corrido acompania cada renglon con el concepto del
      * movimiento; los contra-asientos suman aparte en su propia
      * fila de totales.
       410-RETORNAR-MOVIMIENTO.
           RETURN ORD-FILE
               AT END MOVE 1 TO w-fin-orden
               NOT AT END
                   IF ord-tipo = "P" OR ord-tipo = "F"
                       MOVE ord-importe TO w-delta-movimiento
                   ELSE
                       COMPUTE w-delta-movimiento = 0 - ord-importe
                   END-IF
                   IF ord-marca = "R"
                       COMPUTE w-delta-movimiento =
                          0 - w-delta-movimiento
                   END-IF
                   ADD w-delta-movimiento TO w-saldo-corrido
                   ADD 1 TO w-cant-movimientos
                   MOVE ord-fecha-propia TO l-mov-fecha
                   MOVE ord-tipo TO l-mov-tipo
                   PERFORM 420-UBICAR-CONCEPTO
                   IF w-con-idx = 0
                       MOVE "OTRO" TO l-mov-concepto
                   ELSE
                       MOVE w-con-rotulo (w-con-idx) TO l-mov-concepto
                   END-IF
                   EVALUATE TRUE
                       WHEN ord-marca = "R"
                           MOVE "CONTRA-ASIENTO" TO l-mov-nota
                           MOVE w-con-cant-filas TO w-con-idx
                       WHEN ord-reversado = 1
                           MOVE "REVERSADO" TO l-mov-nota
                       WHEN OTHER
                           MOVE SPACES TO l-mov-nota
                   END-EVALUATE
                   IF w-con-idx > 0
                       ADD 1 TO w-con-cant (w-con-idx)
                       ADD w-delta-movimiento TO w-con-total (w-con-idx)
                   END-IF
                   MOVE w-delta-movimiento TO l-mov-importe
                   MOVE w-saldo-corrido TO l-mov-saldo
                   WRITE lis-reg FROM lin-mov AFTER 1
           END-RETURN.

       420-UBICAR-CONCEPTO.
           MOVE ZERO TO w-con-idx.
           PERFORM VARYING w-i FROM 1 BY 1
              UNTIL w-i > w-con-cant-tipos OR w-con-idx > 0
               IF w-con-tipo (w-i) = ord-tipo
                   MOVE w-i TO w-con-idx
               END-IF
           END-PERFORM.

      * El saldo corrido final tiene que coincidir con soc-importe en
      * el maestro: si no coincide, o falta un movimiento en el
      * historial o el maestro fue tocado por fuera del posteo, y el
      * extracto lo dice en lugar de esconderlo.
       500-FIN-GENERAL.
           WRITE lis-reg FROM lin-guarda AFTER 1.
           PERFORM 520-LISTAR-CONCEPTO
              VARYING w-i FROM 1 BY 1 UNTIL w-i > w-con-cant-filas.
           WRITE lis-reg FROM lin-guarda AFTER 1.
           MOVE "SALDO DE CIERRE:        " TO l-rotulo-saldo.
           MOVE w-saldo-corrido TO l-saldo-rot.
           WRITE lis-reg FROM lin-saldo-rotulado AFTER 1.
      * El maestro es de hoy: contra el cierre de un anio archivado no
      * hay saldo con que conciliar, y el grupo familiar que se lista
      * es el actual.
           IF w-anio-archivo > 0
               MOVE "CONTROL NO APLICA - EXTRACTO DE UN ANIO ARCHIVADO"
                  TO l-control-msg
           ELSE
               IF w-cierre-hallado = 1
                   MOVE "SALDO SEGUN MAESTRO:    " TO l-rotulo-saldo
                   MOVE w-saldo-cierre TO l-saldo-rot
                   WRITE lis-reg FROM lin-saldo-rotulado AFTER 1
                   COMPUTE w-diferencia =
                      w-saldo-cierre - w-saldo-corrido
                   IF w-diferencia = 0
                       MOVE "CONTROL OK - EL EXTRACTO EXPLICA EL SALDO"
                          TO l-control-msg
                   ELSE
                       MOVE w-diferencia TO w-dif-ed
                       MOVE SPACES TO l-control-msg
                       STRING "CONTROL ERROR - DIFERENCIA $" w-dif-ed
                          DELIMITED BY SIZE INTO l-control-msg
                   END-IF
               ELSE
                   MOVE SPACES TO l-control-msg
                   STRING "CONTROL PENDIENTE - SOCIO SIN SALDO EN EL "
                      "MAESTRO" DELIMITED BY SIZE INTO l-control-msg
               END-IF
           END-IF.
           WRITE lis-reg FROM lin-control AFTER 1.
           WRITE lis-reg FROM lin-guarda AFTER 1.
           IF w-anio-archivo = 0
               PERFORM 530-LISTAR-GRUPO
           END-IF.
           PERFORM 510-CERRAR-ARCHIVOS.
           DISPLAY "ESTADO DE CUENTA FINALIZADO: " w-cant-movimientos
              " MOVIMIENTOS LISTADOS".

       520-LISTAR-CONCEPTO.
           MOVE w-con-rotulo (w-i) TO l-con-rotulo.
           MOVE w-con-cant (w-i) TO l-con-cant.
           MOVE w-con-total (w-i) TO l-con-total.
           WRITE lis-reg FROM lin-concepto AFTER 1.

      * Si el socio pertenece a un grupo familiar se listan todos sus
      * integrantes con el saldo actual de cada uno y el saldo del
      * grupo, que es la deuda que mira la escalera de avisos. Al
      * integrante se le aclara que sus cuotas van a la cuenta del
      * titular, porque su propio extracto ya no las muestra.
       530-LISTAR-GRUPO.
           MOVE w-socio-buscado TO grp-socio.
           READ GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE grp-titular TO w-titular-grupo
                   PERFORM 535-LISTAR-INTEGRANTES
           END-READ.

       535-LISTAR-INTEGRANTES.
           IF w-titular-grupo = w-socio-buscado
               MOVE SPACES TO l-control-msg
               STRING "TITULAR DE GRUPO FAMILIAR: RESPONDE POR "
                  "TODAS LAS CUOTAS"
                  DELIMITED BY SIZE INTO l-control-msg
           ELSE
               MOVE SPACES TO l-control-msg
               STRING "INTEGRANTE DE GRUPO: CUOTAS FACTURADAS AL "
                  "TITULAR " w-titular-grupo
                  DELIMITED BY SIZE INTO l-control-msg
           END-IF.
           WRITE lis-reg FROM lin-control AFTER 1.
           WRITE lis-reg FROM lin-guarda AFTER 1.
           MOVE ZERO TO w-saldo-grupo.
           MOVE ZERO TO w-fin-grupo.
           MOVE w-titular-grupo TO grp-titular.
           START GRUPOS KEY IS = grp-titular
               INVALID KEY MOVE 1 TO w-fin-grupo
           END-START.
           PERFORM UNTIL w-fin-grupo = 1
               READ GRUPOS NEXT
                   AT END MOVE 1 TO w-fin-grupo
                   NOT AT END
                       IF grp-titular NOT = w-titular-grupo
                           MOVE 1 TO w-fin-grupo
                       ELSE
                           PERFORM 540-LISTAR-INTEGRANTE
                       END-IF
               END-READ
           END-PERFORM.
           WRITE lis-reg FROM lin-guarda AFTER 1.
           MOVE "SALDO DEL GRUPO:        " TO l-rotulo-saldo.
           MOVE w-saldo-grupo TO l-saldo-rot.
           WRITE lis-reg FROM lin-saldo-rotulado AFTER 1.
           WRITE lis-reg FROM lin-guarda AFTER 1.

       540-LISTAR-INTEGRANTE.
           MOVE grp-socio TO soc-socio.
           READ SOCIOS
               INVALID KEY
                   MOVE "(NO REGISTRADO)" TO soc-nombre
                   MOVE ZERO TO soc-importe
           END-READ.
           IF grp-socio = grp-titular
               MOVE "TITULAR" TO l-grp-rol
           ELSE
               MOVE "INTEGRANTE" TO l-grp-rol
           END-IF.
           MOVE grp-socio TO l-grp-socio.
           MOVE soc-nombre TO l-grp-nombre.
           MOVE soc-importe TO l-grp-saldo.
           ADD soc-importe TO w-saldo-grupo.
           WRITE lis-reg FROM lin-grupo AFTER 1.

       510-CERRAR-ARCHIVOS.
           CLOSE SOCIOS.
           IF w-anio-archivo = 0
               CLOSE SNAPSHOT
           END-IF.
           CLOSE HISTORIAL.
           CLOSE GRUPOS.
           CLOSE LISTADO.
       END PROGRAM YOUR-PROGRAM-NAME.
