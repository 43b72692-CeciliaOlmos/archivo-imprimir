      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPRESION-RECIBO ASSIGN TO
           DYNAMIC PRINTER, W-RECIBO-IMP-PATH.
           SELECT LISTADO ASSIGN TO
           DYNAMIC PRINTER, W-LISTADO-PATH.
      * El maestro se consulta por numero o por el comienzo del nombre
      * (clave alternativa), igual que en la consulta de socios.
           SELECT SOCIOS
           ASSIGN TO DYNAMIC W-SOCIOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-socio
           ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES.
           SELECT OPTIONAL RECIBOS
           ASSIGN TO DYNAMIC W-RECIBOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS rec-numero
           ALTERNATE RECORD KEY IS rec-fecha WITH DUPLICATES.
           SELECT OPTIONAL NUMERADOR
           ASSIGN TO DYNAMIC W-NUMERADOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MOVIMIENTOS
           ASSIGN TO DYNAMIC W-MOVIM-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS
           ASSIGN TO DYNAMIC W-CORRIDAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  RECIBOS.
           COPY "RECIBOS.cpy".

      * Ultimo numero de recibo emitido: un solo registro que se
      * regraba completo con cada recibo, como el checkpoint del
      * posteo.
       FD  NUMERADOR.
       01  num-reg.
           03 num-ultimo pic 9(8).

      * El origen "C" separa la cobranza por caja de la del debito
      * automatico en el asiento contable del mes.
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

       FD  CORRIDAS.
           COPY "CORRIDAS.cpy".

       FD  impresion-recibo.
       01  imp-reg pic x(80).

       FD  listado.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-socios-path pic x(100) value spaces.
       01  w-recibos-path pic x(100) value spaces.
       01  w-numerador-path pic x(100) value spaces.
       01  w-movim-path pic x(100) value spaces.
       01  w-recibo-imp-path pic x(100) value spaces.
       01  w-listado-path pic x(100) value spaces.
       01  w-corridas-path pic x(100) value spaces.
       01  w-cor-fecha pic 9(8) value 0.
       01  w-cor-hora pic 9(8) value 0.
       01  w-opcion pic 9 value 0.
       01  w-fin-menu pic 9 value 0.
       01  w-cajero pic x(10) value spaces.
       01  w-fecha-hoy pic 9(8) value 0.
       01  w-hora-hoy pic 9(8) value 0.
       01  w-socio-elegido pic 9(7) value 0.
       01  w-socio-hallado pic 9 value 0.
       01  w-modo-busqueda pic 9 value 1.
       01  w-nombre-buscado pic x(20) value spaces.
       01  w-len-nombre pic 99 value 0.
       01  w-i-nombre pic 99 value 0.
       01  w-fin-busqueda pic 9 value 0.
       01  w-cant-encontrados pic 9(5) value 0.
       01  w-importe pic 9(8)v99 value 0.
       01  w-medio pic x(1) value space.
       01  w-medio-idx pic 9 value 0.
       01  w-ultimo-recibo pic 9(8) value 0.
       01  w-recibo-elegido pic 9(8) value 0.
       01  w-recibo-grabado pic 9 value 0.
       01  w-intentos pic 99 value 0.
       01  w-fecha-arqueo pic 9(8) value 0.
       01  w-fin-recibos pic 9 value 0.
       01  w-i pic 99 value 0.
       01  w-caj-idx pic 99 value 0.
       01  w-cant-emitidos pic 9(5) value 0.
       01  w-cant-anulaciones pic 9(5) value 0.
       01  w-cant-cerrados pic 9(7) value 0.
       01  w-cant-anulados-cierre pic 9(7) value 0.
       01  w-total-cerrado pic s9(10)v99 value 0.
      * Acumuladores del arqueo del dia: por medio de pago (E, T, B en
      * ese orden), por cajero, los anulados y los vigentes que
      * todavia no pasaron por un cierre.
       01  w-medios.
           03 w-med-ent occurs 3.
              05 w-med-rotulo pic x(15).
              05 w-med-cant pic 9(5).
              05 w-med-total pic 9(10)v99.
       01  w-caj-max pic 99 value 20.
       01  w-caj-cant pic 99 value 0.
       01  w-cajeros.
           03 w-caj-ent occurs 20.
              05 w-caj-codigo pic x(10).
              05 w-caj-recibos pic 9(5).
              05 w-caj-total pic 9(10)v99.
       01  w-arq-cant-vigentes pic 9(5) value 0.
       01  w-arq-total-vigentes pic 9(10)v99 value 0.
       01  w-arq-cant-anulados pic 9(5) value 0.
       01  w-arq-total-anulados pic 9(10)v99 value 0.
       01  w-arq-cant-pendientes pic 9(5) value 0.
       01  w-arq-total-pendientes pic 9(10)v99 value 0.
       01  w-arq-cant-cerrados pic 9(5) value 0.
       01  w-arq-total-cerrados pic 9(10)v99 value 0.
       01  w-cont-lineas pic 99 value 0.
       01  w-cont-paginas pic 99 value 0.
       01  w-contador pic 999 value 0.
      ******************LINEAS DE IMPRESION***************************
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-val.
           03 filler pic x(15) value spaces.
           03 l-soc pic x(7) value spaces.
           03 filler pic x(8) value spaces.
           03 l-nombre pic x(20).
           03 filler pic x(5) value spaces.
           03 l-saldo pic -zz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-estado pic x(1).
           03 filler pic x(9) value spaces.
       01  lin-club.
           03 filler pic x(25) value spaces.
           03 filler pic x(30)
              value "CLUB SOCIAL Y DEPORTIVO".
           03 filler pic x(25) value spaces.
       01  lin-rec-titulo.
           03 filler pic x(5) value spaces.
           03 filler pic x(14) value "RECIBO NUMERO ".
           03 l-rec-numero pic 9(8).
           03 filler pic x(10) value spaces.
           03 filler pic x(7) value "FECHA: ".
           03 l-rec-fecha pic 9(8).
           03 filler pic x(7) value " HORA: ".
           03 l-rec-hora pic 9(6).
           03 filler pic x(15) value spaces.
       01  lin-rec-socio.
           03 filler pic x(5) value spaces.
           03 filler pic x(16) value "RECIBIMOS DE:   ".
           03 l-rec-socio pic 9(7).
           03 filler pic x(1) value spaces.
           03 l-rec-nombre pic x(20).
           03 filler pic x(31) value spaces.
       01  lin-rec-importe.
           03 filler pic x(5) value spaces.
           03 filler pic x(17) value "LA SUMA DE:     $".
           03 l-rec-importe pic zz.zzz.zz9,99.
           03 filler pic x(10) value "  MEDIO: ".
           03 l-rec-medio pic x(15).
           03 filler pic x(20) value spaces.
       01  lin-rec-concepto.
           03 filler pic x(5) value spaces.
           03 filler pic x(50)
              value "EN CONCEPTO DE PAGO A CUENTA DE CUOTAS SOCIALES".
           03 filler pic x(25) value spaces.
       01  lin-rec-cajero.
           03 filler pic x(5) value spaces.
           03 filler pic x(16) value "CAJERO:         ".
           03 l-rec-cajero pic x(10).
           03 filler pic x(49) value spaces.
       01  cabecera0.
           03 filler pic x(5) value spaces.
           03 filler pic x(7) value "PAG.NRO".
           03 filler pic x value "-".
           03 l-nro-pag pic 9(2).
           03 filler pic x(10) value spaces.
           03 filler pic x(15) value "FECHA DE CAJA  ".
           03 l-fecha-arqueo pic 9(8).
           03 filler pic x(32) value spaces.
       01  cabecera1.
           03 filler pic x(10).
           03 l-titulo-reporte pic x(40)
              value "ARQUEO DE CAJA DE SECRETARIA".
           03 filler pic x(30) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(1) value spaces.
           03 filler pic x(9) value "RECIBO".
           03 filler pic x(7) value "HORA".
           03 filler pic x(11) value "CAJERO".
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(16) value "NOMBRE".
           03 filler pic x(2) value "M".
           03 filler pic x(14) value "       IMPORTE".
           03 filler pic x(12) value " ESTADO".
       01  detalle.
           03 filler pic x(1) value spaces.
           03 l-numero pic 9(8).
           03 filler pic x(1) value spaces.
           03 l-hora pic 9(6).
           03 filler pic x(1) value spaces.
           03 l-cajero pic x(10).
           03 filler pic x(1) value spaces.
           03 l-socio pic 9(7).
           03 filler pic x(1) value spaces.
           03 l-nombre-det pic x(15).
           03 filler pic x(1) value spaces.
           03 l-medio pic x(1).
           03 filler pic x(1) value spaces.
           03 l-importe pic zz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-estado-det pic x(11).
       01  lin-total.
           03 filler pic x(5) value spaces.
           03 l-tot-rotulo pic x(25).
           03 l-tot-cant pic zzzz9.
           03 filler pic x(10) value " RECIBOS $".
           03 l-tot-importe pic z.zzz.zzz.zz9,99.
           03 filler pic x(19) value spaces.
       01  lin-mensaje.
           03 filler pic x(5) value spaces.
           03 l-mensaje pic x(70).
           03 filler pic x(5) value spaces.

       PROCEDURE DIVISION.
      ****************** PROGRAMA PRINCIPAL********************************
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           PERFORM 200-MENU UNTIL w-fin-menu = 1.
           PERFORM 500-FIN-GENERAL.
           STOP RUN.

      ****************** INICIO RUTINAS ********************************
       100-INICIO-GENERAL.
           PERFORM 110-INICIALIZAR-VARIABLES.
           PERFORM 115-OBTENER-RUTAS-ARCHIVOS.
           PERFORM 760-REGISTRAR-INICIO-CORRIDA.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 130-LEER-NUMERADOR.
           PERFORM 140-PEDIR-CAJERO UNTIL w-cajero NOT = SPACES.

       110-INICIALIZAR-VARIABLES.
           MOVE ZERO TO w-fin-menu.
           MOVE ZERO TO w-cant-emitidos.
           MOVE ZERO TO w-cant-anulaciones.
           MOVE ZERO TO w-cant-cerrados.
           MOVE ZERO TO w-cant-anulados-cierre.
           MOVE ZERO TO w-total-cerrado.
           PERFORM 112-CARGAR-MEDIOS.

       112-CARGAR-MEDIOS.
           INITIALIZE w-medios.
           MOVE "EFECTIVO" TO w-med-rotulo (1).
           MOVE "TARJETA" TO w-med-rotulo (2).
           MOVE "TRANSFERENCIA" TO w-med-rotulo (3).

      * Las rutas se toman de variables de entorno para poder correr
      * el mismo ejecutable contra datos de dev/test/produccion sin
      * recompilar; si la variable no esta definida se usa la ruta
      * historica como valor por defecto. Los pagos de la caja van a
      * su propio archivo de movimientos, que el posteo aplica como
      * los de la facturacion o los debitos.
       115-OBTENER-RUTAS-ARCHIVOS.
           ACCEPT w-socios-path FROM ENVIRONMENT "SOCIOS_DAT_PATH".
           IF w-socios-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\archSociosGen.dat"
               TO w-socios-path
           END-IF.
           ACCEPT w-recibos-path FROM ENVIRONMENT "CAJA_RECIBOS_PATH".
           IF w-recibos-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\recibosCaja.dat"
               TO w-recibos-path
           END-IF.
           ACCEPT w-numerador-path FROM ENVIRONMENT
              "CAJA_NUMERADOR_PATH".
           IF w-numerador-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\numeradorCaja.dat"
               TO w-numerador-path
           END-IF.
           ACCEPT w-movim-path FROM ENVIRONMENT "CAJA_MOVIM_PATH".
           IF w-movim-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\movCaja.dat"
               TO w-movim-path
           END-IF.
           ACCEPT w-recibo-imp-path FROM ENVIRONMENT
              "CAJA_IMPRESION_PATH".
           IF w-recibo-imp-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\impreRecibos.dat"
               TO w-recibo-imp-path
           END-IF.
           ACCEPT w-listado-path FROM ENVIRONMENT
              "CAJA_ARQUEO_PATH".
           IF w-listado-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\impreArqueo.dat"
               TO w-listado-path
           END-IF.
           ACCEPT w-corridas-path FROM ENVIRONMENT
              "SOCIOS_CORRIDAS_PATH".
           IF w-corridas-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\corridas.dat"
               TO w-corridas-path
           END-IF.

      * El maestro se abre solo para consulta: el cobro no toca el
      * saldo, lo hace el posteo al aplicar el "P" que deja el cierre
      * de caja, asi que la caja no necesita el cerrojo de los
      * actualizadores.
       120-ABRIR-ARCHIVOS.
           OPEN INPUT SOCIOS.
           OPEN I-O RECIBOS.
           OPEN EXTEND MOVIMIENTOS.
           OPEN OUTPUT IMPRESION-RECIBO.

      * Sin numerador (primera vez) la numeracion arranca en 1.
       130-LEER-NUMERADOR.
           MOVE ZERO TO w-ultimo-recibo.
           OPEN INPUT NUMERADOR.
           READ NUMERADOR
               AT END
                   CONTINUE
               NOT AT END
                   IF num-ultimo IS NUMERIC
                       MOVE num-ultimo TO w-ultimo-recibo
                   END-IF
           END-READ.
           CLOSE NUMERADOR.

       140-PEDIR-CAJERO.
           DISPLAY "***INGRESE CODIGO DE CAJERO***".
           ACCEPT w-cajero.

       200-MENU.
           DISPLAY lin-guarda.
           DISPLAY "***CAJA DE SECRETARIA - CAJERO " w-cajero "***".
           DISPLAY "1-COBRAR  2-ANULAR RECIBO  3-ARQUEO Y CIERRE  "
              "0-SALIR".
           ACCEPT w-opcion.
           EVALUATE w-opcion
               WHEN 1 PERFORM 300-COBRAR
               WHEN 2 PERFORM 340-ANULAR
               WHEN 3 PERFORM 400-ARQUEO
               WHEN 0 MOVE 1 TO w-fin-menu
               WHEN OTHER DISPLAY "***OPCION INVALIDA***"
           END-EVALUATE.

       210-PEDIR-SOCIO.
           DISPLAY "***INGRESE NUMERO DE SOCIO***".
           ACCEPT w-socio-elegido.

       300-COBRAR.
           PERFORM 310-ELEGIR-SOCIO.
           IF w-socio-hallado = 1
               PERFORM 320-PEDIR-IMPORTE
           END-IF.
           IF w-socio-hallado = 1 AND w-importe > 0
               PERFORM 325-PEDIR-MEDIO
           END-IF.
           IF w-socio-hallado = 1 AND w-importe > 0
              AND w-medio-idx > 0
               DISPLAY "***CONFIRMA EL COBRO? (1-SI 0-NO)***"
               ACCEPT w-opcion
               IF w-opcion = 1
                   PERFORM 330-GRABAR-RECIBO
               ELSE
                   DISPLAY "***COBRO CANCELADO***"
               END-IF
           END-IF.

      * El socio se puede buscar por el comienzo del nombre: se listan
      * las coincidencias (la clave alternativa admite duplicados) y
      * despues se elige por numero, que es lo que va al recibo.
       310-ELEGIR-SOCIO.
           MOVE ZERO TO w-socio-hallado.
           DISPLAY "***BUSCAR SOCIO: 1-POR NUMERO 2-POR NOMBRE***".
           ACCEPT w-modo-busqueda.
           IF w-modo-busqueda = 2
               PERFORM 315-BUSCAR-POR-NOMBRE
           END-IF.
           PERFORM 210-PEDIR-SOCIO.
           MOVE w-socio-elegido TO soc-socio.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "SOCIO " w-socio-elegido
                      " NO ENCONTRADO"
               NOT INVALID KEY
                   MOVE 1 TO w-socio-hallado
                   PERFORM 390-MOSTRAR-SOCIO
           END-READ.

       315-BUSCAR-POR-NOMBRE.
           MOVE SPACES TO w-nombre-buscado.
           DISPLAY "***INGRESE NOMBRE (COMPLETO O COMIENZO)***".
           ACCEPT w-nombre-buscado.
           MOVE ZERO TO w-len-nombre.
           MOVE ZERO TO w-cant-encontrados.
           MOVE ZERO TO w-fin-busqueda.
           PERFORM VARYING w-i-nombre FROM 20 BY -1
              UNTIL w-i-nombre < 1 OR w-len-nombre > 0
               IF w-nombre-buscado (w-i-nombre:1) NOT = SPACE
                   MOVE w-i-nombre TO w-len-nombre
               END-IF
           END-PERFORM.
           IF w-len-nombre = 0
               DISPLAY "***DEBE INGRESAR AL MENOS UNA LETRA***"
           ELSE
               MOVE w-nombre-buscado TO soc-nombre
               START SOCIOS KEY IS NOT LESS THAN soc-nombre
                   INVALID KEY
                       MOVE 1 TO w-fin-busqueda
               END-START
               DISPLAY lin-guarda
               PERFORM 317-LEER-SIGUIENTE-NOMBRE
                  UNTIL w-fin-busqueda = 1
               DISPLAY lin-guarda
               IF w-cant-encontrados = 0
                   DISPLAY "NINGUN SOCIO COMIENZA CON ["
                      w-nombre-buscado (1:w-len-nombre) "]"
               END-IF
           END-IF.

       317-LEER-SIGUIENTE-NOMBRE.
           READ SOCIOS NEXT
               AT END MOVE 1 TO w-fin-busqueda
           END-READ.
           IF w-fin-busqueda = 0
               IF soc-nombre (1:w-len-nombre) NOT =
                  w-nombre-buscado (1:w-len-nombre)
                   MOVE 1 TO w-fin-busqueda
               ELSE
                   MOVE soc-socio TO l-soc
                   MOVE soc-nombre TO l-nombre
                   MOVE soc-importe TO l-saldo
                   MOVE soc-estado-cuota TO l-estado
                   DISPLAY lin-val
                   ADD 1 TO w-cant-encontrados
               END-IF
           END-IF.

       320-PEDIR-IMPORTE.
           DISPLAY "***INGRESE IMPORTE COBRADO (EJ 1000,00)***".
           MOVE ZERO TO w-importe.
           ACCEPT w-importe.
           IF w-importe = 0
               DISPLAY "***IMPORTE INVALIDO - COBRO RECHAZADO***"
           END-IF.

       325-PEDIR-MEDIO.
           DISPLAY "***MEDIO DE PAGO: E-EFECTIVO T-TARJETA "
              "B-TRANSFERENCIA***".
           MOVE SPACE TO w-medio.
           ACCEPT w-medio.
           PERFORM 327-CALCULAR-MEDIO.
           IF w-medio-idx = 0
               DISPLAY "***MEDIO DE PAGO INVALIDO - COBRO "
                  "RECHAZADO***"
           END-IF.

       327-CALCULAR-MEDIO.
           EVALUATE w-medio
               WHEN "E" MOVE 1 TO w-medio-idx
               WHEN "T" MOVE 2 TO w-medio-idx
               WHEN "B" MOVE 3 TO w-medio-idx
               WHEN OTHER MOVE 0 TO w-medio-idx
           END-EVALUATE.

      * El numero sale del numerador; si otra caja ya uso ese numero
      * (dos ventanillas a la vez) la clave duplicada lo delata y se
      * toma el siguiente. El numerador se regraba recien con el
      * recibo grabado, para que un corte no deje numeros salteados
      * sin explicacion.
       330-GRABAR-RECIBO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora-hoy FROM TIME.
           ADD 1 TO w-ultimo-recibo.
           INITIALIZE rec-reg.
           MOVE w-ultimo-recibo TO rec-numero.
           MOVE w-fecha-hoy TO rec-fecha.
           MOVE w-hora-hoy TO rec-hora.
           MOVE w-cajero TO rec-cajero.
           MOVE soc-socio TO rec-socio.
           MOVE soc-nombre TO rec-nombre.
           MOVE w-importe TO rec-importe.
           MOVE w-medio TO rec-medio.
           MOVE "V" TO rec-estado.
           MOVE ZERO TO rec-fecha-anulacion.
           MOVE ZERO TO rec-fecha-cierre.
           MOVE ZERO TO w-recibo-grabado.
           MOVE ZERO TO w-intentos.
           PERFORM 335-ESCRIBIR-RECIBO
              UNTIL w-recibo-grabado = 1 OR w-intentos > 20.
           IF w-recibo-grabado = 1
               PERFORM 345-GRABAR-NUMERADOR
               ADD 1 TO w-cant-emitidos
               PERFORM 350-IMPRIMIR-RECIBO
               DISPLAY "***RECIBO " rec-numero " EMITIDO***"
           ELSE
               DISPLAY "***ERROR AL GRABAR EL RECIBO - COBRO NO "
                  "REGISTRADO***"
           END-IF.

       335-ESCRIBIR-RECIBO.
           WRITE rec-reg
               INVALID KEY
                   ADD 1 TO w-intentos
                   ADD 1 TO w-ultimo-recibo
                   MOVE w-ultimo-recibo TO rec-numero
               NOT INVALID KEY
                   MOVE 1 TO w-recibo-grabado
           END-WRITE.

      * Solo se anula un recibo vigente que todavia no paso por un
      * cierre de caja: el cerrado ya genero su pago para el posteo, y
      * corregirlo es un contra-asiento sobre el movimiento aplicado,
      * no una anulacion en la ventanilla.
       340-ANULAR.
           DISPLAY "***INGRESE NUMERO DE RECIBO A ANULAR***".
           MOVE ZERO TO w-recibo-elegido.
           ACCEPT w-recibo-elegido.
           MOVE w-recibo-elegido TO rec-numero.
           READ RECIBOS
               INVALID KEY
                   DISPLAY "RECIBO " w-recibo-elegido
                      " NO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 342-VALIDAR-ANULACION
           END-READ.

       342-VALIDAR-ANULACION.
           EVALUATE TRUE
               WHEN rec-estado = "A"
                   DISPLAY "***EL RECIBO YA ESTA ANULADO DESDE "
                      rec-fecha-anulacion "***"
               WHEN rec-fecha-cierre NOT = 0
                   DISPLAY "***EL RECIBO ENTRO EN EL CIERRE DEL "
                      rec-fecha-cierre " - NO SE PUEDE ANULAR***"
               WHEN OTHER
                   DISPLAY "RECIBO " rec-numero " DEL " rec-fecha
                      " SOCIO " rec-socio " " rec-nombre
                   DISPLAY "IMPORTE " rec-importe " MEDIO " rec-medio
                      " CAJERO " rec-cajero
                   DISPLAY "***CONFIRMA LA ANULACION? (1-SI 0-NO)***"
                   ACCEPT w-opcion
                   IF w-opcion = 1
                       PERFORM 344-GRABAR-ANULACION
                   ELSE
                       DISPLAY "***ANULACION CANCELADA***"
                   END-IF
           END-EVALUATE.

       344-GRABAR-ANULACION.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE "A" TO rec-estado.
           MOVE w-fecha-hoy TO rec-fecha-anulacion.
           REWRITE rec-reg
               INVALID KEY
                   DISPLAY "***ERROR AL ANULAR EL RECIBO "
                      rec-numero "***"
               NOT INVALID KEY
                   ADD 1 TO w-cant-anulaciones
                   DISPLAY "***RECIBO " rec-numero " ANULADO***"
           END-REWRITE.

       345-GRABAR-NUMERADOR.
           MOVE rec-numero TO w-ultimo-recibo.
           MOVE w-ultimo-recibo TO num-ultimo.
           OPEN OUTPUT NUMERADOR.
           WRITE num-reg.
           CLOSE NUMERADOR.

       350-IMPRIMIR-RECIBO.
           MOVE rec-numero TO l-rec-numero.
           MOVE rec-fecha TO l-rec-fecha.
           MOVE rec-hora (1:6) TO l-rec-hora.
           MOVE rec-socio TO l-rec-socio.
           MOVE rec-nombre TO l-rec-nombre.
           MOVE rec-importe TO l-rec-importe.
           MOVE w-med-rotulo (w-medio-idx) TO l-rec-medio.
           MOVE rec-cajero TO l-rec-cajero.
           WRITE imp-reg FROM lin-club AFTER PAGE.
           WRITE imp-reg FROM lin-guarda AFTER 1.
           WRITE imp-reg FROM lin-rec-titulo AFTER 1.
           WRITE imp-reg FROM lin-guarda AFTER 1.
           WRITE imp-reg FROM lin-rec-socio AFTER 2.
           WRITE imp-reg FROM lin-rec-importe AFTER 1.
           WRITE imp-reg FROM lin-rec-concepto AFTER 1.
           WRITE imp-reg FROM lin-rec-cajero AFTER 2.
           WRITE imp-reg FROM lin-guarda AFTER 1.

       390-MOSTRAR-SOCIO.
           MOVE soc-socio TO l-soc.
           MOVE soc-nombre TO l-nombre.
           MOVE soc-importe TO l-saldo.
           MOVE soc-estado-cuota TO l-estado.
           DISPLAY lin-guarda.
           DISPLAY lin-val.
           DISPLAY lin-guarda.

      * El arqueo lista todos los recibos del dia (de todas las
      * cajas), totaliza los vigentes por medio de pago y por cajero
      * para contar el efectivo del cajon contra lo emitido, y
      * muestra aparte los anulados. Si quedan vigentes sin cerrar se
      * ofrece el cierre, que los pasa al posteo.
       400-ARQUEO.
           DISPLAY "***INGRESE FECHA DE CAJA (AAAAMMDD, 0=HOY)***".
           MOVE ZERO TO w-fecha-arqueo.
           ACCEPT w-fecha-arqueo.
           IF w-fecha-arqueo = 0
               ACCEPT w-fecha-arqueo FROM DATE YYYYMMDD
           END-IF.
           PERFORM 405-INICIALIZAR-ARQUEO.
           OPEN OUTPUT LISTADO.
           PERFORM 407-INICIO-PAGINA.
           PERFORM 408-POSICIONAR-DIA.
           PERFORM 410-LEER-RECIBO-DIA.
           PERFORM UNTIL w-fin-recibos = 1
               PERFORM 420-LISTAR-RECIBO
               PERFORM 410-LEER-RECIBO-DIA
           END-PERFORM.
           PERFORM 430-IMPRIMIR-TOTALES.
           IF w-arq-cant-pendientes > 0
               DISPLAY "QUEDAN " w-arq-cant-pendientes
                  " RECIBOS VIGENTES SIN CERRAR"
               DISPLAY "***CONFIRMA EL CIERRE DE CAJA? (1-SI 0-NO)***"
               ACCEPT w-opcion
               IF w-opcion = 1
                   PERFORM 460-CERRAR-CAJA
               ELSE
                   MOVE "ARQUEO SIN CIERRE - LOS RECIBOS PENDIENTES "
                      TO l-mensaje
                   WRITE lis-reg FROM lin-mensaje AFTER 2
                   MOVE "NO PASAN AL POSTEO" TO l-mensaje
                   WRITE lis-reg FROM lin-mensaje AFTER 1
               END-IF
           ELSE
               MOVE "NO HAY RECIBOS PENDIENTES DE CIERRE EN EL DIA"
                  TO l-mensaje
               WRITE lis-reg FROM lin-mensaje AFTER 2
           END-IF.
           CLOSE LISTADO.
           DISPLAY "ARQUEO DEL " w-fecha-arqueo " EMITIDO".

       405-INICIALIZAR-ARQUEO.
           PERFORM 112-CARGAR-MEDIOS.
           INITIALIZE w-cajeros.
           MOVE ZERO TO w-caj-cant.
           MOVE ZERO TO w-arq-cant-vigentes.
           MOVE ZERO TO w-arq-total-vigentes.
           MOVE ZERO TO w-arq-cant-anulados.
           MOVE ZERO TO w-arq-total-anulados.
           MOVE ZERO TO w-arq-cant-pendientes.
           MOVE ZERO TO w-arq-total-pendientes.
           MOVE ZERO TO w-arq-cant-cerrados.
           MOVE ZERO TO w-arq-total-cerrados.
           MOVE ZERO TO w-cont-paginas.
           MOVE w-fecha-arqueo TO l-fecha-arqueo.

       407-INICIO-PAGINA.
           ADD 1 TO w-cont-paginas.
           MOVE 50 TO w-contador.
           MOVE w-cont-paginas TO l-nro-pag.
           WRITE lis-reg FROM cabecera0 AFTER 1.
           WRITE lis-reg FROM cabecera1 AFTER PAGE.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE 1 TO w-cont-lineas.

      * Los recibos del dia se recorren por la clave alternativa de
      * fecha, sin leer los de los dias anteriores.
       408-POSICIONAR-DIA.
           MOVE ZERO TO w-fin-recibos.
           MOVE w-fecha-arqueo TO rec-fecha.
           START RECIBOS KEY IS NOT LESS THAN rec-fecha
               INVALID KEY
                   MOVE 1 TO w-fin-recibos
           END-START.

       410-LEER-RECIBO-DIA.
           IF w-fin-recibos = 0
               READ RECIBOS NEXT
                   AT END MOVE 1 TO w-fin-recibos
               END-READ
           END-IF.
           IF w-fin-recibos = 0 AND rec-fecha NOT = w-fecha-arqueo
               MOVE 1 TO w-fin-recibos
           END-IF.

       420-LISTAR-RECIBO.
           MOVE rec-numero TO l-numero.
           MOVE rec-hora (1:6) TO l-hora.
           MOVE rec-cajero TO l-cajero.
           MOVE rec-socio TO l-socio.
           MOVE rec-nombre TO l-nombre-det.
           MOVE rec-medio TO l-medio.
           MOVE rec-importe TO l-importe.
           IF rec-estado = "A"
               MOVE "ANULADO" TO l-estado-det
               ADD 1 TO w-arq-cant-anulados
               ADD rec-importe TO w-arq-total-anulados
           ELSE
               IF rec-fecha-cierre = 0
                   MOVE "PENDIENTE" TO l-estado-det
                   ADD 1 TO w-arq-cant-pendientes
                   ADD rec-importe TO w-arq-total-pendientes
               ELSE
                   MOVE "CERRADO" TO l-estado-det
                   ADD 1 TO w-arq-cant-cerrados
                   ADD rec-importe TO w-arq-total-cerrados
               END-IF
               ADD 1 TO w-arq-cant-vigentes
               ADD rec-importe TO w-arq-total-vigentes
               MOVE rec-medio TO w-medio
               PERFORM 327-CALCULAR-MEDIO
               IF w-medio-idx > 0
                   ADD 1 TO w-med-cant (w-medio-idx)
                   ADD rec-importe TO w-med-total (w-medio-idx)
               END-IF
               PERFORM 425-ACUMULAR-CAJERO
           END-IF.
           IF w-cont-lineas >= w-contador
               PERFORM 407-INICIO-PAGINA
           END-IF.
           WRITE lis-reg FROM detalle AFTER 1.
           ADD 1 TO w-cont-lineas.

       425-ACUMULAR-CAJERO.
           MOVE ZERO TO w-caj-idx.
           PERFORM VARYING w-i FROM 1 BY 1
              UNTIL w-i > w-caj-cant OR w-caj-idx > 0
               IF w-caj-codigo (w-i) = rec-cajero
                   MOVE w-i TO w-caj-idx
               END-IF
           END-PERFORM.
           IF w-caj-idx = 0
               IF w-caj-cant < w-caj-max
                   ADD 1 TO w-caj-cant
                   MOVE w-caj-cant TO w-caj-idx
                   MOVE rec-cajero TO w-caj-codigo (w-caj-idx)
               ELSE
                   DISPLAY "ADVERTENCIA: DEMASIADOS CAJEROS EN EL DIA "
                      "- EL CAJERO " rec-cajero " NO SE TOTALIZA"
               END-IF
           END-IF.
           IF w-caj-idx > 0
               ADD 1 TO w-caj-recibos (w-caj-idx)
               ADD rec-importe TO w-caj-total (w-caj-idx)
           END-IF.

       430-IMPRIMIR-TOTALES.
           IF w-cont-lineas >= w-contador - 15 - w-caj-cant
               PERFORM 407-INICIO-PAGINA
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE "TOTALES POR MEDIO DE PAGO" TO l-mensaje.
           WRITE lis-reg FROM lin-mensaje AFTER 1.
           PERFORM 435-IMPRIMIR-MEDIO
              VARYING w-i FROM 1 BY 1 UNTIL w-i > 3.
           MOVE "TOTAL VIGENTES" TO l-tot-rotulo.
           MOVE w-arq-cant-vigentes TO l-tot-cant.
           MOVE w-arq-total-vigentes TO l-tot-importe.
           WRITE lis-reg FROM lin-total AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE "TOTALES POR CAJERO" TO l-mensaje.
           WRITE lis-reg FROM lin-mensaje AFTER 1.
           PERFORM 437-IMPRIMIR-CAJERO
              VARYING w-i FROM 1 BY 1 UNTIL w-i > w-caj-cant.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE "ANULADOS" TO l-tot-rotulo.
           MOVE w-arq-cant-anulados TO l-tot-cant.
           MOVE w-arq-total-anulados TO l-tot-importe.
           WRITE lis-reg FROM lin-total AFTER 1.
           MOVE "YA CERRADOS" TO l-tot-rotulo.
           MOVE w-arq-cant-cerrados TO l-tot-cant.
           MOVE w-arq-total-cerrados TO l-tot-importe.
           WRITE lis-reg FROM lin-total AFTER 1.
           MOVE "PENDIENTES DE CIERRE" TO l-tot-rotulo.
           MOVE w-arq-cant-pendientes TO l-tot-cant.
           MOVE w-arq-total-pendientes TO l-tot-importe.
           WRITE lis-reg FROM lin-total AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.

       435-IMPRIMIR-MEDIO.
           MOVE w-med-rotulo (w-i) TO l-tot-rotulo.
           MOVE w-med-cant (w-i) TO l-tot-cant.
           MOVE w-med-total (w-i) TO l-tot-importe.
           WRITE lis-reg FROM lin-total AFTER 1.

       437-IMPRIMIR-CAJERO.
           MOVE SPACES TO l-tot-rotulo.
           STRING "CAJERO " w-caj-codigo (w-i)
              DELIMITED BY SIZE INTO l-tot-rotulo.
           MOVE w-caj-recibos (w-i) TO l-tot-cant.
           MOVE w-caj-total (w-i) TO l-tot-importe.
           WRITE lis-reg FROM lin-total AFTER 1.

      * El cierre genera un pago "P" por cada recibo vigente del dia
      * que todavia no habia cerrado, con la fecha del recibo, y lo
      * marca con la fecha del cierre: un segundo cierre del mismo dia
      * solo levanta los recibos emitidos despues del primero, y
      * ningun recibo llega dos veces al posteo. Los anulados no
      * generan movimiento, pero tambien se marcan: asi cada anulado
      * se cuenta en un solo cierre del dia.
       460-CERRAR-CAJA.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE ZERO TO w-arq-cant-cerrados.
           MOVE ZERO TO w-arq-total-cerrados.
           PERFORM 408-POSICIONAR-DIA.
           PERFORM 410-LEER-RECIBO-DIA.
           PERFORM UNTIL w-fin-recibos = 1
               IF rec-fecha-cierre = 0
                   IF rec-estado = "A"
                       PERFORM 467-CERRAR-ANULADO
                   ELSE
                       PERFORM 465-CERRAR-RECIBO
                   END-IF
               END-IF
               PERFORM 410-LEER-RECIBO-DIA
           END-PERFORM.
           MOVE "CIERRE DE CAJA: PASADOS AL POSTEO" TO l-tot-rotulo.
           MOVE w-arq-cant-cerrados TO l-tot-cant.
           MOVE w-arq-total-cerrados TO l-tot-importe.
           WRITE lis-reg FROM lin-total AFTER 2.
           DISPLAY "CIERRE DE CAJA: " w-arq-cant-cerrados
              " RECIBOS PASADOS AL POSTEO".

       465-CERRAR-RECIBO.
           MOVE w-fecha-hoy TO rec-fecha-cierre.
           REWRITE rec-reg
               INVALID KEY
                   DISPLAY "***ERROR AL CERRAR EL RECIBO "
                      rec-numero " - NO PASA AL POSTEO***"
               NOT INVALID KEY
                   MOVE rec-socio TO mov-socio
                   MOVE "P" TO mov-tipo
                   MOVE rec-importe TO mov-importe
                   MOVE rec-fecha TO mov-fecha
                   MOVE SPACE TO mov-marca
                   MOVE ZERO TO mov-ref-fecha-posteo
                   MOVE ZERO TO mov-ref-hora-posteo
                   MOVE "C" TO mov-origen
                   WRITE mov-reg
                   ADD 1 TO w-arq-cant-cerrados
                   ADD rec-importe TO w-arq-total-cerrados
                   ADD 1 TO w-cant-cerrados
                   ADD rec-importe TO w-total-cerrado
           END-REWRITE.

       467-CERRAR-ANULADO.
           MOVE w-fecha-hoy TO rec-fecha-cierre.
           REWRITE rec-reg
               INVALID KEY
                   DISPLAY "***ERROR AL CERRAR EL RECIBO ANULADO "
                      rec-numero "***"
               NOT INVALID KEY
                   ADD 1 TO w-cant-anulados-cierre
           END-REWRITE.

       500-FIN-GENERAL.
           PERFORM 510-CERRAR-ARCHIVOS.
           DISPLAY "CAJA FINALIZADA: " w-cant-emitidos
              " RECIBOS EMITIDOS, " w-cant-anulaciones " ANULADOS, "
              w-cant-cerrados " PASADOS AL POSTEO".
           PERFORM 770-REGISTRAR-FIN-CORRIDA.

       510-CERRAR-ARCHIVOS.
           CLOSE SOCIOS.
           CLOSE RECIBOS.
           CLOSE MOVIMIENTOS.
           CLOSE IMPRESION-RECIBO.

      * La sesion de caja deja su inicio y su fin en el diario
      * compartido de corridas; el neto es lo que los cierres pasaron
      * al posteo (pagos a acreditar), para que el reporte diario lo
      * cruce contra lo que el posteo aplico.
       760-REGISTRAR-INICIO-CORRIDA.
           OPEN EXTEND CORRIDAS.
           ACCEPT w-cor-fecha FROM DATE YYYYMMDD.
           ACCEPT w-cor-hora FROM TIME.
           INITIALIZE cor-reg.
           MOVE w-cor-fecha TO cor-fecha.
           MOVE w-cor-hora TO cor-hora.
           MOVE "CAJA" TO cor-programa.
           MOVE "INICIO" TO cor-evento.
           WRITE cor-reg.
           CLOSE CORRIDAS.

       770-REGISTRAR-FIN-CORRIDA.
           OPEN EXTEND CORRIDAS.
           ACCEPT w-cor-fecha FROM DATE YYYYMMDD.
           ACCEPT w-cor-hora FROM TIME.
           INITIALIZE cor-reg.
           MOVE w-cor-fecha TO cor-fecha.
           MOVE w-cor-hora TO cor-hora.
           MOVE "CAJA" TO cor-programa.
           MOVE "FIN" TO cor-evento.
      * Los recibos que recorrio el cierre: los pasados al posteo son
      * los aplicados y los anulados que ese cierre marco los
      * rechazados, asi
      * entrados = aplicados + rechazados cuadra.
           COMPUTE cor-entrados =
              w-cant-cerrados + w-cant-anulados-cierre.
           MOVE w-cant-cerrados TO cor-aplicados.
           MOVE w-cant-anulados-cierre TO cor-rechazados.
           MOVE RETURN-CODE TO cor-retorno.
           MOVE w-total-cerrado TO cor-neto.
           WRITE cor-reg.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
