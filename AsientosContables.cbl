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
           SELECT LISTADO ASSIGN TO
           DYNAMIC PRINTER, W-LISTADO-PATH.
      * Los dos snapshots del cierre de periodo marcan los limites del
      * mes contable; se leen al azar solo para conocer la categoria
      * del socio al que se le facturo la cuota.
           SELECT ANTERIOR
           ASSIGN TO DYNAMIC W-RUTA-ANTERIOR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ant-socio
           ALTERNATE RECORD KEY IS ant-nombre WITH DUPLICATES.
           SELECT NUEVO
           ASSIGN TO DYNAMIC W-RUTA-NUEVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS nue-socio
           ALTERNATE RECORD KEY IS nue-nombre WITH DUPLICATES.
      * Un solo FD de control alcanza para los dos snapshots: la ruta
      * es DYNAMIC y se reasigna entre una lectura y la otra.
           SELECT OPTIONAL CONTROL-FILE
           ASSIGN TO DYNAMIC W-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORIAL
           ASSIGN TO DYNAMIC W-HISTORIAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUENTAS
           ASSIGN TO DYNAMIC W-CUENTAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASIENTOS
           ASSIGN TO DYNAMIC W-ASIENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS
           ASSIGN TO DYNAMIC W-CORRIDAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ANTERIOR.
       01  ant-reg.
           03 ant-socio pic 9(7).
           03 ant-nombre pic x(20).
           03 ant-importe pic s9(8)v99.
           03 ant-categoria pic x(1).
           03 ant-estado-cuota pic x(1).
       FD  NUEVO.
       01  nue-reg.
           03 nue-socio pic 9(7).
           03 nue-nombre pic x(20).
           03 nue-importe pic s9(8)v99.
           03 nue-categoria pic x(1).
           03 nue-estado-cuota pic x(1).
       FD  CONTROL-FILE.
           COPY "MAESTROCTL.cpy".
       FD  HISTORIAL.
           COPY "HISTORIAL.cpy".

      * Plan de cuentas del contador: una linea por concepto con la
      * clave de dos letras y el codigo de cuenta del sistema contable.
      * Sin el archivo (o sin la linea) vale el codigo por defecto.
       FD  CUENTAS.
       01  pcu-reg.
           03 pcu-clave pic x(2).
           03 pcu-cuenta pic x(10).

      * Asiento del mes para el sistema contable: una cabecera con la
      * fecha de cierre, el periodo, la cantidad de renglones y los
      * totales del debe y del haber, y un renglon por cuenta con su
      * saldo neto del periodo en el debe o en el haber.
       FD  ASIENTOS.
       01  asi-reg.
           03 asi-tipo-reg pic x(1).
           03 asi-fecha pic 9(8).
           03 asi-cuenta pic x(10).
           03 asi-descripcion pic x(30).
           03 asi-debe pic 9(10)v99.
           03 asi-haber pic 9(10)v99.
       01  asi-cabecera.
           03 asc-tipo-reg pic x(1).
           03 asc-fecha pic 9(8).
           03 asc-periodo pic 9(6).
           03 asc-cant-renglones pic 9(5).
           03 asc-total-debe pic 9(10)v99.
           03 asc-total-haber pic 9(10)v99.
           03 filler pic x(29).

       FD  CORRIDAS.
           COPY "CORRIDAS.cpy".

       FD  listado.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-ruta-anterior pic x(100) value spaces.
       01  w-ruta-nuevo pic x(100) value spaces.
       01  w-control-path pic x(100) value spaces.
       01  w-historial-path pic x(100) value spaces.
       01  w-cuentas-path pic x(100) value spaces.
       01  w-asientos-path pic x(100) value spaces.
       01  w-listado-path pic x(100) value spaces.
       01  w-corridas-path pic x(100) value spaces.
       01  w-cor-fecha pic 9(8) value 0.
       01  w-cor-hora pic 9(8) value 0.
       01  w-ant-ctl-visto pic 9 value 0.
       01  w-nue-ctl-visto pic 9 value 0.
       01  w-ant-ctl-saldo pic s9(10)v99 value 0.
       01  w-nue-ctl-saldo pic s9(10)v99 value 0.
       01  w-nue-ctl-periodo pic 9(6) value 0.
       01  w-periodo-valido pic 9 value 0.
       01  w-flag-historial pic 9 value 0.
       01  w-flag-cuentas pic 9 value 0.
      * Limites del periodo: instante del snapshot anterior (excluido)
      * y del nuevo (incluido), pegados fecha y hora en un solo numero
      * igual que el momento de posteo de cada asiento del historial.
       01  w-ts-desde.
           03 w-ts-des-fecha pic 9(8).
           03 w-ts-des-hora pic 9(8).
       01  w-ts-desde-n redefines w-ts-desde pic 9(16).
       01  w-ts-hasta.
           03 w-ts-has-fecha pic 9(8).
           03 w-ts-has-hora pic 9(8).
       01  w-ts-hasta-n redefines w-ts-hasta pic 9(16).
       01  w-ts-posteo.
           03 w-ts-pos-fecha pic 9(8).
           03 w-ts-pos-hora pic 9(8).
       01  w-ts-posteo-n redefines w-ts-posteo pic 9(16).
       01  w-hora-ed.
           03 w-hor-hh pic 9(2).
           03 w-hor-mm pic 9(2).
           03 w-hor-ss pic 9(2).
           03 w-hor-cc pic 9(2).
       01  w-fecha-ed.
           03 w-fec-aaaa pic 9(4).
           03 w-fec-mm pic 9(2).
           03 w-fec-dd pic 9(2).
      * Cuentas del asiento. Los indices son fijos: 1 deudores por
      * cuotas (la cuenta de los socios), 2 deudores por convenios,
      * 3 banco por debito automatico, 4 caja, 5 cobranzas sin origen
      * (pagos posteados antes de que el historial guardara el origen),
      * 6 a 9 ingresos por cuotas de las categorias A, V, D y otras, y
      * 10 ingresos por recargos.
       01  w-cta-max pic 99 value 10.
       01  w-cuentas.
           03 w-cta occurs 10.
              05 w-cta-clave pic x(2).
              05 w-cta-codigo pic x(10).
              05 w-cta-nombre pic x(30).
              05 w-cta-debe pic 9(10)v99.
              05 w-cta-haber pic 9(10)v99.
       01  w-idx pic 99 value 0.
       01  w-idx-debe pic 99 value 0.
       01  w-idx-haber pic 99 value 0.
       01  w-idx-aux pic 99 value 0.
       01  w-cat-idx pic 99 value 0.
      * Conteo e importe por tipo de asiento del historial, para el
      * listado de control: cuotas, recargos, cobranzas, convenios
      * firmados, cuotas de convenio y contra-asientos.
       01  w-tipos.
           03 w-tip occurs 6.
              05 w-tip-rotulo pic x(24).
              05 w-tip-cant pic 9(7).
              05 w-tip-importe pic 9(10)v99.
       01  w-tip-idx pic 9 value 0.
       01  w-cant-leidos pic 9(7) value 0.
       01  w-cant-periodo pic 9(7) value 0.
       01  w-cant-fuera pic 9(7) value 0.
       01  w-cant-rechazados pic 9(7) value 0.
       01  w-cant-sin-categoria pic 9(7) value 0.
       01  w-cant-renglones pic 9(5) value 0.
       01  w-neto-debe pic 9(10)v99 value 0.
       01  w-neto-haber pic 9(10)v99 value 0.
       01  w-total-debe pic 9(10)v99 value 0.
       01  w-total-haber pic 9(10)v99 value 0.
       01  w-neto-asiento pic s9(10)v99 value 0.
       01  w-dif-controles pic s9(10)v99 value 0.
       01  w-cont-lineas pic 99 value 0.
       01  w-cont-paginas pic 99 value 0.
       01  w-contador pic 999 value 0.
      ******************LINEAS DE IMPRESION***************************
       01  cabecera0.
           03 filler pic x(5) value spaces.
           03 filler pic x(7) value "PAG.NRO".
           03 filler pic x value "-".
           03 l-nro-pag pic 9(2).
           03 filler pic x(66) value SPACES.
       01  cabecera1.
           03 filler pic x(10).
           03 l-titulo-reporte pic x(40)
              value "ASIENTO CONTABLE MENSUAL - CONTROL".
           03 filler pic x(10) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(2) value spaces.
           03 filler pic x(11) value "CUENTA".
           03 filler pic x(31) value "DESCRIPCION".
           03 filler pic x(17) value "            DEBE".
           03 filler pic x(17) value "           HABER".
           03 filler pic x(2) value spaces.
       01  lin-periodo.
           03 filler pic x(2) value spaces.
           03 l-per-rotulo pic x(8).
           03 l-per-dd pic 9(2).
           03 filler pic x value "/".
           03 l-per-mm pic 9(2).
           03 filler pic x value "/".
           03 l-per-aaaa pic 9(4).
           03 filler pic x value spaces.
           03 l-per-hh pic 9(2).
           03 filler pic x value ":".
           03 l-per-mi pic 9(2).
           03 filler pic x value ":".
           03 l-per-ss pic 9(2).
           03 filler pic x(51) value spaces.
       01  detalle.
           03 filler pic x(2) value spaces.
           03 l-cuenta pic x(10).
           03 filler pic x(1) value spaces.
           03 l-descripcion pic x(30).
           03 filler pic x(1) value spaces.
           03 l-debe pic zz.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-haber pic zz.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
       01  lin-resumen.
           03 filler pic x(2) value spaces.
           03 l-res-texto pic x(26).
           03 l-res-cant pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(1) value "$".
           03 l-res-importe pic -z.zzz.zzz.zz9,99.
           03 filler pic x(21) value spaces.
       01  lin-control.
           03 filler pic x(2) value spaces.
           03 l-control-msg pic x(70) value spaces.
           03 filler pic x(8) value spaces.

       PROCEDURE DIVISION.
      ****************** PROGRAMA PRINCIPAL********************************
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           IF w-periodo-valido = 1
               PERFORM 150-LEER-HISTORIAL
               PERFORM 300-PROCESAR-ASIENTO UNTIL w-flag-historial = 1
               PERFORM 400-ARMAR-ASIENTO
           END-IF.
           PERFORM 500-FIN-GENERAL.
           STOP RUN.

      ****************** INICIO RUTINAS ********************************
       100-INICIO-GENERAL.
           PERFORM 110-INICIALIZAR-VARIABLES.
           PERFORM 115-OBTENER-RUTAS-ARCHIVOS.
           PERFORM 760-REGISTRAR-INICIO-CORRIDA.
           PERFORM 140-PEDIR-RUTAS-SNAPSHOTS.
           PERFORM 145-LEER-CONTROLES.
           IF w-periodo-valido = 1
               PERFORM 130-CARGAR-CUENTAS
               PERFORM 120-ABRIR-ARCHIVOS
               PERFORM 200-INICIO-PAGINA
           END-IF.

      * Codigos de cuenta por defecto; el plan de cuentas del contador
      * los reemplaza por clave.
       110-INICIALIZAR-VARIABLES.
           INITIALIZE w-cuentas.
           INITIALIZE w-tipos.
           MOVE "DC" TO w-cta-clave (1).
           MOVE "1.1.03.01" TO w-cta-codigo (1).
           MOVE "DEUDORES POR CUOTAS" TO w-cta-nombre (1).
           MOVE "DV" TO w-cta-clave (2).
           MOVE "1.1.03.02" TO w-cta-codigo (2).
           MOVE "DEUDORES POR CONVENIOS" TO w-cta-nombre (2).
           MOVE "BD" TO w-cta-clave (3).
           MOVE "1.1.02.01" TO w-cta-codigo (3).
           MOVE "BANCO - DEBITO AUTOMATICO" TO w-cta-nombre (3).
           MOVE "CJ" TO w-cta-clave (4).
           MOVE "1.1.01.01" TO w-cta-codigo (4).
           MOVE "CAJA - COBRANZAS" TO w-cta-nombre (4).
           MOVE "CI" TO w-cta-clave (5).
           MOVE "1.1.09.01" TO w-cta-codigo (5).
           MOVE "COBRANZAS A IMPUTAR" TO w-cta-nombre (5).
           MOVE "IA" TO w-cta-clave (6).
           MOVE "4.1.01.01" TO w-cta-codigo (6).
           MOVE "INGRESOS POR CUOTAS CAT. A" TO w-cta-nombre (6).
           MOVE "IV" TO w-cta-clave (7).
           MOVE "4.1.01.02" TO w-cta-codigo (7).
           MOVE "INGRESOS POR CUOTAS CAT. V" TO w-cta-nombre (7).
           MOVE "ID" TO w-cta-clave (8).
           MOVE "4.1.01.03" TO w-cta-codigo (8).
           MOVE "INGRESOS POR CUOTAS CAT. D" TO w-cta-nombre (8).
           MOVE "IO" TO w-cta-clave (9).
           MOVE "4.1.01.09" TO w-cta-codigo (9).
           MOVE "INGRESOS POR CUOTAS OTRAS CAT." TO w-cta-nombre (9).
           MOVE "IR" TO w-cta-clave (10).
           MOVE "4.1.02.01" TO w-cta-codigo (10).
           MOVE "INGRESOS POR RECARGOS" TO w-cta-nombre (10).
           MOVE "CUOTAS (C)" TO w-tip-rotulo (1).
           MOVE "RECARGOS (I)" TO w-tip-rotulo (2).
           MOVE "COBRANZAS (P)" TO w-tip-rotulo (3).
           MOVE "CONVENIOS FIRMADOS (F)" TO w-tip-rotulo (4).
           MOVE "CUOTAS DE CONVENIO (V)" TO w-tip-rotulo (5).
           MOVE "CONTRA-ASIENTOS" TO w-tip-rotulo (6).
           MOVE ZERO TO w-periodo-valido.
           MOVE ZERO TO w-flag-historial.
           MOVE ZERO TO w-cant-leidos.
           MOVE ZERO TO w-cant-periodo.
           MOVE ZERO TO w-cant-fuera.
           MOVE ZERO TO w-cant-rechazados.
           MOVE ZERO TO w-cant-sin-categoria.

      * Las rutas se toman de variables de entorno para poder correr
      * el mismo ejecutable contra datos de dev/test/produccion sin
      * recompilar; si la variable no esta definida se usa la ruta
      * historica como valor por defecto.
       115-OBTENER-RUTAS-ARCHIVOS.
           ACCEPT w-historial-path FROM ENVIRONMENT
              "SOCIOS_HISTORIAL_PATH".
           IF w-historial-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\histMovim.dat"
               TO w-historial-path
           END-IF.
           ACCEPT w-cuentas-path FROM ENVIRONMENT
              "CONTABLE_CUENTAS_PATH".
           IF w-cuentas-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\cuentasContables.dat"
               TO w-cuentas-path
           END-IF.
           ACCEPT w-asientos-path FROM ENVIRONMENT
              "CONTABLE_ASIENTOS_PATH".
           IF w-asientos-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\asientosMes.dat"
               TO w-asientos-path
           END-IF.
           ACCEPT w-listado-path FROM ENVIRONMENT
              "CONTABLE_LISTADO_PATH".
           IF w-listado-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\impreAsientos.dat"
               TO w-listado-path
           END-IF.
           ACCEPT w-corridas-path FROM ENVIRONMENT
              "SOCIOS_CORRIDAS_PATH".
           IF w-corridas-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\corridas.dat"
               TO w-corridas-path
           END-IF.

       140-PEDIR-RUTAS-SNAPSHOTS.
           DISPLAY "***INGRESE RUTA DEL SNAPSHOT DEL CIERRE "
              "ANTERIOR***".
           ACCEPT w-ruta-anterior.
           DISPLAY "***INGRESE RUTA DEL SNAPSHOT DEL CIERRE "
              "DEL MES***".
           ACCEPT w-ruta-nuevo.

      * Los limites del mes y los saldos a conciliar viven en el
      * archivo de control de cada snapshot (mismo nombre mas .ctl).
      * Sin alguno de los dos no hay periodo que contabilizar: la
      * corrida termina con codigo 8 sin generar el asiento. Tambien
      * si el snapshot "anterior" no es anterior al del mes.
       145-LEER-CONTROLES.
           MOVE SPACES TO w-control-path.
           STRING
              FUNCTION TRIM(w-ruta-anterior) DELIMITED BY SIZE
              ".ctl" DELIMITED BY SIZE
           INTO w-control-path.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   IF mct-marca = "CONTROL"
                       MOVE mct-fecha TO w-ts-des-fecha
                       MOVE mct-hora TO w-ts-des-hora
                       MOVE mct-saldo-total TO w-ant-ctl-saldo
                       MOVE 1 TO w-ant-ctl-visto
                   END-IF
           END-READ.
           CLOSE CONTROL-FILE.
           MOVE SPACES TO w-control-path.
           STRING
              FUNCTION TRIM(w-ruta-nuevo) DELIMITED BY SIZE
              ".ctl" DELIMITED BY SIZE
           INTO w-control-path.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   IF mct-marca = "CONTROL"
                       MOVE mct-fecha TO w-ts-has-fecha
                       MOVE mct-hora TO w-ts-has-hora
                       MOVE mct-saldo-total TO w-nue-ctl-saldo
                       MOVE mct-periodo TO w-nue-ctl-periodo
                       MOVE 1 TO w-nue-ctl-visto
                   END-IF
           END-READ.
           CLOSE CONTROL-FILE.
           EVALUATE TRUE
               WHEN w-ant-ctl-visto = 0 OR w-nue-ctl-visto = 0
                   DISPLAY "***ERROR: FALTA EL ARCHIVO DE CONTROL DE "
                      "ALGUN SNAPSHOT - NO SE GENERA EL ASIENTO***"
                   MOVE 8 TO RETURN-CODE
               WHEN w-ts-desde-n NOT < w-ts-hasta-n
                   DISPLAY "***ERROR: EL SNAPSHOT ANTERIOR NO ES "
                      "ANTERIOR AL DEL MES - NO SE GENERA EL ASIENTO***"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 1 TO w-periodo-valido
           END-EVALUATE.

       130-CARGAR-CUENTAS.
           MOVE ZERO TO w-flag-cuentas.
           OPEN INPUT CUENTAS.
           PERFORM 135-LEER-CUENTA.
           PERFORM UNTIL w-flag-cuentas = 1
               PERFORM VARYING w-idx FROM 1 BY 1
                  UNTIL w-idx > w-cta-max
                   IF pcu-clave = w-cta-clave (w-idx)
                      AND pcu-cuenta NOT = SPACES
                       MOVE pcu-cuenta TO w-cta-codigo (w-idx)
                   END-IF
               END-PERFORM
               PERFORM 135-LEER-CUENTA
           END-PERFORM.
           CLOSE CUENTAS.

       135-LEER-CUENTA.
           READ CUENTAS AT END MOVE 1 TO w-flag-cuentas.

       120-ABRIR-ARCHIVOS.
           OPEN INPUT ANTERIOR.
           OPEN INPUT NUEVO.
           OPEN INPUT HISTORIAL.
           OPEN OUTPUT ASIENTOS.
           OPEN OUTPUT LISTADO.

       150-LEER-HISTORIAL.
           READ HISTORIAL AT END MOVE 1 TO w-flag-historial.

      * Solo entra al mes lo posteado despues del snapshot anterior y
      * hasta el snapshot del mes inclusive: exactamente lo que mueve
      * el saldo total de un control al otro.
       300-PROCESAR-ASIENTO.
           ADD 1 TO w-cant-leidos.
           MOVE his-fecha-posteo TO w-ts-pos-fecha.
           MOVE his-hora-posteo TO w-ts-pos-hora.
           IF w-ts-posteo-n > w-ts-desde-n
              AND w-ts-posteo-n NOT > w-ts-hasta-n
               PERFORM 310-CONTABILIZAR
           ELSE
               ADD 1 TO w-cant-fuera
           END-IF.
           PERFORM 150-LEER-HISTORIAL.

      * Cada asiento del historial se imputa por partida doble. La
      * cuota (C) debita deudores y acredita el ingreso de la
      * categoria del socio; el recargo (I) igual contra ingresos por
      * recargos. La cobranza (P) debita banco o caja segun el origen
      * y acredita deudores. El convenio firmado (F) pasa la deuda de
      * deudores por cuotas a deudores por convenios y la cuota del
      * convenio (V) la devuelve. El contra-asiento invierte debe y
      * haber del asiento que anula. El saldo arrastrado (S) que deja
      * el archivo anual del historial no es un movimiento del mes y
      * no se contabiliza.
       310-CONTABILIZAR.
           MOVE ZERO TO w-idx-debe.
           MOVE ZERO TO w-idx-haber.
           EVALUATE his-tipo
               WHEN "C"
                   PERFORM 320-UBICAR-CATEGORIA
                   MOVE 1 TO w-idx-debe
                   MOVE w-cat-idx TO w-idx-haber
                   MOVE 1 TO w-tip-idx
               WHEN "I"
                   MOVE 1 TO w-idx-debe
                   MOVE 10 TO w-idx-haber
                   MOVE 2 TO w-tip-idx
               WHEN "P"
                   EVALUATE his-origen
                       WHEN "D" MOVE 3 TO w-idx-debe
                       WHEN "C" MOVE 4 TO w-idx-debe
                       WHEN OTHER MOVE 5 TO w-idx-debe
                   END-EVALUATE
                   MOVE 1 TO w-idx-haber
                   MOVE 3 TO w-tip-idx
               WHEN "F"
                   MOVE 2 TO w-idx-debe
                   MOVE 1 TO w-idx-haber
                   MOVE 4 TO w-tip-idx
               WHEN "V"
                   MOVE 1 TO w-idx-debe
                   MOVE 2 TO w-idx-haber
                   MOVE 5 TO w-tip-idx
               WHEN "S"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "***ASIENTO DE TIPO DESCONOCIDO [" his-tipo
                      "] DEL SOCIO " his-socio " - SE IGNORA***"
                   ADD 1 TO w-cant-rechazados
           END-EVALUATE.
           IF w-idx-debe NOT = 0
               IF his-marca = "R"
                   MOVE w-idx-debe TO w-idx-aux
                   MOVE w-idx-haber TO w-idx-debe
                   MOVE w-idx-aux TO w-idx-haber
                   MOVE 6 TO w-tip-idx
               END-IF
               ADD his-importe TO w-cta-debe (w-idx-debe)
               ADD his-importe TO w-cta-haber (w-idx-haber)
               ADD 1 TO w-tip-cant (w-tip-idx)
               ADD his-importe TO w-tip-importe (w-tip-idx)
               ADD 1 TO w-cant-periodo
           END-IF.

      * El historial no guarda la categoria: se toma la del socio en
      * el snapshot del mes, o en el anterior si el socio se dio de
      * baja durante el mes. La cuota de un grupo familiar se factura
      * al titular y va a la categoria del titular.
       320-UBICAR-CATEGORIA.
           MOVE 9 TO w-cat-idx.
           MOVE his-socio TO nue-socio.
           READ NUEVO
               INVALID KEY
                   MOVE his-socio TO ant-socio
                   READ ANTERIOR
                       INVALID KEY
                           ADD 1 TO w-cant-sin-categoria
                       NOT INVALID KEY
                           PERFORM 325-CATEGORIA-ANTERIOR
                   END-READ
               NOT INVALID KEY
                   EVALUATE nue-categoria
                       WHEN "A" MOVE 6 TO w-cat-idx
                       WHEN "V" MOVE 7 TO w-cat-idx
                       WHEN "D" MOVE 8 TO w-cat-idx
                       WHEN OTHER CONTINUE
                   END-EVALUATE
           END-READ.

       325-CATEGORIA-ANTERIOR.
           EVALUATE ant-categoria
               WHEN "A" MOVE 6 TO w-cat-idx
               WHEN "V" MOVE 7 TO w-cat-idx
               WHEN "D" MOVE 8 TO w-cat-idx
               WHEN OTHER CONTINUE
           END-EVALUATE.

      * El asiento lleva un renglon por cuenta con movimiento, con el
      * saldo neto del mes del lado que corresponda. Debe y haber se
      * suman antes de grabar porque la cabecera los declara; si no
      * coinciden el asiento no se puede importar y la corrida
      * termina con codigo 8.
       400-ARMAR-ASIENTO.
           MOVE ZERO TO w-cant-renglones.
           MOVE ZERO TO w-total-debe.
           MOVE ZERO TO w-total-haber.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > w-cta-max
               PERFORM 410-NETEAR-CUENTA
               IF w-neto-debe NOT = 0 OR w-neto-haber NOT = 0
                   ADD 1 TO w-cant-renglones
                   ADD w-neto-debe TO w-total-debe
                   ADD w-neto-haber TO w-total-haber
               END-IF
           END-PERFORM.
           MOVE SPACES TO asi-cabecera.
           INITIALIZE asi-cabecera.
           MOVE "H" TO asc-tipo-reg.
           MOVE w-ts-has-fecha TO asc-fecha.
           MOVE w-nue-ctl-periodo TO asc-periodo.
           MOVE w-cant-renglones TO asc-cant-renglones.
           MOVE w-total-debe TO asc-total-debe.
           MOVE w-total-haber TO asc-total-haber.
           WRITE asi-cabecera.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > w-cta-max
               PERFORM 410-NETEAR-CUENTA
               IF w-neto-debe NOT = 0 OR w-neto-haber NOT = 0
                   PERFORM 420-GRABAR-RENGLON
               END-IF
           END-PERFORM.
           IF w-total-debe NOT = w-total-haber
               DISPLAY "***ERROR: EL ASIENTO NO BALANCEA - DEBE "
                  w-total-debe " HABER " w-total-haber "***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       410-NETEAR-CUENTA.
           MOVE ZERO TO w-neto-debe.
           MOVE ZERO TO w-neto-haber.
           IF w-cta-debe (w-idx) > w-cta-haber (w-idx)
               COMPUTE w-neto-debe =
                  w-cta-debe (w-idx) - w-cta-haber (w-idx)
           ELSE
               COMPUTE w-neto-haber =
                  w-cta-haber (w-idx) - w-cta-debe (w-idx)
           END-IF.

       420-GRABAR-RENGLON.
           INITIALIZE asi-reg.
           MOVE "D" TO asi-tipo-reg.
           MOVE w-ts-has-fecha TO asi-fecha.
           MOVE w-cta-codigo (w-idx) TO asi-cuenta.
           MOVE w-cta-nombre (w-idx) TO asi-descripcion.
           MOVE w-neto-debe TO asi-debe.
           MOVE w-neto-haber TO asi-haber.
           WRITE asi-reg.
           MOVE SPACES TO detalle.
           MOVE w-cta-codigo (w-idx) TO l-cuenta.
           MOVE w-cta-nombre (w-idx) TO l-descripcion.
           MOVE w-neto-debe TO l-debe.
           MOVE w-neto-haber TO l-haber.
           PERFORM 350-IMPRIMIR-DETALLE.

       200-INICIO-PAGINA.
           ADD 1 TO w-cont-paginas.
           MOVE 50 TO w-contador.
           MOVE w-cont-paginas TO l-nro-pag.
           WRITE lis-reg FROM cabecera0 AFTER 1.
           WRITE lis-reg FROM cabecera1 AFTER PAGE.
           MOVE "DESDE: " TO l-per-rotulo.
           MOVE w-ts-des-fecha TO w-fecha-ed.
           MOVE w-ts-des-hora TO w-hora-ed.
           PERFORM 210-ARMAR-PERIODO.
           WRITE lis-reg FROM lin-periodo AFTER 1.
           MOVE "HASTA: " TO l-per-rotulo.
           MOVE w-ts-has-fecha TO w-fecha-ed.
           MOVE w-ts-has-hora TO w-hora-ed.
           PERFORM 210-ARMAR-PERIODO.
           WRITE lis-reg FROM lin-periodo AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE 1 TO w-cont-lineas.

       210-ARMAR-PERIODO.
           MOVE w-fec-dd TO l-per-dd.
           MOVE w-fec-mm TO l-per-mm.
           MOVE w-fec-aaaa TO l-per-aaaa.
           MOVE w-hor-hh TO l-per-hh.
           MOVE w-hor-mm TO l-per-mi.
           MOVE w-hor-ss TO l-per-ss.

       350-IMPRIMIR-DETALLE.
           IF w-cont-lineas >= w-contador
               PERFORM 200-INICIO-PAGINA
           END-IF.
           WRITE lis-reg FROM detalle AFTER 1.
           ADD 1 TO w-cont-lineas.

      * El neto del asiento sobre la cuenta de los socios (lo que se
      * les acredito menos lo que se les debito) tiene que explicar
      * exactamente la diferencia entre los saldos de control de los
      * dos snapshots. Si no la explica, algo movio saldos fuera del
      * posteo (o el historial esta incompleto) y la corrida termina
      * con codigo 4, como el resto de las conciliaciones contra el
      * historial.
       500-FIN-GENERAL.
           IF w-periodo-valido = 1
               PERFORM 520-TOTALES
               PERFORM 540-CONCILIAR-CONTROLES
               PERFORM 510-CERRAR-ARCHIVOS
               DISPLAY "ASIENTO DEL PERIODO " w-nue-ctl-periodo
                  " GENERADO: " w-cant-renglones " RENGLONES, "
                  w-cant-periodo " ASIENTOS DEL HISTORIAL"
           END-IF.
           PERFORM 770-REGISTRAR-FIN-CORRIDA.

       520-TOTALES.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE SPACES TO detalle.
           MOVE "TOTALES" TO l-descripcion.
           MOVE w-total-debe TO l-debe.
           MOVE w-total-haber TO l-haber.
           WRITE lis-reg FROM detalle AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           PERFORM VARYING w-tip-idx FROM 1 BY 1 UNTIL w-tip-idx > 6
               MOVE SPACES TO lin-resumen
               MOVE w-tip-rotulo (w-tip-idx) TO l-res-texto
               MOVE w-tip-cant (w-tip-idx) TO l-res-cant
               MOVE w-tip-importe (w-tip-idx) TO l-res-importe
               WRITE lis-reg FROM lin-resumen AFTER 1
           END-PERFORM.
           MOVE SPACES TO lin-resumen.
           MOVE "HISTORIAL LEIDO" TO l-res-texto.
           MOVE w-cant-leidos TO l-res-cant.
           WRITE lis-reg FROM lin-resumen AFTER 1.
           MOVE SPACES TO lin-resumen.
           MOVE "FUERA DEL PERIODO" TO l-res-texto.
           MOVE w-cant-fuera TO l-res-cant.
           WRITE lis-reg FROM lin-resumen AFTER 1.
           MOVE SPACES TO lin-resumen.
           MOVE "TIPO DESCONOCIDO" TO l-res-texto.
           MOVE w-cant-rechazados TO l-res-cant.
           WRITE lis-reg FROM lin-resumen AFTER 1.
           MOVE SPACES TO lin-resumen.
           MOVE "CUOTAS SIN CATEGORIA" TO l-res-texto.
           MOVE w-cant-sin-categoria TO l-res-cant.
           WRITE lis-reg FROM lin-resumen AFTER 1.
           IF w-cant-rechazados > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       540-CONCILIAR-CONTROLES.
           COMPUTE w-neto-asiento =
              w-cta-haber (1) - w-cta-debe (1).
           COMPUTE w-dif-controles =
              w-nue-ctl-saldo - w-ant-ctl-saldo.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE SPACES TO lin-resumen.
           MOVE "NETO DEUDORES POR CUOTAS" TO l-res-texto.
           MOVE ZERO TO l-res-cant.
           MOVE w-neto-asiento TO l-res-importe.
           WRITE lis-reg FROM lin-resumen AFTER 1.
           MOVE SPACES TO lin-resumen.
           MOVE "DIF. ENTRE CONTROLES" TO l-res-texto.
           MOVE ZERO TO l-res-cant.
           MOVE w-dif-controles TO l-res-importe.
           WRITE lis-reg FROM lin-resumen AFTER 1.
           MOVE SPACES TO l-control-msg.
           IF w-neto-asiento = w-dif-controles
               STRING "CONCILIACION OK - EL ASIENTO EXPLICA "
                  "LA DIFERENCIA DE SALDOS"
                  DELIMITED BY SIZE INTO l-control-msg
           ELSE
               STRING "CONCILIACION ERROR - EL ASIENTO NO "
                  "EXPLICA LA DIFERENCIA DE SALDOS"
                  DELIMITED BY SIZE INTO l-control-msg
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE lis-reg FROM lin-control AFTER 1.

       510-CERRAR-ARCHIVOS.
           CLOSE ANTERIOR.
           CLOSE NUEVO.
           CLOSE HISTORIAL.
           CLOSE ASIENTOS.
           CLOSE LISTADO.

      * Toda corrida deja su inicio y su fin en el diario compartido
      * de corridas. Los asientos del historial dentro del periodo son
      * los entrados; los de tipo desconocido, los rechazados. El
      * neto es el del asiento sobre la cuenta de los socios, que no
      * entra en el cruce entre pasos porque el asiento no mueve
      * saldos.
       760-REGISTRAR-INICIO-CORRIDA.
           OPEN EXTEND CORRIDAS.
           ACCEPT w-cor-fecha FROM DATE YYYYMMDD.
           ACCEPT w-cor-hora FROM TIME.
           INITIALIZE cor-reg.
           MOVE w-cor-fecha TO cor-fecha.
           MOVE w-cor-hora TO cor-hora.
           MOVE "ASIENTOS" TO cor-programa.
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
           MOVE "ASIENTOS" TO cor-programa.
           MOVE "FIN" TO cor-evento.
           COMPUTE cor-entrados = w-cant-periodo + w-cant-rechazados.
           MOVE w-cant-periodo TO cor-aplicados.
           MOVE w-cant-rechazados TO cor-rechazados.
           MOVE RETURN-CODE TO cor-retorno.
           MOVE w-neto-asiento TO cor-neto.
           WRITE cor-reg.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
