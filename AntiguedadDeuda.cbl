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
           SELECT ORD-FILE ASSIGN TO "antiguedad.srt".
      * El maestro se recorre en secuencia para tomar a los morosos y
      * se lee al azar por cada asiento del historial para saber si
      * el asiento es de un moroso y de que categoria: acceso dinamico.
           SELECT SOCIOS
           ASSIGN TO DYNAMIC W-SOCIOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-socio
           ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES.
           SELECT OPTIONAL HISTORIAL
           ASSIGN TO DYNAMIC W-HISTORIAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS
           ASSIGN TO DYNAMIC W-CORRIDAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Un solo SORT junta las dos fuentes: el registro del maestro
      * (clase 0, con el saldo y el nombre) y los asientos del
      * historial (clase 1), ordenados por categoria, socio y fecha
      * del movimiento, asi cada moroso llega con su saldo primero y
      * sus movimientos despues, del mas viejo al mas nuevo.
       SD  ORD-FILE.
       01  ord-reg.
           03 ord-cat-idx pic 9(1).
           03 ord-socio pic 9(7).
           03 ord-clase pic 9(1).
           03 ord-fecha pic 9(8).
           03 ord-fecha-posteo pic 9(8).
           03 ord-hora-posteo pic 9(8).
           03 ord-tipo pic x(1).
           03 ord-importe pic s9(8)v99.
           03 ord-categoria pic x(1).
           03 ord-nombre pic x(20).
           03 ord-marca pic x(1).

       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  HISTORIAL.
           COPY "HISTORIAL.cpy".

       FD  CORRIDAS.
           COPY "CORRIDAS.cpy".

       FD  listado.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-socios-path pic x(100) value spaces.
       01  w-historial-path pic x(100) value spaces.
       01  w-listado-path pic x(100) value spaces.
       01  w-corridas-path pic x(100) value spaces.
       01  w-cor-fecha pic 9(8) value 0.
       01  w-cor-hora pic 9(8) value 0.
       01  w-flag-socios pic 9 value 0.
       01  w-flag-historial pic 9 value 0.
       01  w-fin-orden pic 9 value 0.
       01  w-fecha-corte pic 9(8) value 0.
       01  w-dias-corte pic 9(7) value 0.
       01  w-dias-cargo pic 9(7) value 0.
       01  w-dias-antiguedad pic s9(7) value 0.
       01  w-cat-idx pic 9 value 0.
       01  w-cat-actual pic 9 value 0.
       01  w-socio-actual pic 9(7) value 0.
       01  w-socio-abierto pic 9 value 0.
      * Ultimo socio buscado en el maestro por un asiento del
      * historial: el historial viene en el orden de las corridas, asi
      * que los asientos seguidos del mismo socio no repiten la
      * lectura.
       01  w-cache-socio pic 9(7) value 0.
       01  w-cache-valido pic 9 value 0.
       01  w-cache-moroso pic 9 value 0.
       01  w-cache-cat-idx pic 9 value 0.
       01  w-cache-categoria pic x(1) value space.
       01  w-cant-morosos pic 9(7) value 0.
       01  w-cant-con-diferencia pic 9(7) value 0.
       01  w-cant-asientos pic 9(7) value 0.
       01  w-cant-desbordes pic 9(7) value 0.
       01  w-importe-mov pic 9(8)v99 value 0.
       01  w-aplicado pic 9(8)v99 value 0.
       01  w-credito pic 9(8)v99 value 0.
       01  w-deuda-maestro pic 9(8)v99 value 0.
       01  w-deuda-historial pic 9(8)v99 value 0.
       01  w-diferencia pic s9(8)v99 value 0.
       01  w-dif-total pic s9(10)v99 value 0.
       01  w-dif-ed pic -z.zzz.zzz.zz9,99.
       01  w-b pic 9 value 0.
       01  w-i pic 9(4) value 0.
      * Cargos pendientes del socio en curso, del mas viejo al mas
      * nuevo: cada pago se aplica contra el primero que todavia tiene
      * saldo. Si un socio tuviera mas cargos pendientes que renglones,
      * el excedente se suma al ultimo renglon (el total no se pierde,
      * solo la fecha del cargo mas nuevo) y se avisa.
       01  w-pen-max pic 9(4) value 600.
       01  w-pen-cant pic 9(4) value 0.
       01  w-pen-primero pic 9(4) value 0.
       01  w-pendientes.
           03 w-pen-ent occurs 600.
              05 w-pen-fecha pic 9(8).
              05 w-pen-saldo pic 9(8)v99.
      * Tramos del socio en curso: 1 = 0-30, 2 = 31-60, 3 = 61-90 y
      * 4 = mas de 90 dias.
       01  w-tramos-socio.
           03 w-tra-socio pic 9(8)v99 occurs 4.
      * Acumuladores por categoria: A, V y D en ese orden, mas un
      * cuarto renglon para categorias fuera de tabla, igual que el
      * resumen; el quinto es el total general.
       01  w-acumuladores.
           03 w-acu-cat occurs 5.
              05 w-acu-rotulo pic x(10).
              05 w-acu-cant pic 9(7).
              05 w-acu-tramo pic 9(10)v99 occurs 4.
              05 w-acu-historial pic 9(10)v99.
              05 w-acu-maestro pic 9(10)v99.
       01  w-rotulos-tramo.
           03 filler pic x(20) value "   0 A 30 DIAS      ".
           03 filler pic x(20) value "  31 A 60 DIAS      ".
           03 filler pic x(20) value "  61 A 90 DIAS      ".
           03 filler pic x(20) value "  MAS DE 90 DIAS    ".
       01  w-rotulos-tramo-r redefines w-rotulos-tramo.
           03 w-rot-tramo pic x(20) occurs 4.
       01  w-cont-lineas pic 99 value 0.
       01  w-cont-paginas pic 99 value 0.
       01  w-contador pic 999 value 0.
      ******************LINEAS DE IMPRESION***************************
       01  cabecera0.
           03 filler pic x(5) value spaces.
           03 filler pic x(7) value "PAG.NRO".
           03 filler pic x value "-".
           03 l-nro-pag pic 9(2).
           03 filler pic x(10) value spaces.
           03 filler pic x(15) value "FECHA DE CORTE ".
           03 l-fecha-corte pic 9(8).
           03 filler pic x(32) value spaces.
       01  cabecera1.
           03 filler pic x(10).
           03 l-titulo-reporte pic x(40)
              value "ANTIGUEDAD DE LA DEUDA DE LOS MOROSOS".
           03 filler pic x(30) value spaces.
       01  cabecera2.
           03 filler pic x(80) value all "-".
       01  cabecera3.
           03 filler pic x(1) value spaces.
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(14) value "NOMBRE".
           03 filler pic x(11) value "  0-30 DIAS".
           03 filler pic x(11) value " 31-60 DIAS".
           03 filler pic x(11) value " 61-90 DIAS".
           03 filler pic x(11) value "   +90 DIAS".
           03 filler pic x(12) value "       TOTAL".
           03 filler pic x(1) value spaces.
       01  detalle.
           03 filler pic x(1) value spaces.
           03 l-soc pic 9(7).
           03 filler pic x(1) value spaces.
           03 l-nombre pic x(14).
           03 l-tramo-ent occurs 4.
              05 filler pic x(1).
              05 l-tramo pic zzz.zz9,99.
           03 l-total pic z.zzz.zz9,99.
           03 l-marca pic x(1).
       01  lin-categoria.
           03 filler pic x(1) value spaces.
           03 filler pic x(10) value "CATEGORIA ".
           03 l-cat-rotulo pic x(10).
           03 filler pic x(11) value " - MOROSOS:".
           03 l-cat-cant pic zzzz.zz9.
           03 filler pic x(40) value spaces.
       01  lin-importe.
           03 filler pic x(5) value spaces.
           03 l-imp-rotulo pic x(35).
           03 filler pic x(1) value "$".
           03 l-imp-importe pic -z.zzz.zzz.zz9,99.
           03 filler pic x(22) value spaces.
       01  lin-control.
           03 filler pic x(1) value spaces.
           03 l-control-msg pic x(60) value spaces.
           03 filler pic x(19) value spaces.

       PROCEDURE DIVISION.
      ****************** PROGRAMA PRINCIPAL********************************
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           SORT ORD-FILE
               ON ASCENDING KEY ord-cat-idx ord-socio ord-clase
                  ord-fecha ord-fecha-posteo ord-hora-posteo
               INPUT PROCEDURE 300-CARGAR-ORDEN
               OUTPUT PROCEDURE 400-LISTAR-ANTIGUEDAD.
           PERFORM 500-FIN-GENERAL.
           STOP RUN.

      ****************** INICIO RUTINAS ********************************
       100-INICIO-GENERAL.
           PERFORM 110-INICIALIZAR-VARIABLES.
           PERFORM 115-OBTENER-RUTAS-ARCHIVOS.
           PERFORM 140-PEDIR-FECHA-CORTE.
           PERFORM 760-REGISTRAR-INICIO-CORRIDA.
           PERFORM 120-ABRIR-ARCHIVOS.

       110-INICIALIZAR-VARIABLES.
           INITIALIZE w-acumuladores.
           MOVE "ACTIVOS" TO w-acu-rotulo (1).
           MOVE "VITALICIOS" TO w-acu-rotulo (2).
           MOVE "DEPORTIVOS" TO w-acu-rotulo (3).
           MOVE "OTRAS" TO w-acu-rotulo (4).
           MOVE "GENERAL" TO w-acu-rotulo (5).

      * Las rutas se toman de variables de entorno para poder correr
      * el mismo ejecutable contra datos de dev/test/produccion sin
      * recompilar; si la variable no esta definida se usa la ruta
      * historica como valor por defecto.
       115-OBTENER-RUTAS-ARCHIVOS.
           ACCEPT w-socios-path FROM ENVIRONMENT "SOCIOS_DAT_PATH".
           IF w-socios-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\archSociosGen.dat"
               TO w-socios-path
           END-IF.
           ACCEPT w-historial-path FROM ENVIRONMENT
              "SOCIOS_HISTORIAL_PATH".
           IF w-historial-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\histMovim.dat"
               TO w-historial-path
           END-IF.
           ACCEPT w-listado-path FROM ENVIRONMENT
              "ANTIGUEDAD_LISTADO_PATH".
           IF w-listado-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\impreAntiguedad.dat"
               TO w-listado-path
           END-IF.
           ACCEPT w-corridas-path FROM ENVIRONMENT
              "SOCIOS_CORRIDAS_PATH".
           IF w-corridas-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\corridas.dat"
               TO w-corridas-path
           END-IF.

      * La antiguedad se mide en dias corridos entre la fecha del
      * cargo y la fecha de corte; el pasaje por dias enteros resuelve
      * los cambios de mes y de anio igual que en la emision de
      * avisos.
       140-PEDIR-FECHA-CORTE.
           DISPLAY "***INGRESE FECHA DE CORTE (AAAAMMDD, 0=HOY)***".
           ACCEPT w-fecha-corte.
           IF w-fecha-corte = 0
               ACCEPT w-fecha-corte FROM DATE YYYYMMDD
           END-IF.
           COMPUTE w-dias-corte =
              FUNCTION INTEGER-OF-DATE(w-fecha-corte).
           MOVE w-fecha-corte TO l-fecha-corte.

       120-ABRIR-ARCHIVOS.
           OPEN INPUT SOCIOS.
           OPEN INPUT HISTORIAL.
           OPEN OUTPUT LISTADO.

      * Primero entran los morosos del maestro (saldo negativo, sea
      * "M" o "S"), despues los asientos del historial que son de
      * alguno de ellos: el historial del socio al dia no interesa.
       300-CARGAR-ORDEN.
           PERFORM 310-LEER-SOCIO.
           PERFORM UNTIL w-flag-socios = 1
               IF soc-importe < 0
                   PERFORM 315-LIBERAR-MOROSO
               END-IF
               PERFORM 310-LEER-SOCIO
           END-PERFORM.
           PERFORM 320-LEER-HISTORIAL.
           PERFORM UNTIL w-flag-historial = 1
               PERFORM 330-UBICAR-SOCIO-ASIENTO
               IF w-cache-moroso = 1
                   PERFORM 335-LIBERAR-ASIENTO
               END-IF
               PERFORM 320-LEER-HISTORIAL
           END-PERFORM.

       310-LEER-SOCIO.
           READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios.

       315-LIBERAR-MOROSO.
           PERFORM 340-CALCULAR-CATEGORIA.
           INITIALIZE ord-reg.
           MOVE w-cat-idx TO ord-cat-idx.
           MOVE soc-socio TO ord-socio.
           MOVE 0 TO ord-clase.
           MOVE soc-importe TO ord-importe.
           MOVE soc-categoria TO ord-categoria.
           MOVE soc-nombre TO ord-nombre.
           RELEASE ord-reg.

       320-LEER-HISTORIAL.
           READ HISTORIAL AT END MOVE 1 TO w-flag-historial.

       330-UBICAR-SOCIO-ASIENTO.
           IF w-cache-valido = 0 OR his-socio NOT = w-cache-socio
               MOVE his-socio TO w-cache-socio
               MOVE 1 TO w-cache-valido
               MOVE ZERO TO w-cache-moroso
               MOVE his-socio TO soc-socio
               READ SOCIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF soc-importe < 0
                           MOVE 1 TO w-cache-moroso
                           PERFORM 340-CALCULAR-CATEGORIA
                           MOVE w-cat-idx TO w-cache-cat-idx
                           MOVE soc-categoria TO w-cache-categoria
                       END-IF
               END-READ
           END-IF.

       335-LIBERAR-ASIENTO.
           INITIALIZE ord-reg.
           MOVE w-cache-cat-idx TO ord-cat-idx.
           MOVE his-socio TO ord-socio.
           MOVE 1 TO ord-clase.
           MOVE his-fecha TO ord-fecha.
           MOVE his-fecha-posteo TO ord-fecha-posteo.
           MOVE his-hora-posteo TO ord-hora-posteo.
           MOVE his-tipo TO ord-tipo.
           MOVE his-importe TO ord-importe.
           MOVE w-cache-categoria TO ord-categoria.
           MOVE his-marca TO ord-marca.
           RELEASE ord-reg.

       340-CALCULAR-CATEGORIA.
           EVALUATE soc-categoria
               WHEN "A" MOVE 1 TO w-cat-idx
               WHEN "V" MOVE 2 TO w-cat-idx
               WHEN "D" MOVE 3 TO w-cat-idx
               WHEN OTHER MOVE 4 TO w-cat-idx
           END-EVALUATE.

       400-LISTAR-ANTIGUEDAD.
           PERFORM 200-INICIO-PAGINA.
           PERFORM 410-RETORNAR-ORDEN.
           PERFORM UNTIL w-fin-orden = 1
               PERFORM 420-PROCESAR-ORDEN
               PERFORM 410-RETORNAR-ORDEN
           END-PERFORM.
           IF w-socio-abierto = 1
               PERFORM 460-CERRAR-SOCIO
           END-IF.
           IF w-cat-actual > 0
               PERFORM 470-IMPRIMIR-CATEGORIA
           END-IF.

       410-RETORNAR-ORDEN.
           RETURN ORD-FILE AT END MOVE 1 TO w-fin-orden.

      * El registro del maestro abre al socio (y, si cambio, cierra la
      * categoria anterior con su subtotal); los asientos que siguen
      * se aplican contra la cola de cargos pendientes. La
      * refinanciacion de un convenio (F) cancela como un pago la
      * deuda vieja, que vuelve a aparecer fechada en cada cuota del
      * convenio (V) a medida que se factura. El contra-asiento
      * (marca "R") obra al reves de su tipo: anular un pago (un
      * contracargo del banco) vuelve a cargar la deuda con la fecha
      * de la anulacion, y anular un cargo cancela deuda como un pago.
      * El saldo arrastrado (S) que deja el archivo anual del historial
      * entra como un cargo fechado al corte del archivo si era deudor
      * (marca "-") o como un credito si era a favor.
       420-PROCESAR-ORDEN.
           IF ord-clase = 0
               IF w-socio-abierto = 1
                   PERFORM 460-CERRAR-SOCIO
               END-IF
               IF ord-cat-idx NOT = w-cat-actual
                   IF w-cat-actual > 0
                       PERFORM 470-IMPRIMIR-CATEGORIA
                   END-IF
                   MOVE ord-cat-idx TO w-cat-actual
               END-IF
               PERFORM 430-ABRIR-SOCIO
           ELSE
               ADD 1 TO w-cant-asientos
               MOVE ord-importe TO w-importe-mov
               EVALUATE TRUE
                   WHEN (ord-tipo = "P" OR ord-tipo = "F")
                        AND ord-marca NOT = "R"
                       PERFORM 450-APLICAR-CREDITO
                   WHEN (ord-tipo NOT = "P" AND ord-tipo NOT = "F")
                        AND ord-marca = "R"
                       PERFORM 450-APLICAR-CREDITO
                   WHEN ord-tipo = "S" AND ord-marca NOT = "-"
                       PERFORM 450-APLICAR-CREDITO
                   WHEN OTHER
                       PERFORM 440-AGREGAR-CARGO
               END-EVALUATE
           END-IF.

       430-ABRIR-SOCIO.
           MOVE 1 TO w-socio-abierto.
           MOVE ord-socio TO w-socio-actual.
           MOVE ord-nombre TO l-nombre.
           COMPUTE w-deuda-maestro = 0 - ord-importe.
           MOVE ZERO TO w-pen-cant.
           MOVE 1 TO w-pen-primero.
           MOVE ZERO TO w-credito.
           INITIALIZE w-tramos-socio.

      * Un cargo nuevo consume primero el credito que hubiera quedado
      * de pagos anteriores (pago adelantado); lo que sobra queda
      * pendiente con la fecha del cargo.
       440-AGREGAR-CARGO.
           IF w-credito >= w-importe-mov
               SUBTRACT w-importe-mov FROM w-credito
           ELSE
               SUBTRACT w-credito FROM w-importe-mov
               MOVE ZERO TO w-credito
               IF w-pen-cant < w-pen-max
                   ADD 1 TO w-pen-cant
                   MOVE ord-fecha TO w-pen-fecha (w-pen-cant)
                   MOVE w-importe-mov TO w-pen-saldo (w-pen-cant)
               ELSE
                   ADD w-importe-mov TO w-pen-saldo (w-pen-cant)
                   ADD 1 TO w-cant-desbordes
               END-IF
           END-IF.

      * El pago se aplica contra el cargo pendiente mas viejo y sigue
      * con los siguientes mientras le quede importe; lo que sobra
      * despues de saldar todo queda como credito a favor del socio.
       450-APLICAR-CREDITO.
           PERFORM 455-CANCELAR-PENDIENTE
              UNTIL w-importe-mov = 0 OR w-pen-primero > w-pen-cant.
           ADD w-importe-mov TO w-credito.

       455-CANCELAR-PENDIENTE.
           IF w-pen-saldo (w-pen-primero) > w-importe-mov
               MOVE w-importe-mov TO w-aplicado
           ELSE
               MOVE w-pen-saldo (w-pen-primero) TO w-aplicado
           END-IF.
           SUBTRACT w-aplicado FROM w-pen-saldo (w-pen-primero).
           SUBTRACT w-aplicado FROM w-importe-mov.
           IF w-pen-saldo (w-pen-primero) = 0
               ADD 1 TO w-pen-primero
           END-IF.

      * Lo que quedo pendiente se reparte en tramos por la antiguedad
      * de cada cargo y se compara contra la deuda que el maestro
      * declara: una diferencia quiere decir que el historial no
      * explica todo el saldo (un saldo inicial cargado en el alta, un
      * movimiento anterior al historial, o el maestro tocado por
      * fuera del posteo) y el renglon se marca con asterisco.
       460-CERRAR-SOCIO.
           MOVE ZERO TO w-deuda-historial.
           PERFORM 465-CLASIFICAR-PENDIENTE
              VARYING w-i FROM w-pen-primero BY 1
              UNTIL w-i > w-pen-cant.
           COMPUTE w-diferencia = w-deuda-maestro - w-deuda-historial.
           ADD 1 TO w-cant-morosos.
           ADD 1 TO w-acu-cant (w-cat-actual).
           ADD 1 TO w-acu-cant (5).
           PERFORM 468-ACUMULAR-TRAMO
              VARYING w-b FROM 1 BY 1 UNTIL w-b > 4.
           ADD w-deuda-historial TO w-acu-historial (w-cat-actual).
           ADD w-deuda-historial TO w-acu-historial (5).
           ADD w-deuda-maestro TO w-acu-maestro (w-cat-actual).
           ADD w-deuda-maestro TO w-acu-maestro (5).
           MOVE w-socio-actual TO l-soc.
           MOVE w-deuda-historial TO l-total.
           IF w-diferencia = 0
               MOVE SPACE TO l-marca
           ELSE
               MOVE "*" TO l-marca
               ADD 1 TO w-cant-con-diferencia
           END-IF.
           IF w-cont-lineas >= w-contador
               PERFORM 200-INICIO-PAGINA
           END-IF.
           WRITE lis-reg FROM detalle AFTER 1.
           ADD 1 TO w-cont-lineas.
           MOVE ZERO TO w-socio-abierto.

       465-CLASIFICAR-PENDIENTE.
           IF w-pen-saldo (w-i) > 0
               IF w-pen-fecha (w-i) IS NUMERIC
                  AND w-pen-fecha (w-i) > 16010101
                   COMPUTE w-dias-cargo =
                      FUNCTION INTEGER-OF-DATE(w-pen-fecha (w-i))
                   COMPUTE w-dias-antiguedad =
                      w-dias-corte - w-dias-cargo
               ELSE
                   MOVE 9999 TO w-dias-antiguedad
               END-IF
               EVALUATE TRUE
                   WHEN w-dias-antiguedad <= 30 MOVE 1 TO w-b
                   WHEN w-dias-antiguedad <= 60 MOVE 2 TO w-b
                   WHEN w-dias-antiguedad <= 90 MOVE 3 TO w-b
                   WHEN OTHER MOVE 4 TO w-b
               END-EVALUATE
               ADD w-pen-saldo (w-i) TO w-tra-socio (w-b)
               ADD w-pen-saldo (w-i) TO w-deuda-historial
           END-IF.

       468-ACUMULAR-TRAMO.
           MOVE w-tra-socio (w-b) TO l-tramo (w-b).
           ADD w-tra-socio (w-b) TO w-acu-tramo (w-cat-actual, w-b).
           ADD w-tra-socio (w-b) TO w-acu-tramo (5, w-b).

       200-INICIO-PAGINA.
           ADD 1 TO w-cont-paginas.
           MOVE 50 TO w-contador.
           MOVE w-cont-paginas TO l-nro-pag.
           WRITE lis-reg FROM cabecera0 AFTER 1.
           WRITE lis-reg FROM cabecera1 AFTER PAGE.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           WRITE lis-reg FROM cabecera3 AFTER 1.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE 1 TO w-cont-lineas.

      * El subtotal de la categoria (y el total general, que usa el
      * mismo bloque con el renglon 5) muestra los tramos, lo que el
      * historial explica y lo que el maestro declara como saldo
      * negativo; la diferencia entre ambos es la conciliacion.
       470-IMPRIMIR-CATEGORIA.
           IF w-cont-lineas >= w-contador - 9
               PERFORM 200-INICIO-PAGINA
           END-IF.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           MOVE w-acu-rotulo (w-cat-actual) TO l-cat-rotulo.
           MOVE w-acu-cant (w-cat-actual) TO l-cat-cant.
           WRITE lis-reg FROM lin-categoria AFTER 1.
           MOVE w-cat-actual TO w-cat-idx.
           PERFORM 480-IMPRIMIR-BLOQUE-TOTALES.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           ADD 10 TO w-cont-lineas.

       480-IMPRIMIR-BLOQUE-TOTALES.
           PERFORM 485-IMPRIMIR-TRAMO
              VARYING w-b FROM 1 BY 1 UNTIL w-b > 4.
           MOVE "TOTAL SEGUN HISTORIAL" TO l-imp-rotulo.
           MOVE w-acu-historial (w-cat-idx) TO l-imp-importe.
           WRITE lis-reg FROM lin-importe AFTER 1.
           MOVE "SALDOS NEGATIVOS DEL MAESTRO" TO l-imp-rotulo.
           MOVE w-acu-maestro (w-cat-idx) TO l-imp-importe.
           WRITE lis-reg FROM lin-importe AFTER 1.
           MOVE "DIFERENCIA SIN EXPLICAR" TO l-imp-rotulo.
           COMPUTE l-imp-importe =
              w-acu-maestro (w-cat-idx) - w-acu-historial (w-cat-idx).
           WRITE lis-reg FROM lin-importe AFTER 1.

       485-IMPRIMIR-TRAMO.
           MOVE w-rot-tramo (w-b) TO l-imp-rotulo.
           MOVE w-acu-tramo (w-cat-idx, w-b) TO l-imp-importe.
           WRITE lis-reg FROM lin-importe AFTER 1.

      * La conciliacion final: la suma de los tramos tiene que ser el
      * total de saldos negativos del maestro. Si no cierra, el
      * listado lo dice con la cantidad de socios marcados y la
      * corrida termina con codigo 4, igual que el listado de control.
       500-FIN-GENERAL.
           PERFORM 200-INICIO-PAGINA.
           MOVE w-acu-rotulo (5) TO l-cat-rotulo.
           MOVE w-acu-cant (5) TO l-cat-cant.
           WRITE lis-reg FROM lin-categoria AFTER 1.
           MOVE 5 TO w-cat-idx.
           PERFORM 480-IMPRIMIR-BLOQUE-TOTALES.
           WRITE lis-reg FROM cabecera2 AFTER 1.
           COMPUTE w-dif-total =
              w-acu-maestro (5) - w-acu-historial (5).
           IF w-dif-total = 0
               MOVE "CONTROL OK - EL HISTORIAL EXPLICA TODA LA DEUDA"
                  TO l-control-msg
           ELSE
               MOVE w-dif-total TO w-dif-ed
               MOVE SPACES TO l-control-msg
               STRING "CONTROL ERROR - DIFERENCIA $" w-dif-ed
                  " (" w-cant-con-diferencia " SOCIOS *)"
                  DELIMITED BY SIZE INTO l-control-msg
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE lis-reg FROM lin-control AFTER 1.
           IF w-cant-desbordes > 0
               MOVE SPACES TO l-control-msg
               STRING "ADVERTENCIA: " w-cant-desbordes
                  " CARGOS SUMADOS AL ULTIMO RENGLON DE SU SOCIO"
                  DELIMITED BY SIZE INTO l-control-msg
               WRITE lis-reg FROM lin-control AFTER 1
           END-IF.
           PERFORM 510-CERRAR-ARCHIVOS.
           DISPLAY "ANTIGUEDAD DE DEUDA FINALIZADA: " w-cant-morosos
              " MOROSOS, " w-cant-con-diferencia
              " CON DIFERENCIA CONTRA EL MAESTRO".
           PERFORM 770-REGISTRAR-FIN-CORRIDA.

       510-CERRAR-ARCHIVOS.
           CLOSE SOCIOS.
           CLOSE HISTORIAL.
           CLOSE LISTADO.

      * Toda corrida batch deja su inicio y su fin en el diario
      * compartido de corridas; el neto registrado es la deuda total
      * de los morosos segun el maestro, con signo negativo como en el
      * saldo de control.
       760-REGISTRAR-INICIO-CORRIDA.
           OPEN EXTEND CORRIDAS.
           ACCEPT w-cor-fecha FROM DATE YYYYMMDD.
           ACCEPT w-cor-hora FROM TIME.
           INITIALIZE cor-reg.
           MOVE w-cor-fecha TO cor-fecha.
           MOVE w-cor-hora TO cor-hora.
           MOVE "ANTIGUEDAD" TO cor-programa.
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
           MOVE "ANTIGUEDAD" TO cor-programa.
           MOVE "FIN" TO cor-evento.
      * Los morosos cuya deuda el historial explica entera cuentan
      * como aplicados y los marcados con diferencia como rechazados,
      * para que entrados = aplicados + rechazados cuadre.
           MOVE w-cant-morosos TO cor-entrados.
           COMPUTE cor-aplicados =
              w-cant-morosos - w-cant-con-diferencia.
           MOVE w-cant-con-diferencia TO cor-rechazados.
           MOVE RETURN-CODE TO cor-retorno.
           COMPUTE cor-neto = 0 - w-acu-maestro (5).
           WRITE cor-reg.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
