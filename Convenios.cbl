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
           SELECT SOCIOS
           ASSIGN TO DYNAMIC W-SOCIOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS soc-socio
           ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES.
           SELECT OPTIONAL CONVENIOS
           ASSIGN TO DYNAMIC W-CONVENIOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cnv-socio.
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

       FD  CONVENIOS.
           COPY "CONVENIOS.cpy".

       FD  MOVIMIENTOS.
       01  mov-reg.
           03 mov-socio pic 9(7).
           03 mov-tipo pic x(1).
           03 mov-importe pic 9(8)v99.
           03 mov-fecha pic 9(8).

       FD  CORRIDAS.
           COPY "CORRIDAS.cpy".

       WORKING-STORAGE SECTION.
       01  w-socios-path pic x(100) value spaces.
       01  w-convenios-path pic x(100) value spaces.
       01  w-movim-path pic x(100) value spaces.
       01  w-corridas-path pic x(100) value spaces.
       01  w-cor-fecha pic 9(8) value 0.
       01  w-cor-hora pic 9(8) value 0.
       01  w-opcion pic 9 value 0.
       01  w-fin-menu pic 9 value 0.
       01  w-socio-elegido pic 9(7) value 0.
       01  w-fecha-hoy pic 9(8) value 0.
       01  w-convenio-hallado pic 9 value 0.
       01  w-deuda pic 9(8)v99 value 0.
       01  w-cuotas pic 9(3) value 0.
       01  w-importe-cuota pic 9(8)v99 value 0.
       01  w-ultima-cuota pic 9(8)v99 value 0.
      * Plazo maximo del convenio en cuotas mensuales.
       01  w-cuotas-max pic 9(3) value 36.
       01  w-cant-firmados pic 9(5) value 0.
       01  w-cant-rechazados pic 9(5) value 0.
       01  w-total-refinanciado pic s9(10)v99 value 0.
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
       01  lin-convenio.
           03 filler pic x(5) value spaces.
           03 filler pic x(10) value "CONVENIO: ".
           03 l-cnv-estado pic x(10).
           03 filler pic x(7) value " ALTA: ".
           03 l-cnv-fecha pic 9(8).
           03 filler pic x(8) value " DEUDA $".
           03 l-cnv-deuda pic zz.zzz.zz9,99.
           03 filler pic x(19) value spaces.
       01  lin-convenio-cuotas.
           03 filler pic x(5) value spaces.
           03 filler pic x(8) value "CUOTAS: ".
           03 l-cnv-cuotas pic zz9.
           03 filler pic x(3) value " DE".
           03 filler pic x(2) value " $".
           03 l-cnv-importe pic zz.zzz.zz9,99.
           03 filler pic x(13) value " FACTURADAS: ".
           03 l-cnv-facturadas pic zz9.
           03 filler pic x(10) value " IMPAGAS: ".
           03 l-cnv-impagas pic zz9.
           03 filler pic x(17) value spaces.

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
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.

       110-INICIALIZAR-VARIABLES.
           MOVE ZERO TO w-fin-menu.
           MOVE ZERO TO w-cant-firmados.
           MOVE ZERO TO w-cant-rechazados.
           MOVE ZERO TO w-total-refinanciado.

      * Las rutas se toman de variables de entorno para poder correr
      * el mismo ejecutable contra datos de dev/test/produccion sin
      * recompilar; si la variable no esta definida se usa la ruta
      * historica como valor por defecto. Los movimientos de
      * refinanciacion van a un archivo propio que el posteo aplica
      * igual que los de la facturacion o los debitos.
       115-OBTENER-RUTAS-ARCHIVOS.
           ACCEPT w-socios-path FROM ENVIRONMENT "SOCIOS_DAT_PATH".
           IF w-socios-path = SPACES
               MOVE
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
           ACCEPT w-movim-path FROM ENVIRONMENT
              "CONVENIOS_MOVIM_PATH".
           IF w-movim-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\movConvenios.dat"
               TO w-movim-path
           END-IF.
           ACCEPT w-corridas-path FROM ENVIRONMENT
              "SOCIOS_CORRIDAS_PATH".
           IF w-corridas-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\corridas.dat"
               TO w-corridas-path
           END-IF.

      * El maestro se abre solo para consulta: el convenio no toca el
      * saldo, lo hace el posteo al aplicar el movimiento "F", asi
      * que este programa no necesita el cerrojo de los
      * actualizadores.
       120-ABRIR-ARCHIVOS.
           OPEN INPUT SOCIOS.
           OPEN I-O CONVENIOS.
           OPEN EXTEND MOVIMIENTOS.

       200-MENU.
           DISPLAY lin-guarda.
           DISPLAY "***CONVENIOS DE PAGO***".
           DISPLAY "1-FIRMAR CONVENIO  2-CONSULTAR CONVENIO  0-SALIR".
           ACCEPT w-opcion.
           EVALUATE w-opcion
               WHEN 1 PERFORM 300-FIRMAR
               WHEN 2 PERFORM 340-CONSULTAR
               WHEN 0 MOVE 1 TO w-fin-menu
               WHEN OTHER DISPLAY "***OPCION INVALIDA***"
           END-EVALUATE.

       210-PEDIR-SOCIO.
           DISPLAY "***INGRESE NUMERO DE SOCIO***".
           ACCEPT w-socio-elegido.

       300-FIRMAR.
           PERFORM 210-PEDIR-SOCIO.
           MOVE w-socio-elegido TO soc-socio.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "SOCIO " w-socio-elegido
                      " NO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 390-MOSTRAR-SOCIO
                   PERFORM 305-VALIDAR-FIRMA
           END-READ.

      * Solo firma el socio moroso ("M") o suspendido ("S") que
      * efectivamente debe, y que no tiene ya un convenio activo: un
      * segundo convenio sobre la misma deuda la refinanciaria dos
      * veces. El convenio caducado o terminado anterior no impide
      * firmar uno nuevo.
       305-VALIDAR-FIRMA.
           PERFORM 380-LEER-CONVENIO.
           EVALUATE TRUE
               WHEN soc-estado-cuota NOT = "M"
                AND soc-estado-cuota NOT = "S"
                   DISPLAY "***EL SOCIO NO ESTA EN MORA NI SUSPENDIDO "
                      "- CONVENIO RECHAZADO***"
                   ADD 1 TO w-cant-rechazados
               WHEN soc-importe NOT < 0
                   DISPLAY "***EL SOCIO NO REGISTRA DEUDA - CONVENIO "
                      "RECHAZADO***"
                   ADD 1 TO w-cant-rechazados
               WHEN w-convenio-hallado = 1 AND cnv-estado = "A"
                   PERFORM 395-MOSTRAR-CONVENIO
                   DISPLAY "***EL SOCIO YA TIENE UN CONVENIO ACTIVO - "
                      "CONVENIO RECHAZADO***"
                   ADD 1 TO w-cant-rechazados
               WHEN OTHER
                   PERFORM 310-PEDIR-CUOTAS
           END-EVALUATE.

      * La deuda se divide en cuotas iguales truncadas al centavo; la
      * ultima cuota absorbe los centavos que sobran de la division,
      * para que lo facturado en total sea exactamente la deuda.
       310-PEDIR-CUOTAS.
           COMPUTE w-deuda = 0 - soc-importe.
           DISPLAY "***INGRESE CANTIDAD DE CUOTAS (1 A " w-cuotas-max
              ")***".
           MOVE ZERO TO w-cuotas.
           ACCEPT w-cuotas.
           IF w-cuotas = 0 OR w-cuotas > w-cuotas-max
               DISPLAY "***CANTIDAD DE CUOTAS INVALIDA - CONVENIO "
                  "RECHAZADO***"
               ADD 1 TO w-cant-rechazados
           ELSE
               COMPUTE w-importe-cuota = w-deuda / w-cuotas
               COMPUTE w-ultima-cuota =
                  w-deuda - w-importe-cuota * (w-cuotas - 1)
               DISPLAY "DEUDA A REFINANCIAR: " w-deuda
                  "  CUOTAS: " w-cuotas " DE " w-importe-cuota
                  "  ULTIMA: " w-ultima-cuota
               DISPLAY "***CONFIRMA EL CONVENIO? (1-SI 0-NO)***"
               ACCEPT w-opcion
               IF w-opcion = 1
                   PERFORM 320-GRABAR-CONVENIO
               ELSE
                   DISPLAY "***CONVENIO CANCELADO***"
                   ADD 1 TO w-cant-rechazados
               END-IF
           END-IF.

      * El convenio se graba antes que el movimiento: si la grabacion
      * falla no queda una refinanciacion suelta acreditando una deuda
      * que nadie va a volver a facturar. Un convenio anterior ya
      * cerrado del mismo socio se pisa con el nuevo.
       320-GRABAR-CONVENIO.
           MOVE w-socio-elegido TO cnv-socio.
           MOVE w-fecha-hoy TO cnv-fecha-alta.
           MOVE w-deuda TO cnv-deuda.
           MOVE w-cuotas TO cnv-cuotas.
           MOVE w-importe-cuota TO cnv-importe-cuota.
           MOVE ZERO TO cnv-cuotas-facturadas.
           MOVE ZERO TO cnv-total-facturado.
           MOVE ZERO TO cnv-cuotas-impagas.
           MOVE "A" TO cnv-estado.
           MOVE w-fecha-hoy TO cnv-fecha-estado.
           IF w-convenio-hallado = 1
               REWRITE cnv-reg
                   INVALID KEY
                       DISPLAY "***ERROR AL REGRABAR EL CONVENIO DEL "
                          "SOCIO " w-socio-elegido "***"
                       ADD 1 TO w-cant-rechazados
                   NOT INVALID KEY
                       PERFORM 330-ESCRIBIR-REFINANCIACION
               END-REWRITE
           ELSE
               WRITE cnv-reg
                   INVALID KEY
                       DISPLAY "***ERROR AL GRABAR EL CONVENIO DEL "
                          "SOCIO " w-socio-elegido "***"
                       ADD 1 TO w-cant-rechazados
                   NOT INVALID KEY
                       PERFORM 330-ESCRIBIR-REFINANCIACION
               END-WRITE
           END-IF.

      * El movimiento "F" acredita la deuda congelada en la cuenta: al
      * postearse el saldo vuelve a cero y el socio queda al dia; la
      * deuda sigue viva en el convenio y vuelve a la cuenta cuota a
      * cuota con los cargos "V" de la facturacion mensual.
       330-ESCRIBIR-REFINANCIACION.
           MOVE w-socio-elegido TO mov-socio.
           MOVE "F" TO mov-tipo.
           MOVE w-deuda TO mov-importe.
           MOVE w-fecha-hoy TO mov-fecha.
           WRITE mov-reg.
           ADD 1 TO w-cant-firmados.
           ADD w-deuda TO w-total-refinanciado.
           DISPLAY "***CONVENIO FIRMADO PARA EL SOCIO "
              w-socio-elegido "***".

       340-CONSULTAR.
           PERFORM 210-PEDIR-SOCIO.
           PERFORM 380-LEER-CONVENIO.
           IF w-convenio-hallado = 1
               PERFORM 395-MOSTRAR-CONVENIO
           ELSE
               DISPLAY "EL SOCIO " w-socio-elegido
                  " NO TIENE CONVENIO"
           END-IF.

       380-LEER-CONVENIO.
           MOVE ZERO TO w-convenio-hallado.
           MOVE w-socio-elegido TO cnv-socio.
           READ CONVENIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO w-convenio-hallado
           END-READ.

       390-MOSTRAR-SOCIO.
           MOVE soc-socio TO l-soc.
           MOVE soc-nombre TO l-nombre.
           MOVE soc-importe TO l-saldo.
           MOVE soc-estado-cuota TO l-estado.
           DISPLAY lin-guarda.
           DISPLAY lin-val.
           DISPLAY lin-guarda.

       395-MOSTRAR-CONVENIO.
           EVALUATE cnv-estado
               WHEN "A" MOVE "ACTIVO" TO l-cnv-estado
               WHEN "C" MOVE "CADUCADO" TO l-cnv-estado
               WHEN "T" MOVE "TERMINADO" TO l-cnv-estado
               WHEN OTHER MOVE cnv-estado TO l-cnv-estado
           END-EVALUATE.
           MOVE cnv-fecha-alta TO l-cnv-fecha.
           MOVE cnv-deuda TO l-cnv-deuda.
           MOVE cnv-cuotas TO l-cnv-cuotas.
           MOVE cnv-importe-cuota TO l-cnv-importe.
           MOVE cnv-cuotas-facturadas TO l-cnv-facturadas.
           MOVE cnv-cuotas-impagas TO l-cnv-impagas.
           DISPLAY lin-convenio.
           DISPLAY lin-convenio-cuotas.

       500-FIN-GENERAL.
           PERFORM 510-CERRAR-ARCHIVOS.
           DISPLAY "CONVENIOS FINALIZADO: " w-cant-firmados
              " FIRMADOS, " w-cant-rechazados " RECHAZADOS".
           PERFORM 770-REGISTRAR-FIN-CORRIDA.

       510-CERRAR-ARCHIVOS.
           CLOSE SOCIOS.
           CLOSE CONVENIOS.
           CLOSE MOVIMIENTOS.

      * La sesion deja su inicio y su fin en el diario compartido de
      * corridas; el neto es lo refinanciado (creditos "F" a postear),
      * para que el reporte diario lo cruce contra lo que el posteo
      * aplico.
       760-REGISTRAR-INICIO-CORRIDA.
           OPEN EXTEND CORRIDAS.
           ACCEPT w-cor-fecha FROM DATE YYYYMMDD.
           ACCEPT w-cor-hora FROM TIME.
           INITIALIZE cor-reg.
           MOVE w-cor-fecha TO cor-fecha.
           MOVE w-cor-hora TO cor-hora.
           MOVE "CONVENIOS" TO cor-programa.
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
           MOVE "CONVENIOS" TO cor-programa.
           MOVE "FIN" TO cor-evento.
           COMPUTE cor-entrados = w-cant-firmados + w-cant-rechazados.
           MOVE w-cant-firmados TO cor-aplicados.
           MOVE w-cant-rechazados TO cor-rechazados.
           MOVE RETURN-CODE TO cor-retorno.
           MOVE w-total-refinanciado TO cor-neto.
           WRITE cor-reg.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
