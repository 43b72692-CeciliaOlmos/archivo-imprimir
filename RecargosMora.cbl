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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS soc-socio
           ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES.
           SELECT TASAS
           ASSIGN TO DYNAMIC W-TASAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVIMIENTOS
           ASSIGN TO DYNAMIC W-MOVIM-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
      * Un socio con convenio activo tiene la deuda congelada: no se
      * le recarga interes mientras lo cumpla.
           SELECT OPTIONAL CONVENIOS
           ASSIGN TO DYNAMIC W-CONVENIOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cnv-socio.
           SELECT OPTIONAL CORRIDAS
           ASSIGN TO DYNAMIC W-CORRIDAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCIOS.cpy".

      * Una linea por categoria: la letra y la tasa mensual en
      * porcentaje con dos decimales implicitos (A0300 = 3,00%). Una
      * categoria sin linea en el archivo, o con tasa cero, no recibe
      * recargo: asi se decide si los vitalicios pagan tasa completa,
      * reducida o ninguna sin tocar el programa, igual que con las
      * tarifas de cuotas.
       FD  TASAS.
       01  tas-reg.
           03 tas-categoria pic x(1).
           03 tas-porcentaje pic 9(2)v99.

       FD  MOVIMIENTOS.
       01  mov-reg.
           03 mov-socio pic 9(7).
           03 mov-tipo pic x(1).
           03 mov-importe pic 9(8)v99.
           03 mov-fecha pic 9(8).

       FD  CONVENIOS.
           COPY "CONVENIOS.cpy".

       FD  CORRIDAS.
           COPY "CORRIDAS.cpy".

       WORKING-STORAGE SECTION.
       01  w-socios-path pic x(100) value spaces.
       01  w-convenios-path pic x(100) value spaces.
       01  w-corridas-path pic x(100) value spaces.
       01  w-cor-fecha pic 9(8) value 0.
       01  w-cor-hora pic 9(8) value 0.
       01  w-tasas-path pic x(100) value spaces.
       01  w-movim-path pic x(100) value spaces.
       01  w-flag-archivo pic 9 value 0.
       01  w-flag-tasas pic 9 value 0.
       01  w-fecha-hoy pic 9(8) value 0.
       01  w-cat-idx pic 9 value 0.
       01  w-deuda-socio pic 9(8)v99 value 0.
       01  w-importe-recargo pic 9(8)v99 value 0.
       01  w-con-convenio pic 9 value 0.
       01  w-cant-morosos pic 9(7) value 0.
       01  w-cant-recargados pic 9(7) value 0.
       01  w-cant-exentos pic 9(7) value 0.
       01  w-cant-con-convenio pic 9(7) value 0.
       01  w-cant-invalidos pic 9(7) value 0.
       01  w-total-recargado pic s9(10)v99 value 0.
       01  w-delta-ed pic -zz.zzz.zzz.zz9,99.
      * Tasas por categoria: A, V y D en ese orden, igual que las
      * tarifas de la facturacion. Una tasa en cero marca la
      * categoria como exenta de recargo.
       01  w-tasas.
           03 w-tas-cat occurs 3.
              05 w-tas-rotulo pic x(1).
              05 w-tas-porcentaje pic 9(2)v99.
              05 w-tas-cant pic 9(7).
              05 w-tas-total pic s9(10)v99.
      ******************LINEAS DE IMPRESION***************************
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-detalle.
           03 filler pic x(5) value spaces.
           03 filler pic x(10) value "CATEGORIA ".
           03 l-rotulo pic x(1).
           03 filler pic x(2) value ": ".
           03 l-tasa pic z9,99.
           03 filler pic x(2) value "% ".
           03 l-cant pic zzzz.zz9.
           03 filler pic x(18) value " SOCIOS RECARGADOS".
           03 filler pic x(3) value " $".
           03 l-total pic zz.zzz.zzz.zz9,99.
           03 filler pic x(10) value spaces.

       PROCEDURE DIVISION.
      ****************** PROGRAMA PRINCIPAL********************************
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           PERFORM 150-LEER-ARCHIVO.
           PERFORM UNTIL w-flag-archivo = 1
               PERFORM 300-PROCESO
               PERFORM 150-LEER-ARCHIVO
           END-PERFORM.
           PERFORM 500-FIN-GENERAL.
           STOP RUN.

      ****************** INICIO RUTINAS ********************************
       100-INICIO-GENERAL.
           PERFORM 110-INICIALIZAR-VARIABLES.
           PERFORM 115-OBTENER-RUTAS-ARCHIVOS.
           PERFORM 760-REGISTRAR-INICIO-CORRIDA.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 130-CARGAR-TASAS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.

       110-INICIALIZAR-VARIABLES.
           MOVE ZERO TO w-flag-archivo.
           MOVE ZERO TO w-flag-tasas.
           MOVE ZERO TO w-cant-morosos.
           MOVE ZERO TO w-cant-recargados.
           MOVE ZERO TO w-cant-exentos.
           MOVE ZERO TO w-cant-con-convenio.
           MOVE ZERO TO w-cant-invalidos.
           MOVE ZERO TO w-total-recargado.
           INITIALIZE w-tasas.
           MOVE "A" TO w-tas-rotulo (1).
           MOVE "V" TO w-tas-rotulo (2).
           MOVE "D" TO w-tas-rotulo (3).

      * Las rutas se toman de variables de entorno para poder correr
      * el mismo ejecutable contra datos de dev/test/produccion sin
      * recompilar; si la variable no esta definida se usa la ruta
      * historica como valor por defecto. Los recargos van a su
      * propio archivo de movimientos, que el posteo aplica como los
      * de la facturacion.
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
           ACCEPT w-tasas-path FROM ENVIRONMENT
              "SOCIOS_TASAS_PATH".
           IF w-tasas-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\tasasRecargo.dat"
               TO w-tasas-path
           END-IF.
           ACCEPT w-movim-path FROM ENVIRONMENT "RECARGOS_MOVIM_PATH".
           IF w-movim-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\movRecargos.dat"
               TO w-movim-path
           END-IF.
           ACCEPT w-corridas-path FROM ENVIRONMENT
              "SOCIOS_CORRIDAS_PATH".
           IF w-corridas-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\corridas.dat"
               TO w-corridas-path
           END-IF.

       120-ABRIR-ARCHIVOS.
           OPEN INPUT SOCIOS.
           OPEN INPUT TASAS.
           OPEN OUTPUT MOVIMIENTOS.
           OPEN INPUT CONVENIOS.

       130-CARGAR-TASAS.
           PERFORM 135-LEER-TASA.
           PERFORM UNTIL w-flag-tasas = 1
               PERFORM 140-GUARDAR-TASA
               PERFORM 135-LEER-TASA
           END-PERFORM.

       135-LEER-TASA.
           READ TASAS AT END MOVE 1 TO w-flag-tasas.

      * Una linea con categoria desconocida o con tasa no numerica no
      * corta la corrida: se informa y se ignora, y esa categoria
      * queda sin recargo hasta que se corrija el archivo.
       140-GUARDAR-TASA.
           IF tas-porcentaje IS NOT NUMERIC
               DISPLAY "ADVERTENCIA: TASA NO NUMERICA PARA LA "
                  "CATEGORIA [" tas-categoria "] - SE IGNORA"
           ELSE
               EVALUATE tas-categoria
                   WHEN "A" MOVE tas-porcentaje TO w-tas-porcentaje (1)
                   WHEN "V" MOVE tas-porcentaje TO w-tas-porcentaje (2)
                   WHEN "D" MOVE tas-porcentaje TO w-tas-porcentaje (3)
                   WHEN OTHER
                       DISPLAY "ADVERTENCIA: TASA CON CATEGORIA "
                          "DESCONOCIDA [" tas-categoria "] - SE IGNORA"
               END-EVALUATE
           END-IF.

       150-LEER-ARCHIVO.
           READ SOCIOS AT END MOVE 1 TO w-flag-archivo.

      * Solo los socios con saldo negativo entran en la corrida. El
      * recargo es la tasa mensual de la categoria sobre la deuda del
      * maestro, redondeado al centavo; un recargo que redondea a
      * cero no genera movimiento.
       300-PROCESO.
           IF soc-importe < 0
               ADD 1 TO w-cant-morosos
               PERFORM 310-EVALUAR-MOROSO
           END-IF.

       310-EVALUAR-MOROSO.
           EVALUATE soc-categoria
               WHEN "A" MOVE 1 TO w-cat-idx
               WHEN "V" MOVE 2 TO w-cat-idx
               WHEN "D" MOVE 3 TO w-cat-idx
               WHEN OTHER MOVE 0 TO w-cat-idx
           END-EVALUATE.
           PERFORM 315-VERIFICAR-CONVENIO.
           EVALUATE TRUE
               WHEN w-cat-idx = 0
                   ADD 1 TO w-cant-invalidos
                   DISPLAY "ADVERTENCIA: SOCIO " soc-socio
                      " CON CATEGORIA INVALIDA [" soc-categoria
                      "] - NO SE RECARGA"
               WHEN w-con-convenio = 1
                   ADD 1 TO w-cant-con-convenio
               WHEN w-tas-porcentaje (w-cat-idx) = 0
                   ADD 1 TO w-cant-exentos
               WHEN OTHER
                   COMPUTE w-deuda-socio = 0 - soc-importe
                   COMPUTE w-importe-recargo ROUNDED =
                      w-deuda-socio * w-tas-porcentaje (w-cat-idx)
                      / 100
                   IF w-importe-recargo = 0
                       ADD 1 TO w-cant-exentos
                   ELSE
                       PERFORM 320-ESCRIBIR-RECARGO
                   END-IF
           END-EVALUATE.

       315-VERIFICAR-CONVENIO.
           MOVE ZERO TO w-con-convenio.
           MOVE soc-socio TO cnv-socio.
           READ CONVENIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF cnv-estado = "A"
                       MOVE 1 TO w-con-convenio
                   END-IF
           END-READ.

      * El recargo sale con tipo "I" (interes) y no como un cargo "C"
      * comun, para que el estado de cuenta lo muestre aparte de la
      * cuota.
       320-ESCRIBIR-RECARGO.
           MOVE soc-socio TO mov-socio.
           MOVE "I" TO mov-tipo.
           MOVE w-importe-recargo TO mov-importe.
           MOVE w-fecha-hoy TO mov-fecha.
           WRITE mov-reg.
           ADD 1 TO w-cant-recargados.
           ADD 1 TO w-tas-cant (w-cat-idx).
           ADD w-importe-recargo TO w-tas-total (w-cat-idx).
           ADD w-importe-recargo TO w-total-recargado.

      * Como todos los recargos son cargos, el saldo de control debe
      * bajar exactamente el total recargado despues del posteo, y
      * esa es la cifra que se publica como delta esperado.
       500-FIN-GENERAL.
           PERFORM 510-CERRAR-ARCHIVOS.
           DISPLAY lin-guarda.
           DISPLAY "RESUMEN DE RECARGOS POR MORA".
           DISPLAY lin-guarda.
           PERFORM 520-MOSTRAR-CATEGORIA
              VARYING w-cat-idx FROM 1 BY 1 UNTIL w-cat-idx > 3.
           DISPLAY lin-guarda.
           COMPUTE w-delta-ed = 0 - w-total-recargado.
           DISPLAY "SOCIOS MOROSOS: " w-cant-morosos
              "  RECARGADOS: " w-cant-recargados
              "  EXENTOS: " w-cant-exentos.
           DISPLAY "CON CONVENIO ACTIVO: " w-cant-con-convenio
              "  CATEGORIA INVALIDA: " w-cant-invalidos.
           DISPLAY "DELTA ESPERADO DEL SALDO DE CONTROL: $"
              w-delta-ed.
           DISPLAY lin-guarda.
           DISPLAY "RECARGOS FINALIZADOS: " w-cant-recargados
              " RECARGOS GENERADOS".
           PERFORM 770-REGISTRAR-FIN-CORRIDA.

       520-MOSTRAR-CATEGORIA.
           MOVE w-tas-rotulo (w-cat-idx) TO l-rotulo.
           MOVE w-tas-porcentaje (w-cat-idx) TO l-tasa.
           MOVE w-tas-cant (w-cat-idx) TO l-cant.
           MOVE w-tas-total (w-cat-idx) TO l-total.
           DISPLAY lin-detalle.

       510-CERRAR-ARCHIVOS.
           CLOSE SOCIOS.
           CLOSE TASAS.
           CLOSE MOVIMIENTOS.
           CLOSE CONVENIOS.

      * Toda corrida batch deja su inicio y su fin en el diario
      * compartido de corridas; el neto registrado es el delta
      * esperado del saldo del trailer (cargos con signo negativo),
      * para que el reporte diario lo cruce contra lo que el posteo
      * aplico despues.
       760-REGISTRAR-INICIO-CORRIDA.
           OPEN EXTEND CORRIDAS.
           ACCEPT w-cor-fecha FROM DATE YYYYMMDD.
           ACCEPT w-cor-hora FROM TIME.
           INITIALIZE cor-reg.
           MOVE w-cor-fecha TO cor-fecha.
           MOVE w-cor-hora TO cor-hora.
           MOVE "RECARGOS" TO cor-programa.
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
           MOVE "RECARGOS" TO cor-programa.
           MOVE "FIN" TO cor-evento.
      * Entran los morosos; los exentos, los que tienen convenio
      * activo y los de categoria invalida no generan recargo y
      * cuentan como rechazados para que entrados = aplicados +
      * rechazados cuadre en el reporte de corridas.
           MOVE w-cant-morosos TO cor-entrados.
           MOVE w-cant-recargados TO cor-aplicados.
           COMPUTE cor-rechazados =
              w-cant-exentos + w-cant-con-convenio + w-cant-invalidos.
           MOVE RETURN-CODE TO cor-retorno.
           COMPUTE cor-neto = 0 - w-total-recargado.
           WRITE cor-reg.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
