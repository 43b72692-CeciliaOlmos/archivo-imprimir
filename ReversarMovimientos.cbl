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
           SELECT OPTIONAL HISTORIAL
           ASSIGN TO DYNAMIC W-HISTORIAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MOVIMIENTOS
           ASSIGN TO DYNAMIC W-MOVIM-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS
           ASSIGN TO DYNAMIC W-CORRIDAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONVENIOS
           ASSIGN TO DYNAMIC W-CONVENIOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cnv-socio.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  HISTORIAL.
           COPY "HISTORIAL.cpy".

      * Mismo layout largo que lee el posteo: el contra-asiento lleva
      * la marca "R" y el momento de posteo del asiento que anula, y
      * repite el origen (debito o caja) de la cobranza que revierte.
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

       FD  CONVENIOS.
           COPY "CONVENIOS.cpy".

       WORKING-STORAGE SECTION.
       01  w-socios-path pic x(100) value spaces.
       01  w-historial-path pic x(100) value spaces.
       01  w-movim-path pic x(100) value spaces.
       01  w-corridas-path pic x(100) value spaces.
       01  w-convenios-path pic x(100) value spaces.
       01  w-cor-fecha pic 9(8) value 0.
       01  w-cor-hora pic 9(8) value 0.
       01  w-opcion pic 9 value 0.
       01  w-fin-menu pic 9 value 0.
       01  w-socio-elegido pic 9(7) value 0.
       01  w-socio-correcto pic 9(7) value 0.
       01  w-importe-correcto pic 9(8)v99 value 0.
       01  w-fecha-hoy pic 9(8) value 0.
       01  w-fecha-desde pic 9(8) value 0.
       01  w-flag-historial pic 9 value 0.
       01  w-flag-movim pic 9 value 0.
       01  w-con-convenio pic 9 value 0.
       01  w-elegido pic 9(3) value 0.
       01  w-i pic 9(3) value 0.
       01  w-delta pic s9(8)v99 value 0.
       01  w-cant-reversas pic 9(5) value 0.
       01  w-cant-correcciones pic 9(5) value 0.
       01  w-cant-rechazados pic 9(5) value 0.
       01  w-neto-generado pic s9(10)v99 value 0.
      * Asientos del socio que se pueden anular, en el orden del
      * historial. El estado queda en blanco si el asiento esta
      * disponible, "R" si ya tiene su contra-asiento posteado y "P"
      * si el contra-asiento esta esperando el posteo.
       01  w-asi-max pic 9(3) value 300.
       01  w-asi-cant pic 9(3) value 0.
       01  w-asi-desbordes pic 9(5) value 0.
       01  w-asientos.
           03 w-asi-ent occurs 300.
              05 w-asi-fecha pic 9(8).
              05 w-asi-fecha-posteo pic 9(8).
              05 w-asi-hora-posteo pic 9(8).
              05 w-asi-tipo pic x(1).
              05 w-asi-importe pic 9(8)v99.
              05 w-asi-estado pic x(1).
              05 w-asi-origen pic x(1).
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
       01  lin-cab-asiento.
           03 filler pic x(5) value "NRO".
           03 filler pic x(10) value "FECHA".
           03 filler pic x(10) value "POSTEO".
           03 filler pic x(10) value "HORA".
           03 filler pic x(2) value "T".
           03 filler pic x(14) value "       IMPORTE".
           03 filler pic x(29) value "  ESTADO".
       01  lin-asiento.
           03 l-asi-nro pic zz9.
           03 filler pic x(2) value spaces.
           03 l-asi-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-asi-fecha-posteo pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-asi-hora-posteo pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-asi-tipo pic x(1).
           03 filler pic x(1) value spaces.
           03 l-asi-importe pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-asi-estado pic x(27).

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
           MOVE ZERO TO w-cant-reversas.
           MOVE ZERO TO w-cant-correcciones.
           MOVE ZERO TO w-cant-rechazados.
           MOVE ZERO TO w-neto-generado.

      * Las rutas se toman de variables de entorno para poder correr
      * el mismo ejecutable contra datos de dev/test/produccion sin
      * recompilar; si la variable no esta definida se usa la ruta
      * historica como valor por defecto. Los contra-asientos van a su
      * propio archivo de movimientos, que el posteo aplica como los
      * demas, con el cerrojo, la auditoria y el control de siempre.
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
           ACCEPT w-movim-path FROM ENVIRONMENT "REVERSAS_MOVIM_PATH".
           IF w-movim-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\movReversas.dat"
               TO w-movim-path
           END-IF.
           ACCEPT w-corridas-path FROM ENVIRONMENT
              "SOCIOS_CORRIDAS_PATH".
           IF w-corridas-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\corridas.dat"
               TO w-corridas-path
           END-IF.
           ACCEPT w-convenios-path FROM ENVIRONMENT
              "SOCIOS_CONVENIOS_PATH".
           IF w-convenios-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\convSocios.dat"
               TO w-convenios-path
           END-IF.

      * El maestro y los convenios se abren solo para consulta: el
      * contra-asiento no toca el saldo, lo hace el posteo. El
      * historial y el archivo de
      * contra-asientos se abren en cada consulta, para ver lo que
      * otra sesion haya generado mientras tanto.
       120-ABRIR-ARCHIVOS.
           OPEN INPUT SOCIOS.
           OPEN INPUT CONVENIOS.

       200-MENU.
           DISPLAY lin-guarda.
           DISPLAY "***CONTRA-ASIENTOS DE MOVIMIENTOS POSTEADOS***".
           DISPLAY "1-REVERSAR MOVIMIENTO  0-SALIR".
           ACCEPT w-opcion.
           EVALUATE w-opcion
               WHEN 1 PERFORM 300-REVERSAR
               WHEN 0 MOVE 1 TO w-fin-menu
               WHEN OTHER DISPLAY "***OPCION INVALIDA***"
           END-EVALUATE.

       210-PEDIR-SOCIO.
           DISPLAY "***INGRESE NUMERO DE SOCIO***".
           ACCEPT w-socio-elegido.

       300-REVERSAR.
           PERFORM 210-PEDIR-SOCIO.
           MOVE w-socio-elegido TO soc-socio.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "SOCIO " w-socio-elegido
                      " NO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 390-MOSTRAR-SOCIO
                   PERFORM 305-ELEGIR-ASIENTO
           END-READ.

       305-ELEGIR-ASIENTO.
           DISPLAY "***INGRESE FECHA DE POSTEO DESDE (AAAAMMDD, "
              "0=TODO EL HISTORIAL)***".
           MOVE ZERO TO w-fecha-desde.
           ACCEPT w-fecha-desde.
           PERFORM 310-CARGAR-ASIENTOS.
           PERFORM 330-MARCAR-PENDIENTES.
           IF w-asi-cant = 0
               DISPLAY "***EL SOCIO NO TIENE ASIENTOS POSTEADOS EN EL "
                  "HISTORIAL DESDE ESA FECHA***"
           ELSE
               PERFORM 340-MOSTRAR-ASIENTOS
               DISPLAY "***INGRESE NRO DE ASIENTO A REVERSAR "
                  "(0=NINGUNO)***"
               MOVE ZERO TO w-elegido
               ACCEPT w-elegido
               IF w-elegido > 0
                   PERFORM 350-VALIDAR-ELECCION
               END-IF
           END-IF.

      * Una sola pasada por el historial: el contra-asiento siempre se
      * postea despues del asiento que anula, asi que cuando aparece
      * su asiento ya esta en la tabla y queda marcado como reversado.
      * Los contra-asientos mismos no se ofrecen: anular una anulacion
      * es volver a cargar el movimiento original. Tampoco el saldo
      * arrastrado (S) que deja el archivo anual: no es un movimiento
      * y lo que resume ya no esta en el historial en linea.
       310-CARGAR-ASIENTOS.
           MOVE ZERO TO w-asi-cant.
           MOVE ZERO TO w-asi-desbordes.
           MOVE ZERO TO w-flag-historial.
           OPEN INPUT HISTORIAL.
           PERFORM 315-LEER-HISTORIAL.
           PERFORM UNTIL w-flag-historial = 1
               IF his-socio = w-socio-elegido
                   IF his-marca = "R"
                       PERFORM 325-MARCAR-REVERSADO
                   ELSE
                       IF his-fecha-posteo >= w-fecha-desde
                          AND his-tipo NOT = "S"
                           PERFORM 320-AGREGAR-ASIENTO
                       END-IF
                   END-IF
               END-IF
               PERFORM 315-LEER-HISTORIAL
           END-PERFORM.
           CLOSE HISTORIAL.
           IF w-asi-desbordes > 0
               DISPLAY "ADVERTENCIA: " w-asi-desbordes " ASIENTOS NO "
                  "ENTRAN EN LA LISTA - INGRESE UNA FECHA DESDE "
                  "POSTERIOR"
           END-IF.

       315-LEER-HISTORIAL.
           READ HISTORIAL AT END MOVE 1 TO w-flag-historial.

       320-AGREGAR-ASIENTO.
           IF w-asi-cant < w-asi-max
               ADD 1 TO w-asi-cant
               MOVE his-fecha TO w-asi-fecha (w-asi-cant)
               MOVE his-fecha-posteo TO w-asi-fecha-posteo (w-asi-cant)
               MOVE his-hora-posteo TO w-asi-hora-posteo (w-asi-cant)
               MOVE his-tipo TO w-asi-tipo (w-asi-cant)
               MOVE his-importe TO w-asi-importe (w-asi-cant)
               MOVE SPACE TO w-asi-estado (w-asi-cant)
               MOVE his-origen TO w-asi-origen (w-asi-cant)
           ELSE
               ADD 1 TO w-asi-desbordes
           END-IF.

       325-MARCAR-REVERSADO.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-asi-cant
               IF w-asi-fecha-posteo (w-i) = his-ref-fecha-posteo
                  AND w-asi-hora-posteo (w-i) = his-ref-hora-posteo
                  AND w-asi-tipo (w-i) = his-tipo
                  AND w-asi-importe (w-i) = his-importe
                   MOVE "R" TO w-asi-estado (w-i)
               END-IF
           END-PERFORM.

      * Un contra-asiento generado que todavia no paso por el posteo
      * tambien bloquea el asiento: si no, dos sesiones (o dos
      * consultas seguidas antes del posteo nocturno) lo anularian dos
      * veces.
       330-MARCAR-PENDIENTES.
           MOVE ZERO TO w-flag-movim.
           OPEN INPUT MOVIMIENTOS.
           PERFORM 335-LEER-MOVIMIENTO.
           PERFORM UNTIL w-flag-movim = 1
               IF mov-socio = w-socio-elegido AND mov-marca = "R"
                   PERFORM VARYING w-i FROM 1 BY 1
                      UNTIL w-i > w-asi-cant
                       IF w-asi-fecha-posteo (w-i) =
                          mov-ref-fecha-posteo
                          AND w-asi-hora-posteo (w-i) =
                          mov-ref-hora-posteo
                          AND w-asi-tipo (w-i) = mov-tipo
                          AND w-asi-importe (w-i) = mov-importe
                          AND w-asi-estado (w-i) = SPACE
                           MOVE "P" TO w-asi-estado (w-i)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 335-LEER-MOVIMIENTO
           END-PERFORM.
           CLOSE MOVIMIENTOS.

       335-LEER-MOVIMIENTO.
           READ MOVIMIENTOS AT END MOVE 1 TO w-flag-movim.

       340-MOSTRAR-ASIENTOS.
           DISPLAY lin-guarda.
           DISPLAY lin-cab-asiento.
           DISPLAY lin-guarda.
           PERFORM 345-MOSTRAR-ASIENTO
              VARYING w-i FROM 1 BY 1 UNTIL w-i > w-asi-cant.
           DISPLAY lin-guarda.

       345-MOSTRAR-ASIENTO.
           MOVE w-i TO l-asi-nro.
           MOVE w-asi-fecha (w-i) TO l-asi-fecha.
           MOVE w-asi-fecha-posteo (w-i) TO l-asi-fecha-posteo.
           MOVE w-asi-hora-posteo (w-i) TO l-asi-hora-posteo.
           MOVE w-asi-tipo (w-i) TO l-asi-tipo.
           MOVE w-asi-importe (w-i) TO l-asi-importe.
           EVALUATE w-asi-estado (w-i)
               WHEN "R" MOVE "REVERSADO" TO l-asi-estado
               WHEN "P" MOVE "REVERSA PENDIENTE DE POSTEO"
                           TO l-asi-estado
               WHEN OTHER MOVE SPACES TO l-asi-estado
           END-EVALUATE.
           DISPLAY lin-asiento.

      * El asiento se anula una sola vez: el ya reversado o con el
      * contra-asiento en espera se rechaza. Mientras el convenio del
      * socio esta activo tampoco se anulan su refinanciacion (F) ni
      * sus cuotas (V): el convenio lleva la cuenta de lo facturado y
      * quedaria descuadrado contra la cuenta del socio.
       350-VALIDAR-ELECCION.
           PERFORM 355-VERIFICAR-CONVENIO.
           EVALUATE TRUE
               WHEN w-elegido > w-asi-cant
                   DISPLAY "***NUMERO DE ASIENTO INVALIDO***"
               WHEN w-asi-estado (w-elegido) = "R"
                   DISPLAY "***EL ASIENTO YA FUE REVERSADO - "
                      "CONTRA-ASIENTO RECHAZADO***"
                   ADD 1 TO w-cant-rechazados
               WHEN w-asi-estado (w-elegido) = "P"
                   DISPLAY "***EL ASIENTO YA TIENE UN CONTRA-ASIENTO "
                      "PENDIENTE DE POSTEO - RECHAZADO***"
                   ADD 1 TO w-cant-rechazados
               WHEN (w-asi-tipo (w-elegido) = "F"
                     OR w-asi-tipo (w-elegido) = "V")
                    AND w-con-convenio = 1
                   DISPLAY "***EL SOCIO TIENE UN CONVENIO ACTIVO - NO "
                      "SE REVERSA UN ASIENTO DEL CONVENIO - "
                      "RECHAZADO***"
                   ADD 1 TO w-cant-rechazados
               WHEN OTHER
                   DISPLAY "***CONFIRMA EL CONTRA-ASIENTO DEL ASIENTO "
                      w-elegido "? (1-SI 0-NO)***"
                   ACCEPT w-opcion
                   IF w-opcion = 1
                       PERFORM 360-ESCRIBIR-CONTRA-ASIENTO
                       PERFORM 370-OFRECER-CORRECCION
                   ELSE
                       DISPLAY "***CONTRA-ASIENTO CANCELADO***"
                   END-IF
           END-EVALUATE.

       355-VERIFICAR-CONVENIO.
           MOVE ZERO TO w-con-convenio.
           MOVE w-socio-elegido TO cnv-socio.
           READ CONVENIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF cnv-estado = "A"
                       MOVE 1 TO w-con-convenio
                   END-IF
           END-READ.

      * El contra-asiento repite socio, tipo e importe del asiento y
      * lleva su momento de posteo como referencia; se fecha hoy, que
      * es cuando se corrige la cuenta (en un contracargo del banco,
      * el dia en que el pago se cae).
       360-ESCRIBIR-CONTRA-ASIENTO.
           OPEN EXTEND MOVIMIENTOS.
           INITIALIZE mov-reg.
           MOVE w-socio-elegido TO mov-socio.
           MOVE w-asi-tipo (w-elegido) TO mov-tipo.
           MOVE w-asi-importe (w-elegido) TO mov-importe.
           MOVE w-fecha-hoy TO mov-fecha.
           MOVE "R" TO mov-marca.
           MOVE w-asi-fecha-posteo (w-elegido) TO mov-ref-fecha-posteo.
           MOVE w-asi-hora-posteo (w-elegido) TO mov-ref-hora-posteo.
           MOVE w-asi-origen (w-elegido) TO mov-origen.
           WRITE mov-reg.
           CLOSE MOVIMIENTOS.
           PERFORM 380-CALCULAR-DELTA.
           COMPUTE w-delta = 0 - w-delta.
           ADD w-delta TO w-neto-generado.
           ADD 1 TO w-cant-reversas.
           MOVE "P" TO w-asi-estado (w-elegido).
           DISPLAY "***CONTRA-ASIENTO GENERADO PARA EL SOCIO "
              w-socio-elegido " - SE APLICA CON EL PROXIMO "
              "POSTEO***".

      * Cuando el error fue el importe o el numero de socio, el
      * movimiento correcto se carga a continuacion con el tipo y la
      * fecha del original, en el mismo archivo, para que los dos se
      * posteen juntos. En un contracargo no hay nada que volver a
      * cargar.
       370-OFRECER-CORRECCION.
           DISPLAY "***CARGAR EL MOVIMIENTO CORRECTO? (1-SI 0-NO)***".
           ACCEPT w-opcion.
           IF w-opcion = 1
               DISPLAY "***INGRESE NUMERO DE SOCIO CORRECTO***"
               MOVE ZERO TO w-socio-correcto
               ACCEPT w-socio-correcto
               MOVE w-socio-correcto TO soc-socio
               READ SOCIOS
                   INVALID KEY
                       DISPLAY "SOCIO " w-socio-correcto
                          " NO ENCONTRADO - NO SE CARGA LA CORRECCION"
                   NOT INVALID KEY
                       PERFORM 390-MOSTRAR-SOCIO
                       PERFORM 375-PEDIR-IMPORTE-CORRECTO
               END-READ
           END-IF.

       375-PEDIR-IMPORTE-CORRECTO.
           DISPLAY "***INGRESE IMPORTE CORRECTO (EJ 1000,00)***".
           MOVE ZERO TO w-importe-correcto.
           ACCEPT w-importe-correcto.
           IF w-importe-correcto = 0
               DISPLAY "***IMPORTE INVALIDO - NO SE CARGA LA "
                  "CORRECCION***"
           ELSE
               OPEN EXTEND MOVIMIENTOS
               INITIALIZE mov-reg
               MOVE w-socio-correcto TO mov-socio
               MOVE w-asi-tipo (w-elegido) TO mov-tipo
               MOVE w-importe-correcto TO mov-importe
               MOVE w-asi-fecha (w-elegido) TO mov-fecha
               MOVE SPACE TO mov-marca
               MOVE w-asi-origen (w-elegido) TO mov-origen
               WRITE mov-reg
               CLOSE MOVIMIENTOS
               PERFORM 380-CALCULAR-DELTA
               ADD w-delta TO w-neto-generado
               ADD 1 TO w-cant-correcciones
               DISPLAY "***MOVIMIENTO CORRECTO CARGADO PARA EL SOCIO "
                  w-socio-correcto "***"
           END-IF.

      * Efecto sobre el saldo del movimiento recien grabado, con la
      * regla de signos del posteo (sin la marca).
       380-CALCULAR-DELTA.
           IF mov-tipo = "P" OR mov-tipo = "F"
               MOVE mov-importe TO w-delta
           ELSE
               COMPUTE w-delta = 0 - mov-importe
           END-IF.

       390-MOSTRAR-SOCIO.
           MOVE soc-socio TO l-soc.
           MOVE soc-nombre TO l-nombre.
           MOVE soc-importe TO l-saldo.
           MOVE soc-estado-cuota TO l-estado.
           DISPLAY lin-guarda.
           DISPLAY lin-val.
           DISPLAY lin-guarda.

       500-FIN-GENERAL.
           PERFORM 510-CERRAR-ARCHIVOS.
           DISPLAY "CONTRA-ASIENTOS FINALIZADO: " w-cant-reversas
              " GENERADOS, " w-cant-correcciones " CORRECCIONES, "
              w-cant-rechazados " RECHAZADOS".
           PERFORM 770-REGISTRAR-FIN-CORRIDA.

       510-CERRAR-ARCHIVOS.
           CLOSE SOCIOS.
           CLOSE CONVENIOS.

      * La sesion deja su inicio y su fin en el diario compartido de
      * corridas; el neto es el efecto sobre los saldos de lo generado
      * (contra-asientos y correcciones), para que el reporte diario
      * lo cruce contra lo que el posteo aplico.
       760-REGISTRAR-INICIO-CORRIDA.
           OPEN EXTEND CORRIDAS.
           ACCEPT w-cor-fecha FROM DATE YYYYMMDD.
           ACCEPT w-cor-hora FROM TIME.
           INITIALIZE cor-reg.
           MOVE w-cor-fecha TO cor-fecha.
           MOVE w-cor-hora TO cor-hora.
           MOVE "REVERSAS" TO cor-programa.
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
           MOVE "REVERSAS" TO cor-programa.
           MOVE "FIN" TO cor-evento.
           COMPUTE cor-entrados = w-cant-reversas + w-cant-correcciones
              + w-cant-rechazados.
           COMPUTE cor-aplicados =
              w-cant-reversas + w-cant-correcciones.
           MOVE w-cant-rechazados TO cor-rechazados.
           MOVE RETURN-CODE TO cor-retorno.
           MOVE w-neto-generado TO cor-neto.
           WRITE cor-reg.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
