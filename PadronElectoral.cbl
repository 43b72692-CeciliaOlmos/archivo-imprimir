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
           SELECT EXCLUIDOS ASSIGN TO
           DYNAMIC PRINTER, W-EXCLUIDOS-PATH.
           SELECT ORD-FILE ASSIGN TO "electoral1.srt".
           SELECT ORD2-FILE ASSIGN TO "electoral2.srt".
           SELECT SNAPSHOT
           ASSIGN TO DYNAMIC W-SNAPSHOT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS snp-socio
           ALTERNATE RECORD KEY IS snp-nombre WITH DUPLICATES.
           SELECT OPTIONAL CONTROL-FILE
           ASSIGN TO DYNAMIC W-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITORIA
           ASSIGN TO DYNAMIC W-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BAJAS
           ASSIGN TO DYNAMIC W-BAJAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS baj-socio
           ALTERNATE RECORD KEY IS baj-nombre WITH DUPLICATES.
           SELECT EVALUADOS
           ASSIGN TO DYNAMIC W-EVALUADOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS
           ASSIGN TO DYNAMIC W-CORRIDAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Primer orden: por socio, los asientos de alta y baja del diario
      * (clase 1) antes que el registro del snapshot (clase 2), asi al
      * llegar al socio su fecha de alta ya esta resuelta.
       SD  ORD-FILE.
       01  ord-reg.
           03 ord-socio pic 9(7).
           03 ord-clase pic 9(1).
           03 ord-fecha pic 9(8).
           03 ord-hora pic 9(8).
           03 ord-operacion pic x(8).
           03 ord-nombre pic x(20).
           03 ord-categoria pic x(1).
           03 ord-estado pic x(1).

      * Segundo orden: habilitados (grupo 1) y excluidos (grupo 2), cada
      * grupo por nombre, que es el orden en que se imprimen.
       SD  ORD2-FILE.
       01  or2-reg.
           03 or2-grupo pic 9(1).
           03 or2-nombre pic x(20).
           03 or2-socio pic 9(7).
           03 or2-categoria pic x(1).
           03 or2-estado pic x(1).
           03 or2-fecha-alta pic 9(8).
           03 or2-mot-deuda pic x(1).
           03 or2-mot-categoria pic x(1).
           03 or2-mot-antiguedad pic x(1).
           03 or2-mot-baja pic x(1).

      * El snapshot que genero CierrePeriodo en la fecha de cierre
      * estatutaria comparte campo a campo el layout de soc-reg.
       FD  SNAPSHOT.
       01  snp-reg.
           03 snp-socio pic 9(7).
           03 snp-nombre pic x(20).
           03 snp-importe pic s9(8)v99.
           03 snp-categoria pic x(1).
           03 snp-estado-cuota pic x(1).

       FD  CONTROL-FILE.
           COPY "MAESTROCTL.cpy".

      * Mismo criterio de largos que la recuperacion del maestro: 119
      * y 80 son WRITE/REWRITE y DELETE del formato vigente; 113 y 76
      * son los mismos asientos del formato anterior a la conversion,
      * con la clave de 5 digitos. El socio conservo su numero al
      * convertir, asi que esos asientos tambien sirven para fechar
      * el alta de los socios mas antiguos.
       FD  AUDITORIA
           RECORD IS VARYING IN SIZE FROM 1 TO 119
           DEPENDING ON w-aud-largo.
           COPY "AUDITORIA.cpy".
       01  aud-reg-viejo.
           03 filler pic x(34).
           03 auv-socio pic 9(5).
           03 filler pic x(80).

       FD  BAJAS.
           COPY "BAJAS.cpy".

       FD  EVALUADOS.
       01  eva-reg.
           03 eva-grupo pic 9(1).
           03 eva-nombre pic x(20).
           03 eva-socio pic 9(7).
           03 eva-categoria pic x(1).
           03 eva-estado pic x(1).
           03 eva-fecha-alta pic 9(8).
           03 eva-mot-deuda pic x(1).
           03 eva-mot-categoria pic x(1).
           03 eva-mot-antiguedad pic x(1).
           03 eva-mot-baja pic x(1).

       FD  CORRIDAS.
           COPY "CORRIDAS.cpy".

       FD  listado.
       01  lis-reg pic x(80).

       FD  excluidos.
       01  exc-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-snapshot-path pic x(100) value spaces.
       01  w-control-path pic x(100) value spaces.
       01  w-audit-path pic x(100) value spaces.
       01  w-bajas-path pic x(100) value spaces.
       01  w-evaluados-path pic x(100) value spaces.
       01  w-listado-path pic x(100) value spaces.
       01  w-excluidos-path pic x(100) value spaces.
       01  w-corridas-path pic x(100) value spaces.
       01  w-cor-fecha pic 9(8) value 0.
       01  w-cor-hora pic 9(8) value 0.
       01  w-aud-largo pic 9(4) value 0.
       01  w-flag-audit pic 9 value 0.
       01  w-flag-snapshot pic 9 value 0.
       01  w-fin-orden pic 9 value 0.
       01  w-control-leido pic 9 value 0.
       01  w-fecha-cierre pic 9(8) value 0.
       01  w-fecha-cierre-r redefines w-fecha-cierre.
           03 w-cie-aaaa pic 9(4).
           03 w-cie-mm pic 9(2).
           03 w-cie-dd pic 9(2).
      * Antiguedad minima estatutaria: dos anios cumplidos a la fecha
      * de cierre, es decir alta en o antes de la misma fecha dos anios
      * atras.
       01  w-anios-antiguedad pic 9(2) value 2.
       01  w-fecha-limite pic 9(8) value 0.
      * Marcas de tiempo del diario pegadas en un solo numero de 16
      * digitos, como en la recuperacion y el estado de cuenta.
       01  w-ts-corte.
           03 w-ts-cor-fecha pic 9(8).
           03 w-ts-cor-hora pic 9(8).
       01  w-ts-corte-n redefines w-ts-corte pic 9(16).
       01  w-ts-entrada.
           03 w-ts-ent-fecha pic 9(8).
           03 w-ts-ent-hora pic 9(8).
       01  w-ts-entrada-n redefines w-ts-entrada pic 9(16).
       01  w-socio-asiento pic 9(7) value 0.
       01  w-socio-actual pic 9(7) value 0.
       01  w-fecha-alta pic 9(8) value 0.
       01  w-cant-padron pic 9(7) value 0.
       01  w-cant-excluidos pic 9(7) value 0.
       01  w-cant-mot-deuda pic 9(7) value 0.
       01  w-cant-mot-categoria pic 9(7) value 0.
       01  w-cant-mot-antiguedad pic 9(7) value 0.
       01  w-cant-mot-baja pic 9(7) value 0.
       01  w-cant-asientos pic 9(7) value 0.
       01  w-ptr-motivos pic 99 value 1.
       01  w-cont-lineas pic 99 value 0.
       01  w-cont-paginas pic 999 value 0.
       01  w-exc-lineas pic 99 value 0.
       01  w-exc-paginas pic 999 value 0.
       01  w-contador pic 999 value 50.
      ******************LINEAS DE IMPRESION***************************
       01  cabecera0.
           03 filler pic x(5) value spaces.
           03 filler pic x(7) value "PAG.NRO".
           03 filler pic x value "-".
           03 l-nro-pag pic 9(3).
           03 filler pic x(64) value spaces.
       01  lin-club.
           03 filler pic x(25) value spaces.
           03 filler pic x(30)
              value "CLUB SOCIAL Y DEPORTIVO".
           03 filler pic x(25) value spaces.
       01  lin-titulo.
           03 filler pic x(15) value spaces.
           03 l-titulo pic x(50).
           03 filler pic x(15) value spaces.
       01  lin-cierre.
           03 filler pic x(15) value spaces.
           03 filler pic x(17) value "FECHA DE CIERRE: ".
           03 l-cie-dd pic 9(2).
           03 filler pic x value "/".
           03 l-cie-mm pic 9(2).
           03 filler pic x value "/".
           03 l-cie-aaaa pic 9(4).
           03 filler pic x(38) value spaces.
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-blanco.
           03 filler pic x(80) value spaces.
       01  cab-padron.
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "ORDEN".
           03 filler pic x(9) value "SOCIO".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(5) value "CAT.".
           03 filler pic x(35) value "FIRMA DEL SOCIO".
       01  det-padron.
           03 filler pic x(2) value spaces.
           03 l-pad-orden pic zzzz9.
           03 filler pic x(2) value spaces.
           03 l-pad-socio pic 9(7).
           03 filler pic x(2) value spaces.
           03 l-pad-nombre pic x(20).
           03 filler pic x(2) value spaces.
           03 l-pad-cat pic x(1).
           03 filler pic x(4) value spaces.
           03 filler pic x(30) value all "_".
           03 filler pic x(5) value spaces.
       01  lin-firmas.
           03 filler pic x(5) value spaces.
           03 filler pic x(25) value all "_".
           03 filler pic x(15) value spaces.
           03 filler pic x(25) value all "_".
           03 filler pic x(10) value spaces.
       01  lin-firmas-rotulo.
           03 filler pic x(11) value spaces.
           03 filler pic x(39) value "PRESIDENTE".
           03 filler pic x(30) value "SECRETARIO".
       01  cab-excluidos.
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(4) value "CAT".
           03 filler pic x(4) value "EST".
           03 filler pic x(9) value "ALTA".
           03 filler pic x(32) value "MOTIVO DE EXCLUSION".
       01  det-excluido.
           03 filler pic x(2) value spaces.
           03 l-exc-socio pic 9(7).
           03 filler pic x(1) value spaces.
           03 l-exc-nombre pic x(20).
           03 filler pic x(1) value spaces.
           03 l-exc-cat pic x(1).
           03 filler pic x(3) value spaces.
           03 l-exc-est pic x(1).
           03 filler pic x(3) value spaces.
           03 l-exc-alta pic x(8).
           03 filler pic x(1) value spaces.
           03 l-exc-motivos pic x(32).
       01  lin-total.
           03 filler pic x(5) value spaces.
           03 l-tot-rotulo pic x(30).
           03 l-tot-cant pic zz.zz9.
           03 filler pic x(39) value spaces.

       PROCEDURE DIVISION.
      ****************** PROGRAMA PRINCIPAL********************************
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           IF w-control-leido = 1
               SORT ORD-FILE
                   ON ASCENDING KEY ord-socio ord-clase ord-fecha
                      ord-hora
                   INPUT PROCEDURE 300-SELECCIONAR
                   OUTPUT PROCEDURE 350-EVALUAR-SOCIOS
               SORT ORD2-FILE
                   ON ASCENDING KEY or2-grupo or2-nombre or2-socio
                   USING EVALUADOS
                   OUTPUT PROCEDURE 400-IMPRIMIR-LISTADOS
           END-IF.
           PERFORM 500-FIN-GENERAL.
           STOP RUN.

      ****************** INICIO RUTINAS ********************************
       100-INICIO-GENERAL.
           PERFORM 110-INICIALIZAR-VARIABLES.
           PERFORM 115-OBTENER-RUTAS-ARCHIVOS.
           PERFORM 760-REGISTRAR-INICIO-CORRIDA.
           PERFORM 140-PEDIR-RUTA-SNAPSHOT.
           PERFORM 130-LEER-FECHA-CIERRE.
           IF w-control-leido = 1
               PERFORM 120-ABRIR-ARCHIVOS
           END-IF.

       110-INICIALIZAR-VARIABLES.
           MOVE ZERO TO w-flag-audit.
           MOVE ZERO TO w-flag-snapshot.
           MOVE ZERO TO w-control-leido.
           MOVE ZERO TO w-cant-padron.
           MOVE ZERO TO w-cant-excluidos.
           MOVE ZERO TO w-cant-mot-deuda.
           MOVE ZERO TO w-cant-mot-categoria.
           MOVE ZERO TO w-cant-mot-antiguedad.
           MOVE ZERO TO w-cant-mot-baja.
           MOVE ZERO TO w-cant-asientos.
           MOVE ZERO TO w-cont-paginas.
           MOVE ZERO TO w-exc-paginas.

      * Las rutas se toman de variables de entorno para poder correr
      * el mismo ejecutable contra datos de dev/test/produccion sin
      * recompilar; si la variable no esta definida se usa la ruta
      * historica como valor por defecto.
       115-OBTENER-RUTAS-ARCHIVOS.
           ACCEPT w-audit-path FROM ENVIRONMENT "SOCIOS_AUDIT_PATH".
           IF w-audit-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\auditSocios.dat"
               TO w-audit-path
           END-IF.
           ACCEPT w-bajas-path FROM ENVIRONMENT "SOCIOS_BAJAS_PATH".
           IF w-bajas-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\archBajas.dat"
               TO w-bajas-path
           END-IF.
           ACCEPT w-evaluados-path FROM ENVIRONMENT
              "ELECTORAL_TRABAJO_PATH".
           IF w-evaluados-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\electoralEval.dat"
               TO w-evaluados-path
           END-IF.
           ACCEPT w-listado-path FROM ENVIRONMENT
              "ELECTORAL_LISTADO_PATH".
           IF w-listado-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\impreElectoral.dat"
               TO w-listado-path
           END-IF.
           ACCEPT w-excluidos-path FROM ENVIRONMENT
              "ELECTORAL_EXCLUIDOS_PATH".
           IF w-excluidos-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\impreExcluidos.dat"
               TO w-excluidos-path
           END-IF.
           ACCEPT w-corridas-path FROM ENVIRONMENT
              "SOCIOS_CORRIDAS_PATH".
           IF w-corridas-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\corridas.dat"
               TO w-corridas-path
           END-IF.

      * El padron se arma contra el snapshot que el cierre de periodo
      * tomo en la fecha de cierre estatutaria; su archivo de control
      * (mismo nombre mas .ctl) aporta esa fecha y la hora del corte.
       140-PEDIR-RUTA-SNAPSHOT.
           DISPLAY "***INGRESE RUTA DEL SNAPSHOT DE LA FECHA DE "
              "CIERRE***".
           ACCEPT w-snapshot-path.
           MOVE SPACES TO w-control-path.
           STRING
              FUNCTION TRIM(w-snapshot-path) DELIMITED BY SIZE
              ".ctl" DELIMITED BY SIZE
           INTO w-control-path.

      * Sin fecha de cierre no hay padron: el estado de cuota y la
      * antiguedad se juzgan a esa fecha, y un padron sin ella no se
      * puede defender en la asamblea. La corrida termina con codigo
      * 8 sin emitir listados.
       130-LEER-FECHA-CIERRE.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
                   DISPLAY "***ERROR: EL SNAPSHOT NO TIENE ARCHIVO DE "
                      "CONTROL - NO HAY FECHA DE CIERRE***"
               NOT AT END
                   IF mct-marca = "CONTROL"
                       MOVE mct-fecha TO w-fecha-cierre
                       MOVE mct-fecha TO w-ts-cor-fecha
                       MOVE mct-hora TO w-ts-cor-hora
                       MOVE 1 TO w-control-leido
                   ELSE
                       DISPLAY "***ERROR: EL ARCHIVO DE CONTROL NO "
                          "TIENE LA MARCA CONTROL***"
                   END-IF
           END-READ.
           CLOSE CONTROL-FILE.
           IF w-control-leido = 1
               COMPUTE w-fecha-limite =
                  w-fecha-cierre - w-anios-antiguedad * 10000
               MOVE w-cie-dd TO l-cie-dd
               MOVE w-cie-mm TO l-cie-mm
               MOVE w-cie-aaaa TO l-cie-aaaa
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       120-ABRIR-ARCHIVOS.
           OPEN INPUT SNAPSHOT.
           OPEN INPUT AUDITORIA.
           OPEN INPUT BAJAS.
           OPEN OUTPUT LISTADO.
           OPEN OUTPUT EXCLUIDOS.

      * Del diario solo sirven las altas (WRITE) y las bajas (DELETE)
      * hasta el instante del cierre. La importacion y la fusion
      * asientan WRITE sobre otros archivos, no sobre el maestro, y se
      * descartan; los asientos TRAILER de diarios viejos tambien. El
      * archivo anual del diario deja, por cada socio vigente, un
      * asiento ALTA-ANT con la fecha de su alta: vale como el WRITE
      * que se fue al archivo.
       300-SELECCIONAR.
           PERFORM 310-LEER-AUDITORIA.
           PERFORM UNTIL w-flag-audit = 1
               PERFORM 320-LIBERAR-ASIENTO
               PERFORM 310-LEER-AUDITORIA
           END-PERFORM.
           PERFORM 330-LEER-SNAPSHOT.
           PERFORM UNTIL w-flag-snapshot = 1
               PERFORM 340-LIBERAR-SOCIO
               PERFORM 330-LEER-SNAPSHOT
           END-PERFORM.

       310-LEER-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag-audit.

       320-LIBERAR-ASIENTO.
           MOVE ZERO TO w-socio-asiento.
           EVALUATE TRUE
               WHEN aud-operacion NOT = "WRITE"
                  AND aud-operacion NOT = "DELETE"
                  AND aud-operacion NOT = "ALTA-ANT"
                   CONTINUE
               WHEN aud-programa = "IMPORTCSV" OR aud-programa = "MERGE"
                   CONTINUE
               WHEN w-aud-largo = 119 OR w-aud-largo = 80
                   MOVE aud-socio TO w-socio-asiento
                   MOVE 1 TO ord-clase
               WHEN w-aud-largo = 113 OR w-aud-largo = 76
                   MOVE auv-socio TO w-socio-asiento
                   MOVE 1 TO ord-clase
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE aud-fecha TO w-ts-ent-fecha.
           MOVE aud-hora TO w-ts-ent-hora.
           IF w-socio-asiento NOT = 0
              AND w-ts-entrada-n <= w-ts-corte-n
               MOVE w-socio-asiento TO ord-socio
               MOVE aud-fecha TO ord-fecha
               MOVE aud-hora TO ord-hora
               MOVE aud-operacion TO ord-operacion
               MOVE SPACES TO ord-nombre
               MOVE SPACE TO ord-categoria
               MOVE SPACE TO ord-estado
               RELEASE ord-reg
               ADD 1 TO w-cant-asientos
           END-IF.

       330-LEER-SNAPSHOT.
           READ SNAPSHOT AT END MOVE 1 TO w-flag-snapshot.

       340-LIBERAR-SOCIO.
           MOVE snp-socio TO ord-socio.
           MOVE 2 TO ord-clase.
           MOVE ZERO TO ord-fecha.
           MOVE ZERO TO ord-hora.
           MOVE SPACES TO ord-operacion.
           MOVE snp-nombre TO ord-nombre.
           MOVE snp-categoria TO ord-categoria.
           MOVE snp-estado-cuota TO ord-estado.
           RELEASE ord-reg.

      * La antiguedad corre desde el alta vigente: el primer WRITE del
      * socio, o el primero despues de su ultima baja (DELETE) si se
      * fue y volvio por una re-alta, porque el estatuto no suma los
      * anios de una afiliacion que se interrumpio.
       350-EVALUAR-SOCIOS.
           OPEN OUTPUT EVALUADOS.
           MOVE ZERO TO w-socio-actual.
           MOVE ZERO TO w-fecha-alta.
           MOVE ZERO TO w-fin-orden.
           PERFORM 355-RETORNAR-ORDEN.
           PERFORM UNTIL w-fin-orden = 1
               IF ord-socio NOT = w-socio-actual
                   MOVE ord-socio TO w-socio-actual
                   MOVE ZERO TO w-fecha-alta
               END-IF
               IF ord-clase = 1
                   PERFORM 360-ACUMULAR-ASIENTO
               ELSE
                   PERFORM 370-EVALUAR-SOCIO
               END-IF
               PERFORM 355-RETORNAR-ORDEN
           END-PERFORM.
           CLOSE EVALUADOS.

       355-RETORNAR-ORDEN.
           RETURN ORD-FILE AT END MOVE 1 TO w-fin-orden.

       360-ACUMULAR-ASIENTO.
           IF ord-operacion = "DELETE"
               MOVE ZERO TO w-fecha-alta
           ELSE
               IF w-fecha-alta = 0
                   MOVE ord-fecha TO w-fecha-alta
               END-IF
           END-IF.

      * Condiciones del estatuto a la fecha de cierre: categoria A o
      * V, cuota al dia ("P") y dos anios de antiguedad. Un socio sin
      * alta en el diario no tiene antiguedad demostrable y queda
      * excluido por antiguedad. Ademas, el que figura en el archivo
      * de bajas con una baja posterior al cierre ya no es socio el
      * dia de la asamblea. Se informan todos los motivos que apliquen.
       370-EVALUAR-SOCIO.
           MOVE SPACES TO eva-reg.
           MOVE ord-socio TO eva-socio.
           MOVE ord-nombre TO eva-nombre.
           MOVE ord-categoria TO eva-categoria.
           MOVE ord-estado TO eva-estado.
           MOVE w-fecha-alta TO eva-fecha-alta.
           IF ord-categoria NOT = "A" AND ord-categoria NOT = "V"
               MOVE "X" TO eva-mot-categoria
           END-IF.
           IF ord-estado NOT = "P"
               MOVE "X" TO eva-mot-deuda
           END-IF.
           IF w-fecha-alta = 0 OR w-fecha-alta > w-fecha-limite
               MOVE "X" TO eva-mot-antiguedad
           END-IF.
           MOVE ord-socio TO baj-socio.
           READ BAJAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF baj-fecha-baja > w-fecha-cierre
                       MOVE "X" TO eva-mot-baja
                   END-IF
           END-READ.
           IF eva-mot-categoria = SPACE AND eva-mot-deuda = SPACE
              AND eva-mot-antiguedad = SPACE AND eva-mot-baja = SPACE
               MOVE 1 TO eva-grupo
           ELSE
               MOVE 2 TO eva-grupo
           END-IF.
           WRITE eva-reg.

      * Los habilitados van al padron oficial con numero de orden y
      * renglon de firma; los excluidos a su propio listado con los
      * motivos. Cada listado lleva su propia numeracion de paginas.
       400-IMPRIMIR-LISTADOS.
           MOVE ZERO TO w-fin-orden.
           PERFORM 405-RETORNAR-EVALUADO.
           PERFORM UNTIL w-fin-orden = 1
               IF or2-grupo = 1
                   PERFORM 420-IMPRIMIR-HABILITADO
               ELSE
                   PERFORM 440-IMPRIMIR-EXCLUIDO
               END-IF
               PERFORM 405-RETORNAR-EVALUADO
           END-PERFORM.

       405-RETORNAR-EVALUADO.
           RETURN ORD2-FILE AT END MOVE 1 TO w-fin-orden.

       410-INICIO-PAGINA-PADRON.
           IF w-cont-paginas > 0
               PERFORM 415-FIRMAS-PADRON
           END-IF.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas TO l-nro-pag.
           MOVE "PADRON ELECTORAL - ASAMBLEA ANUAL ORDINARIA"
              TO l-titulo.
           WRITE lis-reg FROM cabecera0 AFTER PAGE.
           WRITE lis-reg FROM lin-club AFTER 1.
           WRITE lis-reg FROM lin-titulo AFTER 1.
           WRITE lis-reg FROM lin-cierre AFTER 1.
           WRITE lis-reg FROM lin-guarda AFTER 1.
           WRITE lis-reg FROM cab-padron AFTER 1.
           WRITE lis-reg FROM lin-guarda AFTER 1.
           MOVE 1 TO w-cont-lineas.

      * Cada hoja del padron oficial cierra con las firmas de las
      * autoridades que lo certifican.
       415-FIRMAS-PADRON.
           WRITE lis-reg FROM lin-guarda AFTER 1.
           WRITE lis-reg FROM lin-blanco AFTER 1.
           WRITE lis-reg FROM lin-blanco AFTER 1.
           WRITE lis-reg FROM lin-firmas AFTER 1.
           WRITE lis-reg FROM lin-firmas-rotulo AFTER 1.

       420-IMPRIMIR-HABILITADO.
           IF w-cont-paginas = 0 OR w-cont-lineas >= w-contador
               PERFORM 410-INICIO-PAGINA-PADRON
           END-IF.
           ADD 1 TO w-cant-padron.
           MOVE w-cant-padron TO l-pad-orden.
           MOVE or2-socio TO l-pad-socio.
           MOVE or2-nombre TO l-pad-nombre.
           MOVE or2-categoria TO l-pad-cat.
           WRITE lis-reg FROM det-padron AFTER 2.
           ADD 2 TO w-cont-lineas.

       430-INICIO-PAGINA-EXCLUIDOS.
           ADD 1 TO w-exc-paginas.
           MOVE w-exc-paginas TO l-nro-pag.
           MOVE "SOCIOS EXCLUIDOS DEL PADRON ELECTORAL" TO l-titulo.
           WRITE exc-reg FROM cabecera0 AFTER PAGE.
           WRITE exc-reg FROM lin-club AFTER 1.
           WRITE exc-reg FROM lin-titulo AFTER 1.
           WRITE exc-reg FROM lin-cierre AFTER 1.
           WRITE exc-reg FROM lin-guarda AFTER 1.
           WRITE exc-reg FROM cab-excluidos AFTER 1.
           WRITE exc-reg FROM lin-guarda AFTER 1.
           MOVE 1 TO w-exc-lineas.

       440-IMPRIMIR-EXCLUIDO.
           IF w-exc-paginas = 0 OR w-exc-lineas >= w-contador
               PERFORM 430-INICIO-PAGINA-EXCLUIDOS
           END-IF.
           ADD 1 TO w-cant-excluidos.
           MOVE or2-socio TO l-exc-socio.
           MOVE or2-nombre TO l-exc-nombre.
           MOVE or2-categoria TO l-exc-cat.
           MOVE or2-estado TO l-exc-est.
           IF or2-fecha-alta = 0
               MOVE "S/DATO" TO l-exc-alta
           ELSE
               MOVE or2-fecha-alta TO l-exc-alta
           END-IF.
           PERFORM 445-ARMAR-MOTIVOS.
           WRITE exc-reg FROM det-excluido AFTER 1.
           ADD 1 TO w-exc-lineas.

      * Los motivos se listan uno tras otro, solo los que aplican.
       445-ARMAR-MOTIVOS.
           MOVE SPACES TO l-exc-motivos.
           MOVE 1 TO w-ptr-motivos.
           IF or2-mot-deuda NOT = SPACE
               ADD 1 TO w-cant-mot-deuda
               STRING "DEUDA " DELIMITED BY SIZE
                  INTO l-exc-motivos WITH POINTER w-ptr-motivos
           END-IF.
           IF or2-mot-categoria NOT = SPACE
               ADD 1 TO w-cant-mot-categoria
               STRING "CATEGORIA " DELIMITED BY SIZE
                  INTO l-exc-motivos WITH POINTER w-ptr-motivos
           END-IF.
           IF or2-mot-antiguedad NOT = SPACE
               ADD 1 TO w-cant-mot-antiguedad
               STRING "ANTIGUEDAD " DELIMITED BY SIZE
                  INTO l-exc-motivos WITH POINTER w-ptr-motivos
           END-IF.
           IF or2-mot-baja NOT = SPACE
               ADD 1 TO w-cant-mot-baja
               STRING "BAJA" DELIMITED BY SIZE
                  INTO l-exc-motivos WITH POINTER w-ptr-motivos
           END-IF.

      * El padron cierra con la cantidad de socios habilitados y las
      * firmas de la ultima hoja; el listado de excluidos, con la
      * cantidad por motivo (un socio puede sumar en mas de uno).
       500-FIN-GENERAL.
           IF w-control-leido = 1
               PERFORM 520-TOTALES-PADRON
               PERFORM 540-TOTALES-EXCLUIDOS
               PERFORM 510-CERRAR-ARCHIVOS
               DISPLAY "PADRON ELECTORAL FINALIZADO: " w-cant-padron
                  " SOCIOS HABILITADOS, " w-cant-excluidos
                  " EXCLUIDOS"
           END-IF.
           PERFORM 770-REGISTRAR-FIN-CORRIDA.

       520-TOTALES-PADRON.
           IF w-cont-paginas = 0
               PERFORM 410-INICIO-PAGINA-PADRON
           END-IF.
           WRITE lis-reg FROM lin-guarda AFTER 1.
           MOVE "SOCIOS HABILITADOS PARA VOTAR:" TO l-tot-rotulo.
           MOVE w-cant-padron TO l-tot-cant.
           WRITE lis-reg FROM lin-total AFTER 1.
           PERFORM 415-FIRMAS-PADRON.

       540-TOTALES-EXCLUIDOS.
           IF w-exc-paginas = 0
               PERFORM 430-INICIO-PAGINA-EXCLUIDOS
           END-IF.
           WRITE exc-reg FROM lin-guarda AFTER 1.
           MOVE "SOCIOS EXCLUIDOS:" TO l-tot-rotulo.
           MOVE w-cant-excluidos TO l-tot-cant.
           WRITE exc-reg FROM lin-total AFTER 1.
           MOVE "  POR DEUDA:" TO l-tot-rotulo.
           MOVE w-cant-mot-deuda TO l-tot-cant.
           WRITE exc-reg FROM lin-total AFTER 1.
           MOVE "  POR CATEGORIA:" TO l-tot-rotulo.
           MOVE w-cant-mot-categoria TO l-tot-cant.
           WRITE exc-reg FROM lin-total AFTER 1.
           MOVE "  POR ANTIGUEDAD:" TO l-tot-rotulo.
           MOVE w-cant-mot-antiguedad TO l-tot-cant.
           WRITE exc-reg FROM lin-total AFTER 1.
           MOVE "  POR BAJA POSTERIOR AL CIERRE" TO l-tot-rotulo.
           MOVE w-cant-mot-baja TO l-tot-cant.
           WRITE exc-reg FROM lin-total AFTER 1.

       510-CERRAR-ARCHIVOS.
           CLOSE SNAPSHOT.
           CLOSE AUDITORIA.
           CLOSE BAJAS.
           CLOSE LISTADO.
           CLOSE EXCLUIDOS.

      * Toda corrida deja su inicio y su fin en el diario compartido
      * de corridas. Los socios del snapshot son los entrados, los
      * habilitados los aplicados y los excluidos los rechazados; el
      * padron no mueve saldos.
       760-REGISTRAR-INICIO-CORRIDA.
           OPEN EXTEND CORRIDAS.
           ACCEPT w-cor-fecha FROM DATE YYYYMMDD.
           ACCEPT w-cor-hora FROM TIME.
           INITIALIZE cor-reg.
           MOVE w-cor-fecha TO cor-fecha.
           MOVE w-cor-hora TO cor-hora.
           MOVE "ELECTORAL" TO cor-programa.
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
           MOVE "ELECTORAL" TO cor-programa.
           MOVE "FIN" TO cor-evento.
           COMPUTE cor-entrados = w-cant-padron + w-cant-excluidos.
           MOVE w-cant-padron TO cor-aplicados.
           MOVE w-cant-excluidos TO cor-rechazados.
           MOVE RETURN-CODE TO cor-retorno.
           MOVE ZERO TO cor-neto.
           WRITE cor-reg.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
