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
      * El estado de la exportacion anterior (todos los socios del
      * maestro con su estado de cuota, en orden de numero) es la base
      * contra la que se calculan las novedades; la corrida deja el
      * estado nuevo en un archivo de trabajo y al terminar lo copia
      * sobre la base para la proxima exportacion.
           SELECT OPTIONAL ESTADO-ANT
           ASSIGN TO DYNAMIC W-ESTADO-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESTADO-NUE
           ASSIGN TO DYNAMIC W-ESTADO-NUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PADRON
           ASSIGN TO DYNAMIC W-PADRON-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOVEDADES
           ASSIGN TO DYNAMIC W-NOVEDADES-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS
           ASSIGN TO DYNAMIC W-CORRIDAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCIOS.cpy".

       FD  ESTADO-ANT.
       01  esa-reg.
           03 esa-socio pic 9(7).
           03 esa-nombre pic x(20).
           03 esa-categoria pic x(1).
           03 esa-estado pic x(1).
           03 esa-novedad pic x(1).

      * Novedad del socio en esta exportacion: A alta, B baja (salio
      * del maestro), S suspension, R rehabilitacion, blanco sin
      * novedad. El socio dado de baja viaja con estado "X" solo en el
      * archivo de trabajo: no pasa a la base de la proxima corrida.
       FD  ESTADO-NUE.
       01  esn-reg.
           03 esn-socio pic 9(7).
           03 esn-nombre pic x(20).
           03 esn-categoria pic x(1).
           03 esn-estado pic x(1).
           03 esn-novedad pic x(1).

      * Padron de habilitados para los molinetes: una cabecera con la
      * fecha y hora de la exportacion y la cantidad de socios, y un
      * registro por socio no suspendido.
       FD  PADRON.
       01  pad-reg.
           03 pad-tipo-reg pic x(1).
           03 pad-socio pic 9(7).
           03 pad-nombre pic x(20).
           03 pad-categoria pic x(1).
           03 filler pic x(1).
       01  pad-cabecera.
           03 pac-tipo-reg pic x(1).
           03 pac-fecha pic 9(8).
           03 pac-hora pic 9(8).
           03 pac-cantidad pic 9(7).
           03 filler pic x(6).

      * Novedades desde la exportacion anterior, con la misma
      * cabecera: la cantidad es la de registros de novedad.
       FD  NOVEDADES.
       01  nov-reg.
           03 nov-tipo-reg pic x(1).
           03 nov-novedad pic x(1).
           03 nov-socio pic 9(7).
           03 nov-nombre pic x(20).
           03 nov-categoria pic x(1).
       01  nov-cabecera.
           03 noc-tipo-reg pic x(1).
           03 noc-fecha pic 9(8).
           03 noc-hora pic 9(8).
           03 noc-cantidad pic 9(7).
           03 filler pic x(6).

       FD  CORRIDAS.
           COPY "CORRIDAS.cpy".

       WORKING-STORAGE SECTION.
       01  w-socios-path pic x(100) value spaces.
       01  w-estado-path pic x(100) value spaces.
       01  w-estado-nue-path pic x(100) value spaces.
       01  w-padron-path pic x(100) value spaces.
       01  w-novedades-path pic x(100) value spaces.
       01  w-corridas-path pic x(100) value spaces.
       01  w-cor-fecha pic 9(8) value 0.
       01  w-cor-hora pic 9(8) value 0.
       01  w-fecha-hoy pic 9(8) value 0.
       01  w-hora-hoy pic 9(8) value 0.
       01  w-ant-fin pic 9 value 0.
       01  w-soc-fin pic 9 value 0.
       01  w-nue-fin pic 9 value 0.
       01  w-base-leida pic 9 value 0.
       01  w-cant-leidos pic 9(7) value 0.
       01  w-cant-habilitados pic 9(7) value 0.
       01  w-cant-suspendidos pic 9(7) value 0.
       01  w-cant-novedades pic 9(7) value 0.
       01  w-cant-altas pic 9(7) value 0.
       01  w-cant-bajas pic 9(7) value 0.
       01  w-cant-suspensiones pic 9(7) value 0.
       01  w-cant-rehabilitados pic 9(7) value 0.
       01  w-cant-padron pic 9(7) value 0.
       01  w-cant-novedades-esc pic 9(7) value 0.

       PROCEDURE DIVISION.
      ****************** PROGRAMA PRINCIPAL********************************
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           PERFORM 150-LEER-ANTERIOR.
           PERFORM 160-LEER-SOCIO.
           PERFORM 300-APAREAR
              UNTIL w-ant-fin = 1 AND w-soc-fin = 1.
           PERFORM 400-GENERAR-ARCHIVOS.
           IF RETURN-CODE = 0
               PERFORM 450-ROTAR-ESTADO
           END-IF.
           PERFORM 500-FIN-GENERAL.
           STOP RUN.

      ****************** INICIO RUTINAS ********************************
       100-INICIO-GENERAL.
           PERFORM 110-INICIALIZAR-VARIABLES.
           PERFORM 115-OBTENER-RUTAS-ARCHIVOS.
           PERFORM 760-REGISTRAR-INICIO-CORRIDA.
           PERFORM 120-ABRIR-ARCHIVOS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora-hoy FROM TIME.

       110-INICIALIZAR-VARIABLES.
           MOVE ZERO TO w-ant-fin.
           MOVE ZERO TO w-soc-fin.
           MOVE ZERO TO w-nue-fin.
           MOVE ZERO TO w-base-leida.
           MOVE ZERO TO w-cant-leidos.
           MOVE ZERO TO w-cant-habilitados.
           MOVE ZERO TO w-cant-suspendidos.
           MOVE ZERO TO w-cant-novedades.
           MOVE ZERO TO w-cant-altas.
           MOVE ZERO TO w-cant-bajas.
           MOVE ZERO TO w-cant-suspensiones.
           MOVE ZERO TO w-cant-rehabilitados.
           MOVE ZERO TO w-cant-padron.
           MOVE ZERO TO w-cant-novedades-esc.

      * Las rutas se toman de variables de entorno para poder correr
      * el mismo ejecutable contra datos de dev/test/produccion sin
      * recompilar; si la variable no esta definida se usa la ruta
      * historica como valor por defecto. El archivo de trabajo del
      * estado nuevo es la base con el agregado .nue.
       115-OBTENER-RUTAS-ARCHIVOS.
           ACCEPT w-socios-path FROM ENVIRONMENT "SOCIOS_DAT_PATH".
           IF w-socios-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\archSociosGen.dat"
               TO w-socios-path
           END-IF.
           ACCEPT w-padron-path FROM ENVIRONMENT "PADRON_PATH".
           IF w-padron-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\padronHabil.dat"
               TO w-padron-path
           END-IF.
           ACCEPT w-novedades-path FROM ENVIRONMENT
              "PADRON_NOVEDADES_PATH".
           IF w-novedades-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\padronNovedad.dat"
               TO w-novedades-path
           END-IF.
           ACCEPT w-estado-path FROM ENVIRONMENT "PADRON_ESTADO_PATH".
           IF w-estado-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\padronEstado.dat"
               TO w-estado-path
           END-IF.
           MOVE SPACES TO w-estado-nue-path.
           STRING
              FUNCTION TRIM(w-estado-path) DELIMITED BY SIZE
              ".nue" DELIMITED BY SIZE
           INTO w-estado-nue-path.
           ACCEPT w-corridas-path FROM ENVIRONMENT
              "SOCIOS_CORRIDAS_PATH".
           IF w-corridas-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\corridas.dat"
               TO w-corridas-path
           END-IF.

       120-ABRIR-ARCHIVOS.
           OPEN INPUT SOCIOS.
           OPEN INPUT ESTADO-ANT.
           OPEN OUTPUT ESTADO-NUE.

      * Sin base (primera exportacion) todos los habilitados salen
      * como altas, que es lo que el proveedor necesita para cargar
      * los molinetes desde cero.
       150-LEER-ANTERIOR.
           READ ESTADO-ANT
               AT END MOVE 1 TO w-ant-fin
               NOT AT END MOVE 1 TO w-base-leida
           END-READ.

       160-LEER-SOCIO.
           READ SOCIOS
               AT END MOVE 1 TO w-soc-fin
               NOT AT END ADD 1 TO w-cant-leidos
           END-READ.

      * Apareo clasico por numero de socio entre la base anterior y el
      * maestro: solo en el maestro es un socio nuevo, solo en la base
      * es un socio que salio del maestro, y en los dos se compara el
      * estado de cuota para detectar suspensiones y rehabilitaciones.
       300-APAREAR.
           EVALUATE TRUE
               WHEN w-ant-fin = 1
                   PERFORM 320-SOCIO-NUEVO
                   PERFORM 160-LEER-SOCIO
               WHEN w-soc-fin = 1
                   PERFORM 330-SOCIO-SALIDO
                   PERFORM 150-LEER-ANTERIOR
               WHEN esa-socio > soc-socio
                   PERFORM 320-SOCIO-NUEVO
                   PERFORM 160-LEER-SOCIO
               WHEN esa-socio < soc-socio
                   PERFORM 330-SOCIO-SALIDO
                   PERFORM 150-LEER-ANTERIOR
               WHEN OTHER
                   PERFORM 340-SOCIO-COMUN
                   PERFORM 150-LEER-ANTERIOR
                   PERFORM 160-LEER-SOCIO
           END-EVALUATE.

      * Un socio nuevo que ya entra suspendido no es novedad para los
      * molinetes: nunca estuvo habilitado.
       320-SOCIO-NUEVO.
           PERFORM 325-MOVER-SOCIO.
           IF soc-estado-cuota = "S"
               MOVE SPACE TO esn-novedad
           ELSE
               MOVE "A" TO esn-novedad
           END-IF.
           PERFORM 350-GRABAR-ESTADO.

       325-MOVER-SOCIO.
           MOVE soc-socio TO esn-socio.
           MOVE soc-nombre TO esn-nombre.
           MOVE soc-categoria TO esn-categoria.
           MOVE soc-estado-cuota TO esn-estado.

      * El que salio del maestro estando suspendido ya no figuraba en
      * el padron: su baja no cambia nada en la puerta.
       330-SOCIO-SALIDO.
           IF esa-estado NOT = "S"
               MOVE esa-socio TO esn-socio
               MOVE esa-nombre TO esn-nombre
               MOVE esa-categoria TO esn-categoria
               MOVE "X" TO esn-estado
               MOVE "B" TO esn-novedad
               PERFORM 350-GRABAR-ESTADO
           END-IF.

       340-SOCIO-COMUN.
           PERFORM 325-MOVER-SOCIO.
           MOVE SPACE TO esn-novedad.
           IF esa-estado NOT = "S" AND soc-estado-cuota = "S"
               MOVE "S" TO esn-novedad
           END-IF.
           IF esa-estado = "S" AND soc-estado-cuota NOT = "S"
               MOVE "R" TO esn-novedad
           END-IF.
           PERFORM 350-GRABAR-ESTADO.

       350-GRABAR-ESTADO.
           EVALUATE esn-estado
               WHEN "S" ADD 1 TO w-cant-suspendidos
               WHEN "X" CONTINUE
               WHEN OTHER ADD 1 TO w-cant-habilitados
           END-EVALUATE.
           EVALUATE esn-novedad
               WHEN "A" ADD 1 TO w-cant-altas
               WHEN "B" ADD 1 TO w-cant-bajas
               WHEN "S" ADD 1 TO w-cant-suspensiones
               WHEN "R" ADD 1 TO w-cant-rehabilitados
               WHEN OTHER CONTINUE
           END-EVALUATE.
           IF esn-novedad NOT = SPACE
               ADD 1 TO w-cant-novedades
           END-IF.
           WRITE esn-reg.

      * Con las cantidades ya contadas en el apareo, las cabeceras se
      * graban primero y el estado nuevo se recorre una sola vez para
      * los dos archivos del proveedor. Las cantidades de cabecera
      * tienen que coincidir con los registros grabados, porque es la
      * cifra que el proveedor concilia del otro lado; si no coinciden
      * la corrida termina con codigo 8 sin tocar la base.
       400-GENERAR-ARCHIVOS.
           CLOSE ESTADO-NUE.
           OPEN INPUT ESTADO-NUE.
           OPEN OUTPUT PADRON.
           OPEN OUTPUT NOVEDADES.
           MOVE SPACES TO pad-cabecera.
           MOVE "H" TO pac-tipo-reg.
           MOVE w-fecha-hoy TO pac-fecha.
           MOVE w-hora-hoy TO pac-hora.
           MOVE w-cant-habilitados TO pac-cantidad.
           WRITE pad-cabecera.
           MOVE SPACES TO nov-cabecera.
           MOVE "H" TO noc-tipo-reg.
           MOVE w-fecha-hoy TO noc-fecha.
           MOVE w-hora-hoy TO noc-hora.
           MOVE w-cant-novedades TO noc-cantidad.
           WRITE nov-cabecera.
           MOVE ZERO TO w-nue-fin.
           PERFORM 410-LEER-ESTADO-NUEVO.
           PERFORM UNTIL w-nue-fin = 1
               PERFORM 420-ESCRIBIR-SOCIO
               PERFORM 410-LEER-ESTADO-NUEVO
           END-PERFORM.
           CLOSE PADRON.
           CLOSE NOVEDADES.
           IF w-cant-padron NOT = w-cant-habilitados
              OR w-cant-novedades-esc NOT = w-cant-novedades
               DISPLAY "***ERROR: LAS CANTIDADES DE CABECERA NO "
                  "COINCIDEN CON LOS REGISTROS GRABADOS - NO SE "
                  "ACTUALIZA LA BASE***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       410-LEER-ESTADO-NUEVO.
           READ ESTADO-NUE AT END MOVE 1 TO w-nue-fin.

       420-ESCRIBIR-SOCIO.
           IF esn-estado NOT = "S" AND esn-estado NOT = "X"
               MOVE SPACES TO pad-reg
               MOVE "D" TO pad-tipo-reg
               MOVE esn-socio TO pad-socio
               MOVE esn-nombre TO pad-nombre
               MOVE esn-categoria TO pad-categoria
               WRITE pad-reg
               ADD 1 TO w-cant-padron
           END-IF.
           IF esn-novedad NOT = SPACE
               MOVE "D" TO nov-tipo-reg
               MOVE esn-novedad TO nov-novedad
               MOVE esn-socio TO nov-socio
               MOVE esn-nombre TO nov-nombre
               MOVE esn-categoria TO nov-categoria
               WRITE nov-reg
               ADD 1 TO w-cant-novedades-esc
           END-IF.

      * La base de la proxima exportacion es el estado nuevo sin los
      * socios dados de baja y sin las marcas de novedad. Se reemplaza
      * recien con los dos archivos del proveedor ya cerrados: si la
      * corrida se cae antes, la base vieja sigue intacta y la
      * siguiente exportacion vuelve a informar las mismas novedades.
       450-ROTAR-ESTADO.
           CLOSE ESTADO-NUE.
           CLOSE ESTADO-ANT.
           OPEN INPUT ESTADO-NUE.
           OPEN OUTPUT ESTADO-ANT.
           MOVE ZERO TO w-nue-fin.
           PERFORM 410-LEER-ESTADO-NUEVO.
           PERFORM UNTIL w-nue-fin = 1
               IF esn-estado NOT = "X"
                   MOVE esn-reg TO esa-reg
                   MOVE SPACE TO esa-novedad
                   WRITE esa-reg
               END-IF
               PERFORM 410-LEER-ESTADO-NUEVO
           END-PERFORM.

       500-FIN-GENERAL.
           PERFORM 510-CERRAR-ARCHIVOS.
           IF w-base-leida = 0
               DISPLAY "ADVERTENCIA: NO HABIA EXPORTACION ANTERIOR - "
                  "TODOS LOS HABILITADOS SE INFORMAN COMO ALTAS"
           END-IF.
           DISPLAY "PADRON DE HABILITADOS: " w-cant-padron
              " SOCIOS (" w-cant-suspendidos " SUSPENDIDOS NO "
              "EXPORTADOS)".
           DISPLAY "NOVEDADES: " w-cant-novedades-esc " (ALTAS "
              w-cant-altas ", BAJAS " w-cant-bajas ", SUSPENSIONES "
              w-cant-suspensiones ", REHABILITACIONES "
              w-cant-rehabilitados ")".
           PERFORM 770-REGISTRAR-FIN-CORRIDA.

       510-CERRAR-ARCHIVOS.
           CLOSE SOCIOS.
           CLOSE ESTADO-NUE.
           CLOSE ESTADO-ANT.

      * Toda corrida batch deja su inicio y su fin en el diario
      * compartido de corridas, con los contadores, para que el
      * reporte diario reconstruya la cadena nocturna sin revisar los
      * logs privados de cada programa.
       760-REGISTRAR-INICIO-CORRIDA.
           OPEN EXTEND CORRIDAS.
           ACCEPT w-cor-fecha FROM DATE YYYYMMDD.
           ACCEPT w-cor-hora FROM TIME.
           INITIALIZE cor-reg.
           MOVE w-cor-fecha TO cor-fecha.
           MOVE w-cor-hora TO cor-hora.
           MOVE "PADRON" TO cor-programa.
           MOVE "INICIO" TO cor-evento.
           WRITE cor-reg.
           CLOSE CORRIDAS.

      * Los socios leidos del maestro son los entrados; los
      * habilitados exportados, los aplicados, y los suspendidos que
      * no van al padron, los rechazados. La exportacion no mueve
      * saldos: el neto queda en cero.
       770-REGISTRAR-FIN-CORRIDA.
           OPEN EXTEND CORRIDAS.
           ACCEPT w-cor-fecha FROM DATE YYYYMMDD.
           ACCEPT w-cor-hora FROM TIME.
           INITIALIZE cor-reg.
           MOVE w-cor-fecha TO cor-fecha.
           MOVE w-cor-hora TO cor-hora.
           MOVE "PADRON" TO cor-programa.
           MOVE "FIN" TO cor-evento.
           MOVE w-cant-leidos TO cor-entrados.
           MOVE w-cant-padron TO cor-aplicados.
           MOVE w-cant-suspendidos TO cor-rechazados.
           MOVE RETURN-CODE TO cor-retorno.
           MOVE ZERO TO cor-neto.
           WRITE cor-reg.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
