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
           SELECT ORD-FILE ASSIGN TO "archivar.srt".
           SELECT SNAPSHOT
           ASSIGN TO DYNAMIC W-SNAPSHOT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS snp-socio
           ALTERNATE RECORD KEY IS snp-nombre WITH DUPLICATES.
      * Un solo FD de control alcanza para los tres usos (leer el .ctl
      * del snapshot y grabar el de cada archivo anual): la ruta es
      * DYNAMIC y se cambia antes de cada OPEN.
           SELECT OPTIONAL CONTROL-FILE
           ASSIGN TO DYNAMIC W-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORIAL
           ASSIGN TO DYNAMIC W-HISTORIAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIS-ARCHIVO
           ASSIGN TO DYNAMIC W-HIS-ARCHIVO-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIS-NUE
           ASSIGN TO DYNAMIC W-HIS-NUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITORIA
           ASSIGN TO DYNAMIC W-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUD-ARCHIVO
           ASSIGN TO DYNAMIC W-AUD-ARCHIVO-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUD-NUE
           ASSIGN TO DYNAMIC W-AUD-NUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CERROJO
           ASSIGN TO DYNAMIC W-CERROJO-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS
           ASSIGN TO DYNAMIC W-CORRIDAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Por socio, las altas y bajas del diario archivado (clase 1)
      * antes que el registro del snapshot (clase 2), igual que en el
      * padron electoral: al llegar al socio su alta vigente ya esta
      * resuelta.
       SD  ORD-FILE.
       01  ord-reg.
           03 ord-socio pic 9(7).
           03 ord-clase pic 9(1).
           03 ord-fecha pic 9(8).
           03 ord-hora pic 9(8).
           03 ord-operacion pic x(8).
           03 ord-imagen pic x(39).

      * El snapshot que genero CierrePeriodo al cierre de diciembre
      * comparte campo a campo el layout de soc-reg.
       FD  SNAPSHOT.
       01  snp-reg.
           03 snp-socio pic 9(7).
           03 snp-nombre pic x(20).
           03 snp-importe pic s9(8)v99.
           03 snp-categoria pic x(1).
           03 snp-estado-cuota pic x(1).

       FD  CONTROL-FILE.
           COPY "MAESTROCTL.cpy".

       FD  HISTORIAL.
           COPY "HISTORIAL.cpy".

      * Los registros se copian crudos: el archivo anual y el historial
      * nuevo conservan los registros cortos de antes de la marca y del
      * origen tal como estaban.
       FD  HIS-ARCHIVO.
       01  hia-reg pic x(60).

       FD  HIS-NUE.
       01  hin-reg pic x(60).

      * Mismo criterio de largos que la recuperacion del maestro: 119
      * y 80 son WRITE/REWRITE y DELETE del formato vigente; 113 y 76
      * son los mismos asientos del formato anterior a la conversion,
      * con la clave de 5 digitos. El largo leido se respeta al copiar.
       FD  AUDITORIA
           RECORD IS VARYING IN SIZE FROM 1 TO 119
           DEPENDING ON w-aud-largo.
           COPY "AUDITORIA.cpy".
       01  aud-reg-viejo.
           03 filler pic x(34).
           03 auv-socio pic 9(5).
           03 filler pic x(80).

       FD  AUD-ARCHIVO.
       01  aua-reg pic x(119).

       FD  AUD-NUE.
       01  aun-reg pic x(119).

       FD  CERROJO.
           COPY "CERROJO.cpy".

       FD  CORRIDAS.
           COPY "CORRIDAS.cpy".

       WORKING-STORAGE SECTION.
       01  w-snapshot-path pic x(100) value spaces.
       01  w-control-path pic x(100) value spaces.
       01  w-historial-path pic x(100) value spaces.
       01  w-his-archivo-path pic x(100) value spaces.
       01  w-his-nue-path pic x(100) value spaces.
       01  w-audit-path pic x(100) value spaces.
       01  w-aud-archivo-path pic x(100) value spaces.
       01  w-aud-nue-path pic x(100) value spaces.
       01  w-cerrojo-path pic x(100) value spaces.
       01  w-corridas-path pic x(100) value spaces.
       01  w-cor-fecha pic 9(8) value 0.
       01  w-cor-hora pic 9(8) value 0.
       01  w-cerrojo-tomado pic 9 value 0.
       01  w-lck-fecha pic 9(8) value 0.
       01  w-lck-hora pic 9(8) value 0.
       01  w-corrida-valida pic 9 value 0.
       01  w-error-archivo pic 9 value 0.
       01  w-aud-largo pic 9(4) value 0.
       01  w-flag-snapshot pic 9 value 0.
       01  w-flag-historial pic 9 value 0.
       01  w-flag-audit pic 9 value 0.
       01  w-flag-archivo pic 9 value 0.
       01  w-fin-orden pic 9 value 0.
      * Anio a archivar: tiene que estar cerrado (anterior al anio en
      * curso) y ser el siguiente al ultimo anio archivado.
       01  w-anio pic 9(4) value 0.
       01  w-anio-actual pic 9(4) value 0.
       01  w-anio-anterior pic 9(4) value 0.
       01  w-anio-siguiente pic 9(4) value 0.
       01  w-periodo-esperado pic 9(6) value 0.
       01  w-periodo-snapshot pic 9(6) value 0.
       01  w-fecha-hoy pic 9(8) value 0.
      * Marcas de tiempo pegadas en un solo numero de 16 digitos, como
      * en la recuperacion y el estado de cuenta. El corte es el
      * instante del snapshot de diciembre: todo lo posteado hasta ese
      * instante inclusive se va al archivo del anio.
       01  w-ts-corte.
           03 w-ts-cor-fecha pic 9(8) value 0.
           03 w-ts-cor-hora pic 9(8) value 0.
       01  w-ts-corte-n redefines w-ts-corte pic 9(16).
       01  w-ts-anterior.
           03 w-ts-ant-fecha pic 9(8) value 0.
           03 w-ts-ant-hora pic 9(8) value 0.
       01  w-ts-anterior-n redefines w-ts-anterior pic 9(16).
       01  w-ts-entrada.
           03 w-ts-ent-fecha pic 9(8).
           03 w-ts-ent-hora pic 9(8).
       01  w-ts-entrada-n redefines w-ts-entrada pic 9(16).
       01  w-ts-alta.
           03 w-ts-alt-fecha pic 9(8) value 0.
           03 w-ts-alt-hora pic 9(8) value 0.
       01  w-ts-alta-n redefines w-ts-alta pic 9(16).
       01  w-socio-asiento pic 9(7) value 0.
       01  w-socio-actual pic 9(7) value 0.
      * Totales declarados por el .ctl del snapshot: el saldo
      * arrastrado socio por socio tiene que sumarlos exactamente.
       01  w-ctl-cant-registros pic 9(7) value 0.
       01  w-ctl-saldo-total pic s9(10)v99 value 0.
      * Saldo arrastrado: un registro de historial de tipo S por socio
      * del snapshot, con el saldo al corte en valor absoluto y la
      * marca "-" si es deudor, fechado al instante del corte.
       01  w-arrastre.
           03 w-arr-socio pic 9(7).
           03 w-arr-fecha pic 9(8).
           03 w-arr-fecha-posteo pic 9(8).
           03 w-arr-hora-posteo pic 9(8).
           03 w-arr-tipo pic x(1).
           03 w-arr-importe pic 9(8)v99.
           03 w-arr-marca pic x(1).
           03 w-arr-ref-fecha-posteo pic 9(8).
           03 w-arr-ref-hora-posteo pic 9(8).
           03 w-arr-origen pic x(1).
      * Asientos que el archivo deja al principio del diario en linea:
      * la marca del corte (ARCHIVO, con el anio en la imagen anterior)
      * y el alta vigente de cada socio (ALTA-ANT, con la fecha del
      * WRITE que se fue al archivo y la imagen del snapshot).
       01  w-asiento.
           03 w-asi-fecha pic 9(8).
           03 w-asi-hora pic 9(8).
           03 w-asi-programa pic x(10).
           03 w-asi-operacion pic x(8).
           03 w-asi-socio pic 9(7).
           03 w-asi-antes pic x(39).
           03 w-asi-despues pic x(39).
      * Las imagenes del diario son los 39 bytes crudos del registro:
      * este redefines los relee campo a campo para sumar el importe.
       01  w-imagen pic x(39) value spaces.
       01  w-imagen-r redefines w-imagen.
           03 w-img-socio pic 9(7).
           03 w-img-nombre pic x(20).
           03 w-img-importe pic s9(8)v99.
           03 w-img-categoria pic x(1).
           03 w-img-estado pic x(1).
       01  w-delta-movimiento pic s9(8)v99 value 0.
      ******************CONTADORES*************************************
       01  w-cant-arrastres pic 9(7) value 0.
       01  w-saldo-arrastrado pic s9(10)v99 value 0.
       01  w-his-leidos pic 9(7) value 0.
       01  w-his-archivados pic 9(7) value 0.
       01  w-his-conservados pic 9(7) value 0.
       01  w-his-neto pic s9(10)v99 value 0.
       01  w-aud-leidos pic 9(7) value 0.
       01  w-aud-archivados pic 9(7) value 0.
       01  w-aud-posteriores pic 9(7) value 0.
       01  w-aud-conservados pic 9(7) value 0.
       01  w-aud-neto pic s9(10)v99 value 0.
       01  w-aud-formato-viejo pic 9(7) value 0.
       01  w-cant-altas pic 9(7) value 0.
       01  w-cant-sin-alta pic 9(7) value 0.
       01  w-cant-nue-auditoria pic 9(7) value 0.
       01  w-cant-releidos pic 9(7) value 0.
       01  w-cant-esperados pic 9(7) value 0.
       01  w-diferencia pic s9(10)v99 value 0.
       01  w-dif-ed pic -z.zzz.zzz.zz9,99.
       01  w-neto-ed pic -z.zzz.zzz.zz9,99.
       01  lin-guarda.
           03 filler pic x(80) value all "-".

       PROCEDURE DIVISION.
      ****************** PROGRAMA PRINCIPAL********************************
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           IF w-corrida-valida = 1
               PERFORM 300-ARCHIVAR-HISTORIAL
               SORT ORD-FILE
                   ON ASCENDING KEY ord-socio ord-clase ord-fecha
                      ord-hora
                   INPUT PROCEDURE 400-ARCHIVAR-AUDITORIA
                   OUTPUT PROCEDURE 450-ARRASTRAR-ALTAS
               PERFORM 470-CONSERVAR-AUDITORIA
               PERFORM 510-CERRAR-ARCHIVOS
               PERFORM 600-VERIFICAR-ARCHIVOS
               IF w-error-archivo = 0
                   PERFORM 640-GRABAR-CONTROLES
                   PERFORM 650-REEMPLAZAR-ARCHIVOS
               END-IF
           END-IF.
           PERFORM 500-FIN-GENERAL.
           STOP RUN.

      ****************** INICIO RUTINAS ********************************
       100-INICIO-GENERAL.
           PERFORM 110-INICIALIZAR-VARIABLES.
           PERFORM 115-OBTENER-RUTAS-ARCHIVOS.
           PERFORM 760-REGISTRAR-INICIO-CORRIDA.
           PERFORM 140-PEDIR-ANIO.
           PERFORM 145-PEDIR-RUTA-SNAPSHOT.
           PERFORM 130-LEER-CONTROL-SNAPSHOT.
           IF w-corrida-valida = 1
               PERFORM 740-TOMAR-CERROJO
               PERFORM 135-LEER-ARCHIVO-ANTERIOR
           END-IF.
           IF w-corrida-valida = 1
               PERFORM 150-ARMAR-RUTAS-ARCHIVO
               PERFORM 120-ABRIR-ARCHIVOS
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       110-INICIALIZAR-VARIABLES.
           MOVE ZERO TO w-corrida-valida.
           MOVE ZERO TO w-error-archivo.
           MOVE ZERO TO w-flag-snapshot.
           MOVE ZERO TO w-flag-historial.
           MOVE ZERO TO w-flag-audit.
           MOVE ZERO TO w-cant-arrastres.
           MOVE ZERO TO w-saldo-arrastrado.
           MOVE ZERO TO w-his-leidos.
           MOVE ZERO TO w-his-archivados.
           MOVE ZERO TO w-his-conservados.
           MOVE ZERO TO w-his-neto.
           MOVE ZERO TO w-aud-leidos.
           MOVE ZERO TO w-aud-archivados.
           MOVE ZERO TO w-aud-posteriores.
           MOVE ZERO TO w-aud-conservados.
           MOVE ZERO TO w-aud-neto.
           MOVE ZERO TO w-cant-altas.
           MOVE ZERO TO w-cant-sin-alta.

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
           ACCEPT w-audit-path FROM ENVIRONMENT "SOCIOS_AUDIT_PATH".
           IF w-audit-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\auditSocios.dat"
               TO w-audit-path
           END-IF.
           ACCEPT w-cerrojo-path FROM ENVIRONMENT "SOCIOS_LOCK_PATH".
           IF w-cerrojo-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\archSociosGen.lck"
               TO w-cerrojo-path
           END-IF.
           ACCEPT w-corridas-path FROM ENVIRONMENT
              "SOCIOS_CORRIDAS_PATH".
           IF w-corridas-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\corridas.dat"
               TO w-corridas-path
           END-IF.

      * Cada archivo anual lleva el nombre del archivo en linea mas el
      * sufijo .AAAA, con su propio .ctl; los archivos nuevos en linea
      * se arman primero con el sufijo .nue y recien se copian sobre
      * los vigentes cuando todo cuadra.
       150-ARMAR-RUTAS-ARCHIVO.
           MOVE SPACES TO w-his-archivo-path.
           STRING
              FUNCTION TRIM(w-historial-path) DELIMITED BY SIZE
              "." DELIMITED BY SIZE
              w-anio DELIMITED BY SIZE
           INTO w-his-archivo-path.
           MOVE SPACES TO w-his-nue-path.
           STRING
              FUNCTION TRIM(w-historial-path) DELIMITED BY SIZE
              ".nue" DELIMITED BY SIZE
           INTO w-his-nue-path.
           MOVE SPACES TO w-aud-archivo-path.
           STRING
              FUNCTION TRIM(w-audit-path) DELIMITED BY SIZE
              "." DELIMITED BY SIZE
              w-anio DELIMITED BY SIZE
           INTO w-aud-archivo-path.
           MOVE SPACES TO w-aud-nue-path.
           STRING
              FUNCTION TRIM(w-audit-path) DELIMITED BY SIZE
              ".nue" DELIMITED BY SIZE
           INTO w-aud-nue-path.

       140-PEDIR-ANIO.
           DISPLAY "***INGRESE EL ANIO CERRADO A ARCHIVAR (AAAA)***".
           ACCEPT w-anio.

      * El corte del archivo es el snapshot que CierrePeriodo tomo al
      * cierre de diciembre del anio: su .ctl aporta el instante y
      * los totales con que se arrastran los saldos.
       145-PEDIR-RUTA-SNAPSHOT.
           DISPLAY "***INGRESE RUTA DEL SNAPSHOT DEL CIERRE DE "
              "DICIEMBRE***".
           ACCEPT w-snapshot-path.
           MOVE SPACES TO w-control-path.
           STRING
              FUNCTION TRIM(w-snapshot-path) DELIMITED BY SIZE
              ".ctl" DELIMITED BY SIZE
           INTO w-control-path.

      * Sin el .ctl del snapshot no hay corte ni totales para
      * arrastrar, y un snapshot de otro periodo cortaria el anio en
      * cualquier lado: en los dos casos la corrida termina con codigo
      * 8 sin tocar nada. Tampoco se archiva el anio en curso.
       130-LEER-CONTROL-SNAPSHOT.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-anio-actual = w-fecha-hoy / 10000.
           COMPUTE w-periodo-esperado = w-anio * 100 + 12.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
                   DISPLAY "***ERROR: EL SNAPSHOT NO TIENE ARCHIVO DE "
                      "CONTROL - NO HAY CORTE PARA ARCHIVAR***"
               NOT AT END
                   IF mct-marca = "CONTROL"
                       MOVE mct-fecha TO w-ts-cor-fecha
                       MOVE mct-hora TO w-ts-cor-hora
                       MOVE mct-cant-registros TO w-ctl-cant-registros
                       MOVE mct-saldo-total TO w-ctl-saldo-total
                       MOVE mct-periodo TO w-periodo-snapshot
                       MOVE 1 TO w-corrida-valida
                   ELSE
                       DISPLAY "***ERROR: EL ARCHIVO DE CONTROL NO "
                          "TIENE LA MARCA CONTROL***"
                   END-IF
           END-READ.
           CLOSE CONTROL-FILE.
           IF w-corrida-valida = 1
              AND w-periodo-snapshot NOT = w-periodo-esperado
               DISPLAY "***ERROR: EL SNAPSHOT ES DEL PERIODO "
                  w-periodo-snapshot " Y NO DEL CIERRE "
                  w-periodo-esperado "***"
               MOVE 0 TO w-corrida-valida
           END-IF.
           IF w-corrida-valida = 1 AND w-anio NOT < w-anio-actual
               DISPLAY "***ERROR: EL ANIO " w-anio " NO ESTA CERRADO "
                  "- SOLO SE ARCHIVAN ANIOS ANTERIORES AL "
                  w-anio-actual "***"
               MOVE 0 TO w-corrida-valida
           END-IF.

      * Si ya hubo un archivo anual, el diario en linea empieza con su
      * marca: el anio nuevo tiene que ser el siguiente y su corte mas
      * reciente. Un anio ya archivado se archivaria dos veces; uno
      * salteado dejaria un anio entero fuera de todo archivo anual,
      * mezclado en el archivo del anio posterior. Se lee solo el
      * primer asiento.
       135-LEER-ARCHIVO-ANTERIOR.
           OPEN INPUT AUDITORIA.
           PERFORM 410-LEER-AUDITORIA.
           IF w-flag-audit = 0
              AND aud-programa = "ARCHIVAR"
              AND aud-operacion = "ARCHIVO"
               MOVE aud-antes (1:4) TO w-anio-anterior
               MOVE aud-fecha TO w-ts-ant-fecha
               MOVE aud-hora TO w-ts-ant-hora
               COMPUTE w-anio-siguiente = w-anio-anterior + 1
               EVALUATE TRUE
                   WHEN w-anio NOT > w-anio-anterior
                   WHEN w-ts-corte-n NOT > w-ts-anterior-n
                       DISPLAY "***ERROR: EL ULTIMO ANIO ARCHIVADO ES "
                          w-anio-anterior " (CORTE " w-ts-ant-fecha
                          "-" w-ts-ant-hora ") - EL ANIO " w-anio
                          " YA ESTA ARCHIVADO***"
                       MOVE 0 TO w-corrida-valida
                   WHEN w-anio NOT = w-anio-siguiente
                       DISPLAY "***ERROR: EL ULTIMO ANIO ARCHIVADO ES "
                          w-anio-anterior " - SE ARCHIVA SOLO EL ANIO "
                          "SIGUIENTE (" w-anio-siguiente "), NO EL "
                          w-anio "***"
                       MOVE 0 TO w-corrida-valida
               END-EVALUATE
           END-IF.
           CLOSE AUDITORIA.
           MOVE ZERO TO w-flag-audit.

       120-ABRIR-ARCHIVOS.
           OPEN INPUT SNAPSHOT.
           OPEN INPUT HISTORIAL.
           OPEN OUTPUT HIS-ARCHIVO.
           OPEN OUTPUT HIS-NUE.
           OPEN INPUT AUDITORIA.
           OPEN OUTPUT AUD-ARCHIVO.
           OPEN OUTPUT AUD-NUE.

      * El historial nuevo arranca con el saldo arrastrado de cada
      * socio del snapshot y sigue con lo posteado despues del corte;
      * lo posteado hasta el corte (incluidos los arrastres del archivo
      * anterior) va al archivo del anio. El neto del archivo suma los
      * movimientos con la regla de signos del posteo, sin los
      * arrastres, que no son movimientos.
       300-ARCHIVAR-HISTORIAL.
           PERFORM 310-LEER-SNAPSHOT.
           PERFORM UNTIL w-flag-snapshot = 1
               PERFORM 320-ARRASTRAR-SALDO
               PERFORM 310-LEER-SNAPSHOT
           END-PERFORM.
           PERFORM 330-LEER-HISTORIAL.
           PERFORM UNTIL w-flag-historial = 1
               ADD 1 TO w-his-leidos
               MOVE his-fecha-posteo TO w-ts-ent-fecha
               MOVE his-hora-posteo TO w-ts-ent-hora
               IF w-ts-entrada-n <= w-ts-corte-n
                   WRITE hia-reg FROM his-reg
                   ADD 1 TO w-his-archivados
                   PERFORM 340-SUMAR-MOVIMIENTO
               ELSE
                   WRITE hin-reg FROM his-reg
                   ADD 1 TO w-his-conservados
               END-IF
               PERFORM 330-LEER-HISTORIAL
           END-PERFORM.

       310-LEER-SNAPSHOT.
           READ SNAPSHOT AT END MOVE 1 TO w-flag-snapshot.

       320-ARRASTRAR-SALDO.
           INITIALIZE w-arrastre.
           MOVE snp-socio TO w-arr-socio.
           MOVE w-ts-cor-fecha TO w-arr-fecha.
           MOVE w-ts-cor-fecha TO w-arr-fecha-posteo.
           MOVE w-ts-cor-hora TO w-arr-hora-posteo.
           MOVE "S" TO w-arr-tipo.
           IF snp-importe < 0
               COMPUTE w-arr-importe = 0 - snp-importe
               MOVE "-" TO w-arr-marca
           ELSE
               MOVE snp-importe TO w-arr-importe
               MOVE SPACE TO w-arr-marca
           END-IF.
           MOVE SPACE TO w-arr-origen.
           WRITE hin-reg FROM w-arrastre.
           ADD 1 TO w-cant-arrastres.
           ADD snp-importe TO w-saldo-arrastrado.

       330-LEER-HISTORIAL.
           READ HISTORIAL AT END MOVE 1 TO w-flag-historial.

       340-SUMAR-MOVIMIENTO.
           IF his-tipo NOT = "S"
               IF his-tipo = "P" OR his-tipo = "F"
                   MOVE his-importe TO w-delta-movimiento
               ELSE
                   COMPUTE w-delta-movimiento = 0 - his-importe
               END-IF
               IF his-marca = "R"
                   COMPUTE w-delta-movimiento = 0 - w-delta-movimiento
               END-IF
               ADD w-delta-movimiento TO w-his-neto
           END-IF.

      * Primera pasada por el diario: lo asentado hasta el corte se
      * copia al archivo del anio con su largo original, y las altas y
      * bajas del maestro entran al orden para fechar el alta vigente
      * de cada socio. Lo posterior al corte solo se cuenta aca; se
      * copia en la segunda pasada, detras de los asientos nuevos.
       400-ARCHIVAR-AUDITORIA.
           PERFORM 410-LEER-AUDITORIA.
           PERFORM UNTIL w-flag-audit = 1
               ADD 1 TO w-aud-leidos
               MOVE aud-fecha TO w-ts-ent-fecha
               MOVE aud-hora TO w-ts-ent-hora
               IF w-ts-entrada-n <= w-ts-corte-n
                   MOVE SPACES TO aua-reg
                   IF w-aud-largo > 0
                       MOVE aud-reg (1:w-aud-largo) TO aua-reg
                   END-IF
                   WRITE aua-reg
                   ADD 1 TO w-aud-archivados
                   PERFORM 420-SUMAR-IMAGENES
                   PERFORM 430-LIBERAR-ASIENTO
               ELSE
                   ADD 1 TO w-aud-posteriores
               END-IF
               PERFORM 410-LEER-AUDITORIA
           END-PERFORM.
           CLOSE SNAPSHOT.
           OPEN INPUT SNAPSHOT.
           MOVE ZERO TO w-flag-snapshot.
           PERFORM 310-LEER-SNAPSHOT.
           PERFORM UNTIL w-flag-snapshot = 1
               PERFORM 440-LIBERAR-SOCIO
               PERFORM 310-LEER-SNAPSHOT
           END-PERFORM.

      * En un asiento DELETE (80 bytes) lo que sigue al largo leido
      * queda indefinido: se repone el blanco de aud-despues antes de
      * que alguien mire esos bytes.
       410-LEER-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag-audit.
           IF w-flag-audit = 0 AND w-aud-largo = 80
               MOVE SPACES TO aud-despues
           END-IF.

      * El importe del archivo del diario se calcula como en la
      * recuperacion: el WRITE suma la imagen posterior, el REWRITE la
      * diferencia entre imagenes y el DELETE resta la anterior, solo
      * para los programas que escriben el maestro y en el formato
      * vigente. Los asientos del formato viejo se cuentan aparte.
       420-SUMAR-IMAGENES.
           EVALUATE TRUE
               WHEN aud-programa NOT = "GENERAR"
                  AND aud-programa NOT = "POSTEO"
                  AND aud-programa NOT = "MANTENIM"
                  AND aud-programa NOT = "AVISOS"
                   CONTINUE
               WHEN w-aud-largo NOT = 119 AND w-aud-largo NOT = 80
                   ADD 1 TO w-aud-formato-viejo
               WHEN aud-operacion = "WRITE"
                   MOVE aud-despues TO w-imagen
                   ADD w-img-importe TO w-aud-neto
               WHEN aud-operacion = "REWRITE"
                   MOVE aud-despues TO w-imagen
                   ADD w-img-importe TO w-aud-neto
                   MOVE aud-antes TO w-imagen
                   SUBTRACT w-img-importe FROM w-aud-neto
               WHEN aud-operacion = "DELETE"
                   MOVE aud-antes TO w-imagen
                   SUBTRACT w-img-importe FROM w-aud-neto
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Mismo criterio que el padron electoral: solo altas (WRITE, o
      * el ALTA-ANT de un archivo anterior) y bajas (DELETE), sin la
      * importacion ni la fusion, que asientan sobre otros archivos.
       430-LIBERAR-ASIENTO.
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
               WHEN w-aud-largo = 113 OR w-aud-largo = 76
                   MOVE auv-socio TO w-socio-asiento
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF w-socio-asiento NOT = 0
               MOVE w-socio-asiento TO ord-socio
               MOVE 1 TO ord-clase
               MOVE aud-fecha TO ord-fecha
               MOVE aud-hora TO ord-hora
               MOVE aud-operacion TO ord-operacion
               MOVE SPACES TO ord-imagen
               RELEASE ord-reg
           END-IF.

       440-LIBERAR-SOCIO.
           MOVE snp-socio TO ord-socio.
           MOVE 2 TO ord-clase.
           MOVE ZERO TO ord-fecha.
           MOVE ZERO TO ord-hora.
           MOVE SPACES TO ord-operacion.
           MOVE snp-reg TO ord-imagen.
           RELEASE ord-reg.

      * El diario nuevo empieza con la marca del corte, que la
      * recuperacion usa para saber desde cuando hay asientos en
      * linea, y sigue con un ALTA-ANT por cada socio del snapshot
      * cuya alta vigente (el primer WRITE despues de su ultima baja)
      * se fue al archivo: sin el, la antiguedad del padron electoral
      * se perderia con el anio archivado.
       450-ARRASTRAR-ALTAS.
           MOVE SPACES TO w-asiento.
           MOVE w-ts-cor-fecha TO w-asi-fecha.
           MOVE w-ts-cor-hora TO w-asi-hora.
           MOVE "ARCHIVAR" TO w-asi-programa.
           MOVE "ARCHIVO" TO w-asi-operacion.
           MOVE ZERO TO w-asi-socio.
           MOVE w-anio TO w-asi-antes.
           WRITE aun-reg FROM w-asiento.
           ADD 1 TO w-cant-nue-auditoria.
           MOVE ZERO TO w-socio-actual.
           MOVE ZERO TO w-ts-alta-n.
           MOVE ZERO TO w-fin-orden.
           PERFORM 455-RETORNAR-ORDEN.
           PERFORM UNTIL w-fin-orden = 1
               IF ord-socio NOT = w-socio-actual
                   MOVE ord-socio TO w-socio-actual
                   MOVE ZERO TO w-ts-alta-n
               END-IF
               IF ord-clase = 1
                   PERFORM 460-ACUMULAR-ASIENTO
               ELSE
                   PERFORM 465-GRABAR-ALTA
               END-IF
               PERFORM 455-RETORNAR-ORDEN
           END-PERFORM.

       455-RETORNAR-ORDEN.
           RETURN ORD-FILE AT END MOVE 1 TO w-fin-orden.

       460-ACUMULAR-ASIENTO.
           IF ord-operacion = "DELETE"
               MOVE ZERO TO w-ts-alta-n
           ELSE
               IF w-ts-alta-n = 0
                   MOVE ord-fecha TO w-ts-alt-fecha
                   MOVE ord-hora TO w-ts-alt-hora
               END-IF
           END-IF.

       465-GRABAR-ALTA.
           IF w-ts-alta-n = 0
               ADD 1 TO w-cant-sin-alta
           ELSE
               MOVE SPACES TO w-asiento
               MOVE w-ts-alt-fecha TO w-asi-fecha
               MOVE w-ts-alt-hora TO w-asi-hora
               MOVE "ARCHIVAR" TO w-asi-programa
               MOVE "ALTA-ANT" TO w-asi-operacion
               MOVE ord-socio TO w-asi-socio
               MOVE ord-imagen TO w-asi-despues
               WRITE aun-reg FROM w-asiento
               ADD 1 TO w-cant-nue-auditoria
               ADD 1 TO w-cant-altas
           END-IF.

      * Segunda pasada: lo asentado despues del corte se copia, con su
      * largo original, detras de los asientos del archivo.
       470-CONSERVAR-AUDITORIA.
           CLOSE AUDITORIA.
           OPEN INPUT AUDITORIA.
           MOVE ZERO TO w-flag-audit.
           PERFORM 410-LEER-AUDITORIA.
           PERFORM UNTIL w-flag-audit = 1
               MOVE aud-fecha TO w-ts-ent-fecha
               MOVE aud-hora TO w-ts-ent-hora
               IF w-ts-entrada-n > w-ts-corte-n
                   MOVE SPACES TO aun-reg
                   IF w-aud-largo > 0
                       MOVE aud-reg (1:w-aud-largo) TO aun-reg
                   END-IF
                   WRITE aun-reg
                   ADD 1 TO w-aud-conservados
                   ADD 1 TO w-cant-nue-auditoria
               END-IF
               PERFORM 410-LEER-AUDITORIA
           END-PERFORM.

       500-FIN-GENERAL.
           DISPLAY lin-guarda.
           IF w-corrida-valida = 1
               DISPLAY "ANIO ARCHIVADO: " w-anio " - CORTE "
                  w-ts-cor-fecha "-" w-ts-cor-hora
               MOVE w-his-neto TO w-neto-ed
               DISPLAY "HISTORIAL: " w-his-leidos " LEIDOS, "
                  w-his-archivados " ARCHIVADOS (NETO $" w-neto-ed
                  "), " w-his-conservados " EN LINEA"
               DISPLAY "SALDOS ARRASTRADOS: " w-cant-arrastres
               MOVE w-aud-neto TO w-neto-ed
               DISPLAY "AUDITORIA: " w-aud-leidos " LEIDOS, "
                  w-aud-archivados " ARCHIVADOS (IMPORTE $" w-neto-ed
                  "), " w-aud-conservados " EN LINEA"
               DISPLAY "ALTAS ARRASTRADAS: " w-cant-altas
                  " - SOCIOS SIN ALTA EN EL DIARIO: " w-cant-sin-alta
               IF w-aud-formato-viejo > 0
                   DISPLAY "ADVERTENCIA: " w-aud-formato-viejo
                      " ASIENTOS DEL FORMATO ANTERIOR A LA CONVERSION "
                      "ARCHIVADOS SIN IMPORTE"
               END-IF
               IF w-error-archivo = 0
                   DISPLAY "RESULTADO: ANIO ARCHIVADO - HISTORIAL Y "
                      "DIARIO EN LINEA REEMPLAZADOS"
               ELSE
                   DISPLAY "RESULTADO: ARCHIVO CON ERRORES - EL "
                      "HISTORIAL Y EL DIARIO EN LINEA NO SE TOCARON"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "RESULTADO: NO SE ARCHIVO NADA"
           END-IF.
           DISPLAY lin-guarda.
           PERFORM 750-LIBERAR-CERROJO.
           PERFORM 770-REGISTRAR-FIN-CORRIDA.

       510-CERRAR-ARCHIVOS.
           CLOSE SNAPSHOT.
           CLOSE HISTORIAL.
           CLOSE HIS-ARCHIVO.
           CLOSE HIS-NUE.
           CLOSE AUDITORIA.
           CLOSE AUD-ARCHIVO.
           CLOSE AUD-NUE.

      * Antes de reemplazar nada se verifica lo grabado: el saldo
      * arrastrado tiene que cuadrar con los totales del snapshot, la
      * segunda pasada por el diario tiene que haber encontrado los
      * mismos asientos posteriores que la primera (si no, alguien
      * asento en el medio), y los cuatro archivos grabados se releen
      * y se cuentan contra lo que se escribio.
       600-VERIFICAR-ARCHIVOS.
           IF w-cant-arrastres NOT = w-ctl-cant-registros
               DISPLAY "***ERROR: SE ARRASTRARON " w-cant-arrastres
                  " SALDOS Y EL SNAPSHOT DECLARA "
                  w-ctl-cant-registros " SOCIOS***"
               MOVE 1 TO w-error-archivo
           END-IF.
           COMPUTE w-diferencia =
              w-saldo-arrastrado - w-ctl-saldo-total.
           IF w-diferencia NOT = 0
               MOVE w-diferencia TO w-dif-ed
               DISPLAY "***ERROR: EL SALDO ARRASTRADO NO COINCIDE "
                  "CON EL SNAPSHOT - DIFERENCIA $" w-dif-ed "***"
               MOVE 1 TO w-error-archivo
           END-IF.
           IF w-aud-conservados NOT = w-aud-posteriores
               DISPLAY "***ERROR: EL DIARIO CAMBIO DURANTE EL "
                  "ARCHIVO - " w-aud-posteriores " ASIENTOS "
                  "POSTERIORES AL CORTE Y " w-aud-conservados
                  " COPIADOS***"
               MOVE 1 TO w-error-archivo
           END-IF.
           OPEN INPUT HIS-ARCHIVO.
           MOVE ZERO TO w-cant-releidos.
           MOVE ZERO TO w-flag-archivo.
           PERFORM 610-RELEER-HIS-ARCHIVO UNTIL w-flag-archivo = 1.
           CLOSE HIS-ARCHIVO.
           MOVE w-his-archivados TO w-cant-esperados.
           PERFORM 630-COMPARAR-RELEIDOS.
           OPEN INPUT HIS-NUE.
           MOVE ZERO TO w-cant-releidos.
           MOVE ZERO TO w-flag-archivo.
           PERFORM 615-RELEER-HIS-NUE UNTIL w-flag-archivo = 1.
           CLOSE HIS-NUE.
           COMPUTE w-cant-esperados =
              w-cant-arrastres + w-his-conservados.
           PERFORM 630-COMPARAR-RELEIDOS.
           OPEN INPUT AUD-ARCHIVO.
           MOVE ZERO TO w-cant-releidos.
           MOVE ZERO TO w-flag-archivo.
           PERFORM 620-RELEER-AUD-ARCHIVO UNTIL w-flag-archivo = 1.
           CLOSE AUD-ARCHIVO.
           MOVE w-aud-archivados TO w-cant-esperados.
           PERFORM 630-COMPARAR-RELEIDOS.
           OPEN INPUT AUD-NUE.
           MOVE ZERO TO w-cant-releidos.
           MOVE ZERO TO w-flag-archivo.
           PERFORM 625-RELEER-AUD-NUE UNTIL w-flag-archivo = 1.
           CLOSE AUD-NUE.
           MOVE w-cant-nue-auditoria TO w-cant-esperados.
           PERFORM 630-COMPARAR-RELEIDOS.

       610-RELEER-HIS-ARCHIVO.
           READ HIS-ARCHIVO
               AT END MOVE 1 TO w-flag-archivo
               NOT AT END ADD 1 TO w-cant-releidos
           END-READ.

       615-RELEER-HIS-NUE.
           READ HIS-NUE
               AT END MOVE 1 TO w-flag-archivo
               NOT AT END ADD 1 TO w-cant-releidos
           END-READ.

       620-RELEER-AUD-ARCHIVO.
           READ AUD-ARCHIVO
               AT END MOVE 1 TO w-flag-archivo
               NOT AT END ADD 1 TO w-cant-releidos
           END-READ.

       625-RELEER-AUD-NUE.
           READ AUD-NUE
               AT END MOVE 1 TO w-flag-archivo
               NOT AT END ADD 1 TO w-cant-releidos
           END-READ.

       630-COMPARAR-RELEIDOS.
           IF w-cant-releidos NOT = w-cant-esperados
               DISPLAY "***ERROR: SE RELEYERON " w-cant-releidos
                  " REGISTROS Y SE GRABARON " w-cant-esperados "***"
               MOVE 1 TO w-error-archivo
           END-IF.

      * Cada archivo anual lleva su .ctl con la cantidad de registros,
      * el importe (el neto de los movimientos en el historial, el
      * efecto de las imagenes sobre el saldo en el diario), el
      * instante del corte y el periodo del cierre.
       640-GRABAR-CONTROLES.
           MOVE SPACES TO w-control-path.
           STRING
              FUNCTION TRIM(w-his-archivo-path) DELIMITED BY SIZE
              ".ctl" DELIMITED BY SIZE
           INTO w-control-path.
           MOVE w-his-archivados TO w-ctl-cant-registros.
           MOVE w-his-neto TO w-ctl-saldo-total.
           PERFORM 645-GRABAR-CONTROL.
           MOVE SPACES TO w-control-path.
           STRING
              FUNCTION TRIM(w-aud-archivo-path) DELIMITED BY SIZE
              ".ctl" DELIMITED BY SIZE
           INTO w-control-path.
           MOVE w-aud-archivados TO w-ctl-cant-registros.
           MOVE w-aud-neto TO w-ctl-saldo-total.
           PERFORM 645-GRABAR-CONTROL.

       645-GRABAR-CONTROL.
           INITIALIZE mct-reg.
           MOVE "CONTROL" TO mct-marca.
           MOVE w-ts-cor-fecha TO mct-fecha.
           MOVE w-ts-cor-hora TO mct-hora.
           MOVE w-ctl-cant-registros TO mct-cant-registros.
           MOVE w-ctl-saldo-total TO mct-saldo-total.
           MOVE w-periodo-esperado TO mct-periodo.
           OPEN OUTPUT CONTROL-FILE.
           WRITE mct-reg.
           CLOSE CONTROL-FILE.

      * Los archivos en linea se reemplazan recien con todo verificado,
      * el diario primero: su marca es lo que impide archivar dos
      * veces el mismo anio. Si la corrida se cae durante la copia, el
      * cerrojo queda tomado por ARCHIVAR y los .nue tienen los
      * archivos completos: se copian a mano antes de liberarlo.
       650-REEMPLAZAR-ARCHIVOS.
           OPEN INPUT AUD-NUE.
           OPEN OUTPUT AUDITORIA.
           MOVE ZERO TO w-flag-archivo.
           PERFORM 625-RELEER-AUD-NUE.
           PERFORM UNTIL w-flag-archivo = 1
               MOVE 119 TO w-aud-largo
               MOVE aun-reg TO aud-reg
               WRITE aud-reg
               PERFORM 625-RELEER-AUD-NUE
           END-PERFORM.
           CLOSE AUDITORIA.
           CLOSE AUD-NUE.
           OPEN INPUT HIS-NUE.
           OPEN OUTPUT HISTORIAL.
           MOVE ZERO TO w-flag-archivo.
           PERFORM 615-RELEER-HIS-NUE.
           PERFORM UNTIL w-flag-archivo = 1
               WRITE his-reg FROM hin-reg
               PERFORM 615-RELEER-HIS-NUE
           END-PERFORM.
           CLOSE HISTORIAL.
           CLOSE HIS-NUE.

      * El cerrojo se toma antes de abrir los archivos: mientras se
      * archiva, un posteo o un mantenimiento asentarian en el
      * historial o en el diario que se esta por reemplazar. La
      * corrida se niega a arrancar con codigo 8; un cerrojo huerfano
      * de una corrida caida se inspecciona y libera con el control de
      * cerrojo.
       740-TOMAR-CERROJO.
           OPEN INPUT CERROJO.
           READ CERROJO
               AT END CONTINUE
               NOT AT END
                   DISPLAY "***ERROR: EL MAESTRO ESTA TOMADO POR "
                      lck-programa " DESDE " lck-fecha "-" lck-hora
                      " - SE CANCELA EL ARCHIVO***"
                   CLOSE CERROJO
                   MOVE 8 TO RETURN-CODE
                   PERFORM 770-REGISTRAR-FIN-CORRIDA
                   STOP RUN
           END-READ.
           CLOSE CERROJO.
           ACCEPT w-lck-fecha FROM DATE YYYYMMDD.
           ACCEPT w-lck-hora FROM TIME.
           OPEN OUTPUT CERROJO.
           MOVE "ARCHIVAR" TO lck-programa.
           MOVE w-lck-fecha TO lck-fecha.
           MOVE w-lck-hora TO lck-hora.
           WRITE lck-reg.
           CLOSE CERROJO.
           MOVE 1 TO w-cerrojo-tomado.

      * Liberar es dejar el archivo vacio: reabrir OUTPUT y cerrar.
       750-LIBERAR-CERROJO.
           IF w-cerrojo-tomado = 1
               OPEN OUTPUT CERROJO
               CLOSE CERROJO
           END-IF.

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
           MOVE "ARCHIVAR" TO cor-programa.
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
           MOVE "ARCHIVAR" TO cor-programa.
           MOVE "FIN" TO cor-evento.
      * Entra lo leido de los dos archivos en linea; se aplica lo que
      * paso al archivo del anio y queda como rechazado lo que sigue
      * en linea. El neto es el de los movimientos archivados.
           COMPUTE cor-entrados = w-his-leidos + w-aud-leidos.
           COMPUTE cor-aplicados =
              w-his-archivados + w-aud-archivados.
           COMPUTE cor-rechazados =
              w-his-conservados + w-aud-posteriores.
           MOVE RETURN-CODE TO cor-retorno.
           MOVE w-his-neto TO cor-neto.
           WRITE cor-reg.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
