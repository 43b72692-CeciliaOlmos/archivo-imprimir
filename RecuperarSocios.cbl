           03 w-ts-has-fecha pic 9(8) value 99999999.
           03 w-ts-has-hora pic 9(8) value 99999999.
       01  w-ts-hasta-n redefines w-ts-hasta pic 9(16).
      * El archivo anual del diario deja como primer asiento una marca
      * (programa ARCHIVAR, operacion ARCHIVO) con el instante del corte
      * y el ultimo anio archivado: lo anterior ya no esta en linea.
       01  w-ts-archivo.
           03 w-ts-arc-fecha pic 9(8) value 0.
           03 w-ts-arc-hora pic 9(8) value 0.
       01  w-ts-archivo-n redefines w-ts-archivo pic 9(16).
       01  w-ts-punto.
           03 w-ts-pun-fecha pic 9(8) value 0.
           03 w-ts-pun-hora pic 9(8) value 0.
       01  w-ts-punto-n redefines w-ts-punto pic 9(16).
       01  w-anio-archivado pic 9(4) value 0.
       01  w-anio-punto pic 9(4) value 0.
       01  w-anio pic 9(4) value 0.
      * Las imagenes del diario son los 39 bytes crudos del registro:
      * este redefines los relee campo a campo para poder ajustar los
      * totales de control con el importe de cada imagen.
      ****************** PROGRAMA PRINCIPAL********************************
       MAIN-PROCEDURE.
           PERFORM 100-INICIO-GENERAL.
           IF w-error-recupero = 0
               PERFORM 200-COPIAR-BASE
               PERFORM 240-REABRIR-RECUPERADO
           END-IF.
           IF w-error-recupero = 0
               IF w-modo = 2
                   PERFORM 250-CARGAR-BACKOUT
           PERFORM 148-PEDIR-CORTES.
           PERFORM 760-REGISTRAR-INICIO-CORRIDA.
           PERFORM 120-ABRIR-ARCHIVOS.
           PERFORM 125-VERIFICAR-DIARIO-EN-LINEA.

      * Las rutas se toman de variables de entorno para poder correr
      * el mismo ejecutable contra datos de dev/test/produccion sin
           OPEN OUTPUT RECUPERADO.
           OPEN INPUT AUDITORIA.

      * Los asientos que hacen falta son los posteriores al punto de
      * partida: desde en el modo avance, hasta en el retroceso. Si el
      * diario en linea empieza con la marca del archivo anual y ese
      * punto es anterior al corte del archivo, parte de esos asientos
      * ya no esta en linea y la recuperacion saldria incompleta: se
      * rechaza con codigo 8 indicando que archivos anuales hacen
      * falta. Se lee solo el primer asiento y el diario se reabre.
       125-VERIFICAR-DIARIO-EN-LINEA.
           PERFORM 220-LEER-AUDITORIA.
           IF w-flag-audit = 0
              AND aud-programa = "ARCHIVAR"
              AND aud-operacion = "ARCHIVO"
               MOVE aud-fecha TO w-ts-arc-fecha
               MOVE aud-hora TO w-ts-arc-hora
               MOVE aud-antes (1:4) TO w-anio-archivado
               IF w-modo = 2
                   MOVE w-ts-hasta TO w-ts-punto
               ELSE
                   MOVE w-ts-desde TO w-ts-punto
               END-IF
               IF w-ts-punto-n < w-ts-archivo-n
                   PERFORM 127-INFORMAR-ARCHIVOS
                   MOVE 1 TO w-error-recupero
               END-IF
           END-IF.
           CLOSE AUDITORIA.
           OPEN INPUT AUDITORIA.
           MOVE ZERO TO w-flag-audit.

       127-INFORMAR-ARCHIVOS.
           DISPLAY "***ERROR: EL DIARIO EN LINEA EMPIEZA EN "
              w-ts-arc-fecha "-" w-ts-arc-hora " Y LA RECUPERACION "
              "NECESITA LOS ASIENTOS DESDE " w-ts-pun-fecha "-"
              w-ts-pun-hora "***".
           COMPUTE w-anio-punto = w-ts-pun-fecha / 10000.
      * Cada archivo anual llega hasta el corte del cierre de
      * diciembre, que puede caer en los primeros dias del anio
      * siguiente: un punto posterior al ultimo anio archivado esta en
      * ese ultimo archivo.
           EVALUATE TRUE
               WHEN w-anio-punto = 0
                   DISPLAY "***HACEN FALTA TODOS LOS ARCHIVOS ANUALES "
                      "DEL DIARIO (" FUNCTION TRIM(w-audit-path)
                      ".AAAA) HASTA EL " w-anio-archivado "***"
                   COMPUTE w-anio-punto = w-anio-archivado + 1
               WHEN w-anio-punto > w-anio-archivado
                   DISPLAY "***HACE FALTA EL ARCHIVO ANUAL DEL "
                      "DIARIO:***"
                   MOVE w-anio-archivado TO w-anio-punto
               WHEN OTHER
                   DISPLAY "***HACEN FALTA LOS ARCHIVOS ANUALES DEL "
                      "DIARIO:***"
           END-EVALUATE.
           PERFORM 128-INFORMAR-ARCHIVO
              VARYING w-anio FROM w-anio-punto BY 1
              UNTIL w-anio > w-anio-archivado.
           DISPLAY "***CONCATENARLOS EN ORDEN DELANTE DEL DIARIO EN "
              "LINEA Y APUNTAR SOCIOS_AUDIT_PATH AL RESULTADO***".

       128-INFORMAR-ARCHIVO.
           DISPLAY "   " FUNCTION TRIM(w-audit-path) "." w-anio.

      * La base se copia registro a registro, recontando cantidad y
      * saldo sobre lo realmente copiado en lugar de confiar en el
      * archivo de control del origen: en el modo retroceso ese
      * cualquier otro largo es del formato anterior a la conversion,
      * pertenece al maestro viejo, y reaplicarlo con los campos
      * corridos danaria el archivo, asi que se saltea y se cuenta
      * aparte. Los asientos del archivo anual (la marca de corte y
      * las altas arrastradas) no son operaciones sobre el maestro y
      * se saltean antes de mirar el largo.
       230-ASIENTO-APLICABLE.
           MOVE ZERO TO w-flag-verif.
           EVALUATE TRUE
               WHEN aud-programa = "ARCHIVAR"
                   CONTINUE
               WHEN w-aud-largo NOT = 119 AND w-aud-largo NOT = 80
                   ADD 1 TO w-cant-formato-viejo
               WHEN w-aud-largo = 80 AND aud-operacion NOT = "DELETE"
