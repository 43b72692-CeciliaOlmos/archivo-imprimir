       WORKING-STORAGE SECTION.
       01  w-audit-path pic x(100) value spaces.
       01  w-listado-path pic x(100) value spaces.
       01  w-archivo-path pic x(100) value spaces.
       01  w-anio-archivo pic 9(4) value 0.
       01  w-flag-archivo pic 9 value 0.
       01  w-modo-filtro pic 9 value 1.
       01  w-socio-filtro pic 9(7) value 0.
      ****************** INICIO RUTINAS ********************************
       100-INICIO-GENERAL.
           PERFORM 104-OBTENER-RUTAS-ARCHIVOS.
           PERFORM 106-PEDIR-ANIO-ARCHIVO.
           PERFORM 105-ABRIR-ARCHIVOS.
           PERFORM 160-PEDIR-MODO-FILTRO.

                  TO w-listado-path
           END-IF.

      * Los anios cerrados se archivan fuera del diario en linea, en
      * un archivo por anio con el mismo nombre mas el sufijo .AAAA;
      * el listado de un anio archivado lee ese archivo en lugar del
      * diario.
       106-PEDIR-ANIO-ARCHIVO.
           DISPLAY "***ANIO ARCHIVADO A LISTAR (AAAA, 0=DIARIO EN "
              "LINEA)***".
           ACCEPT w-anio-archivo.
           IF w-anio-archivo > 0
               MOVE SPACES TO w-archivo-path
               STRING
                  FUNCTION TRIM(w-audit-path) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  w-anio-archivo DELIMITED BY SIZE
               INTO w-archivo-path
               MOVE w-archivo-path TO w-audit-path
               MOVE SPACES TO l-titulo-reporte
               STRING "DIARIO DE AUDITORIA " w-anio-archivo
                  DELIMITED BY SIZE INTO l-titulo-reporte
           END-IF.

       105-ABRIR-ARCHIVOS.
           OPEN INPUT AUDITORIA.
           OPEN OUTPUT LISTADO.
