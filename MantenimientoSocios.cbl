           SELECT OPTIONAL CERROJO
           ASSIGN TO DYNAMIC W-CERROJO-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRUPOS
           ASSIGN TO DYNAMIC W-GRUPOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS grp-socio
           ALTERNATE RECORD KEY IS grp-titular WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
       FD  CERROJO.
           COPY "CERROJO.cpy".

       FD  GRUPOS.
           COPY "GRUPOS.cpy".

       WORKING-STORAGE SECTION.
       01  w-socios-path pic x(100) value spaces.
       01  w-cerrojo-path pic x(100) value spaces.
       01  w-control-path pic x(100) value spaces.
       01  w-bajas-path pic x(100) value spaces.
       01  w-audit-path pic x(100) value spaces.
       01  w-grupos-path pic x(100) value spaces.
       01  w-aud-fecha pic 9(8) value 0.
       01  w-aud-hora pic 9(8) value 0.
       01  w-aud-operacion pic x(8) value spaces.
       01  w-cant-modificaciones pic 9(5) value 0.
       01  w-cant-bajas pic 9(5) value 0.
       01  w-cant-realtas pic 9(5) value 0.
       01  w-cant-grupo-cambios pic 9(5) value 0.
       01  w-titular-elegido pic 9(7) value 0.
       01  w-integrante-elegido pic 9(7) value 0.
       01  w-titular-nuevo pic 9 value 0.
       01  w-grupo-valido pic 9 value 0.
       01  w-baja-en-grupo pic 9 value 0.
       01  w-fin-grupo pic 9 value 0.
       01  w-fecha-grupo pic 9(8) value 0.
       01  w-saldo-grupo pic s9(10)v99 value 0.
       01  w-saldo-grupo-ed pic -.---.---.--9,99.
       01  w-int-max pic 99 value 50.
       01  w-int-cant pic 99 value 0.
       01  w-int-idx pic 99 value 0.
       01  w-integrantes.
           03 w-int-socio pic 9(7) occurs 50 times.
       01  w-ctl-cant-registros pic 9(7) value 0.
       01  w-ctl-saldo-total pic s9(10)v99 value 0.
      ******************LINEAS DE IMPRESION***************************
           03 filler pic x(5) value spaces.
           03 l-saldo pic zz.zzz.zz9,99.
           03 filler pic x(20) value spaces.
       01  lin-grupo.
           03 filler pic x(5) value spaces.
           03 l-grp-rol pic x(10) value spaces.
           03 l-grp-socio pic 9(7).
           03 filler pic x(3) value spaces.
           03 l-grp-nombre pic x(20).
           03 filler pic x(3) value spaces.
           03 l-grp-saldo pic -.---.---.--9,99.
           03 filler pic x(3) value spaces.
           03 l-grp-fecha pic 9(8).

       PROCEDURE DIVISION.
      ****************** PROGRAMA PRINCIPAL********************************
           MOVE ZERO TO w-cant-modificaciones.
           MOVE ZERO TO w-cant-bajas.
           MOVE ZERO TO w-cant-realtas.
           MOVE ZERO TO w-cant-grupo-cambios.

      * La ruta se toma de una variable de entorno para poder correr
      * el mismo ejecutable contra datos de dev/test/produccion sin
               "D:\linux cecilia\COBOL\archivo\imp\archSociosGen.lck"
               TO w-cerrojo-path
           END-IF.
           ACCEPT w-grupos-path FROM ENVIRONMENT "SOCIOS_GRUPOS_PATH".
           IF w-grupos-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\gruposSocios.dat"
               TO w-grupos-path
           END-IF.

       120-ABRIR-ARCHIVO.
           OPEN I-O SOCIOS.
           OPEN I-O BAJAS.
           OPEN EXTEND AUDITORIA.
           OPEN I-O GRUPOS.

      * Los totales de control se leen al iniciar para poder
      * ajustarlos con cada alta y baja: si la cantidad y el saldo de
           DISPLAY "***MANTENIMIENTO DE SOCIOS***".
           DISPLAY "1-ALTA  2-MODIFICACION  3-BAJA  4-RE-ALTA  "
              "0-SALIR".
           DISPLAY "GRUPO FAMILIAR: 5-AGREGAR INTEGRANTE  "
              "6-QUITAR INTEGRANTE  7-DISOLVER  8-CONSULTAR".
           ACCEPT w-opcion.
           EVALUATE w-opcion
               WHEN 1 PERFORM 300-ALTA
               WHEN 2 PERFORM 320-MODIFICACION
               WHEN 3 PERFORM 340-BAJA
               WHEN 4 PERFORM 380-RE-ALTA
               WHEN 5 PERFORM 420-AGREGAR-INTEGRANTE
               WHEN 6 PERFORM 430-QUITAR-INTEGRANTE
               WHEN 7 PERFORM 440-DISOLVER-GRUPO
               WHEN 8 PERFORM 450-CONSULTAR-GRUPO
               WHEN 0 MOVE 1 TO w-fin-menu
               WHEN OTHER DISPLAY "***OPCION INVALIDA***"
           END-EVALUATE.
                   DISPLAY "SOCIO " w-socio-elegido
                      " NO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 342-VERIFICAR-GRUPO-BAJA
                   IF w-grupo-valido = 1
                       PERFORM 345-CONFIRMAR-BAJA
                   END-IF
           END-READ.

      * El titular de un grupo familiar no se puede dar de baja con
      * integrantes a cargo: sus cuotas quedarian facturandose a una
      * cuenta que ya no existe. Primero se disuelve el grupo (o se
      * quitan los integrantes). Un integrante si puede darse de baja;
      * al confirmarse sale tambien del grupo.
       342-VERIFICAR-GRUPO-BAJA.
           MOVE 1 TO w-grupo-valido.
           MOVE ZERO TO w-baja-en-grupo.
           MOVE w-socio-elegido TO grp-socio.
           READ GRUPOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF grp-titular = grp-socio
                       DISPLAY "***ERROR: EL SOCIO ES TITULAR DE UN "
                          "GRUPO FAMILIAR - DISUELVA EL GRUPO ANTES "
                          "DE LA BAJA***"
                       MOVE ZERO TO w-grupo-valido
                   ELSE
                       MOVE 1 TO w-baja-en-grupo
                       MOVE grp-titular TO w-titular-elegido
                   END-IF
           END-READ.

       345-CONFIRMAR-BAJA.
                   PERFORM 600-REGISTRAR-AUDITORIA
                   DISPLAY "***SOCIO " w-socio-elegido
                      " DADO DE BAJA (MOTIVO " w-motivo-baja ")***"
                   IF w-baja-en-grupo = 1
                       MOVE w-socio-elegido TO w-integrante-elegido
                       PERFORM 435-BORRAR-INTEGRANTE
                   END-IF
           END-DELETE.

       380-RE-ALTA.
           PERFORM 510-CERRAR-ARCHIVO.
           DISPLAY "MANTENIMIENTO FINALIZADO: " w-cant-altas
              " ALTAS, " w-cant-modificaciones " MODIFICACIONES, "
              w-cant-bajas " BAJAS, " w-cant-realtas " RE-ALTAS, "
              w-cant-grupo-cambios " CAMBIOS DE GRUPO FAMILIAR".

      * El archivo de control se reescribe completo con los totales
      * ajustados por las altas, bajas y re-altas de la sesion. Las
           WRITE mct-reg.
           CLOSE CONTROL-FILE.

      * El grupo familiar se arma de a un integrante por vez sobre un
      * titular. Un socio pertenece a un solo grupo, y quien ya es
      * integrante del grupo de otro no puede ser titular. El primer
      * integrante que se agrega da de alta tambien el registro propio
      * del titular (grp-socio = grp-titular), que es el que lo marca
      * como tal. Los cambios de grupo no tocan el maestro ni los
      * totales de control, por eso no pasan por el diario.
       420-AGREGAR-INTEGRANTE.
           DISPLAY "***INGRESE NUMERO DE SOCIO TITULAR***".
           ACCEPT w-titular-elegido.
           MOVE w-titular-elegido TO soc-socio.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "SOCIO " w-titular-elegido
                      " NO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 390-MOSTRAR-SOCIO
                   PERFORM 422-VALIDAR-TITULAR
                   IF w-grupo-valido = 1
                       PERFORM 424-PEDIR-INTEGRANTE
                   END-IF
           END-READ.

       422-VALIDAR-TITULAR.
           MOVE 1 TO w-grupo-valido.
           MOVE 1 TO w-titular-nuevo.
           MOVE w-titular-elegido TO grp-socio.
           READ GRUPOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF grp-titular = grp-socio
                       MOVE ZERO TO w-titular-nuevo
                   ELSE
                       DISPLAY "***ERROR: EL SOCIO ES INTEGRANTE DEL "
                          "GRUPO DEL TITULAR " grp-titular
                          " - NO PUEDE SER TITULAR***"
                       MOVE ZERO TO w-grupo-valido
                   END-IF
           END-READ.
           IF w-grupo-valido = 1
               PERFORM 460-CARGAR-INTEGRANTES
               IF w-int-cant NOT < w-int-max
                   DISPLAY "***ERROR: EL GRUPO YA TIENE " w-int-cant
                      " INTEGRANTES - NO SE PUEDEN AGREGAR MAS***"
                   MOVE ZERO TO w-grupo-valido
               END-IF
           END-IF.

       424-PEDIR-INTEGRANTE.
           DISPLAY "***INGRESE NUMERO DE SOCIO INTEGRANTE***".
           ACCEPT w-integrante-elegido.
           IF w-integrante-elegido = w-titular-elegido
               DISPLAY "***ERROR: EL INTEGRANTE NO PUEDE SER EL "
                  "MISMO TITULAR***"
           ELSE
               MOVE w-integrante-elegido TO soc-socio
               READ SOCIOS
                   INVALID KEY
                       DISPLAY "SOCIO " w-integrante-elegido
                          " NO ENCONTRADO"
                   NOT INVALID KEY
                       PERFORM 390-MOSTRAR-SOCIO
                       PERFORM 426-CONFIRMAR-INTEGRANTE
               END-READ
           END-IF.

       426-CONFIRMAR-INTEGRANTE.
           MOVE w-integrante-elegido TO grp-socio.
           READ GRUPOS
               INVALID KEY
                   DISPLAY "***CONFIRMA AGREGARLO AL GRUPO DEL TITULAR "
                      w-titular-elegido "? (1-SI 0-NO)***"
                   ACCEPT w-opcion
                   IF w-opcion = 1
                       PERFORM 428-GRABAR-INTEGRANTE
                   ELSE
                       DISPLAY "***OPERACION CANCELADA***"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "***ERROR: EL SOCIO YA PERTENECE AL GRUPO "
                      "DEL TITULAR " grp-titular "***"
           END-READ.

       428-GRABAR-INTEGRANTE.
           ACCEPT w-fecha-grupo FROM DATE YYYYMMDD.
           IF w-titular-nuevo = 1
               MOVE w-titular-elegido TO grp-socio
               MOVE w-titular-elegido TO grp-titular
               MOVE w-fecha-grupo TO grp-fecha-alta
               WRITE grp-reg
                   INVALID KEY
                       DISPLAY "***ERROR AL GRABAR EL TITULAR DEL "
                          "GRUPO***"
                   NOT INVALID KEY
                       MOVE ZERO TO w-titular-nuevo
               END-WRITE
           END-IF.
           IF w-titular-nuevo = 0
               MOVE w-integrante-elegido TO grp-socio
               MOVE w-titular-elegido TO grp-titular
               MOVE w-fecha-grupo TO grp-fecha-alta
               WRITE grp-reg
                   INVALID KEY
                       DISPLAY "***ERROR AL GRABAR EL INTEGRANTE "
                          w-integrante-elegido "***"
                   NOT INVALID KEY
                       ADD 1 TO w-cant-grupo-cambios
                       PERFORM 455-LISTAR-GRUPO
               END-WRITE
           END-IF.

      * Quitar al titular no es quitar un integrante: para eso esta
      * disolver el grupo. Si al quitar un integrante el titular queda
      * solo, su registro tambien se borra y el grupo deja de existir.
       430-QUITAR-INTEGRANTE.
           DISPLAY "***INGRESE NUMERO DE SOCIO INTEGRANTE***".
           ACCEPT w-integrante-elegido.
           MOVE w-integrante-elegido TO grp-socio.
           READ GRUPOS
               INVALID KEY
                   DISPLAY "SOCIO " w-integrante-elegido
                      " NO PERTENECE A NINGUN GRUPO FAMILIAR"
               NOT INVALID KEY
                   IF grp-titular = grp-socio
                       DISPLAY "***ERROR: EL SOCIO ES EL TITULAR - "
                          "USE DISOLVER GRUPO***"
                   ELSE
                       MOVE grp-titular TO w-titular-elegido
                       DISPLAY "***CONFIRMA QUITARLO DEL GRUPO DEL "
                          "TITULAR " w-titular-elegido
                          "? (1-SI 0-NO)***"
                       ACCEPT w-opcion
                       IF w-opcion = 1
                           PERFORM 435-BORRAR-INTEGRANTE
                       ELSE
                           DISPLAY "***OPERACION CANCELADA***"
                       END-IF
                   END-IF
           END-READ.

       435-BORRAR-INTEGRANTE.
           MOVE w-integrante-elegido TO grp-socio.
           DELETE GRUPOS
               INVALID KEY
                   DISPLAY "***ERROR AL QUITAR AL SOCIO "
                      w-integrante-elegido " DEL GRUPO***"
               NOT INVALID KEY
                   ADD 1 TO w-cant-grupo-cambios
                   DISPLAY "***SOCIO " w-integrante-elegido
                      " QUITADO DEL GRUPO DEL TITULAR "
                      w-titular-elegido "***"
                   PERFORM 460-CARGAR-INTEGRANTES
                   IF w-int-cant < 2
                       PERFORM 445-BORRAR-REGISTROS-GRUPO
                       DISPLAY "***EL GRUPO QUEDO SIN INTEGRANTES Y SE "
                          "DISOLVIO***"
                   END-IF
           END-DELETE.

       440-DISOLVER-GRUPO.
           DISPLAY "***INGRESE NUMERO DE SOCIO TITULAR***".
           ACCEPT w-titular-elegido.
           PERFORM 460-CARGAR-INTEGRANTES.
           IF w-int-cant = 0
               DISPLAY "SOCIO " w-titular-elegido
                  " NO ES TITULAR DE UN GRUPO FAMILIAR"
           ELSE
               PERFORM 455-LISTAR-GRUPO
               DISPLAY "***CONFIRMA DISOLVER EL GRUPO? (1-SI 0-NO)***"
               ACCEPT w-opcion
               IF w-opcion = 1
                   PERFORM 445-BORRAR-REGISTROS-GRUPO
                   ADD 1 TO w-cant-grupo-cambios
                   DISPLAY "***GRUPO DEL TITULAR " w-titular-elegido
                      " DISUELTO***"
               ELSE
                   DISPLAY "***OPERACION CANCELADA***"
               END-IF
           END-IF.

      * Los registros se borran por clave desde la tabla ya cargada y
      * no recorriendo la clave alternativa, para no depender de la
      * posicion del archivo despues de cada DELETE.
       445-BORRAR-REGISTROS-GRUPO.
           PERFORM VARYING w-int-idx FROM 1 BY 1
                   UNTIL w-int-idx > w-int-cant
               MOVE w-int-socio (w-int-idx) TO grp-socio
               DELETE GRUPOS
                   INVALID KEY
                       DISPLAY "***ERROR AL BORRAR DEL GRUPO AL SOCIO "
                          grp-socio "***"
               END-DELETE
           END-PERFORM.

       450-CONSULTAR-GRUPO.
           PERFORM 210-PEDIR-SOCIO.
           MOVE w-socio-elegido TO grp-socio.
           READ GRUPOS
               INVALID KEY
                   DISPLAY "SOCIO " w-socio-elegido
                      " NO PERTENECE A NINGUN GRUPO FAMILIAR"
               NOT INVALID KEY
                   MOVE grp-titular TO w-titular-elegido
                   PERFORM 455-LISTAR-GRUPO
           END-READ.

      * Cada integrante se muestra con su saldo propio; el saldo del
      * grupo es la suma, y es el que mira la escalera de avisos.
       455-LISTAR-GRUPO.
           PERFORM 460-CARGAR-INTEGRANTES.
           MOVE ZERO TO w-saldo-grupo.
           DISPLAY lin-guarda.
           DISPLAY "GRUPO FAMILIAR DEL TITULAR " w-titular-elegido.
           PERFORM VARYING w-int-idx FROM 1 BY 1
                   UNTIL w-int-idx > w-int-cant
               MOVE w-int-socio (w-int-idx) TO grp-socio
               READ GRUPOS
                   INVALID KEY MOVE ZERO TO grp-fecha-alta
               END-READ
               MOVE w-int-socio (w-int-idx) TO soc-socio
               READ SOCIOS
                   INVALID KEY
                       MOVE "** NO ENCONTRADO **" TO soc-nombre
                       MOVE ZERO TO soc-importe
               END-READ
               IF w-int-socio (w-int-idx) = w-titular-elegido
                   MOVE "TITULAR" TO l-grp-rol
               ELSE
                   MOVE "INTEGRANTE" TO l-grp-rol
               END-IF
               MOVE w-int-socio (w-int-idx) TO l-grp-socio
               MOVE soc-nombre TO l-grp-nombre
               MOVE soc-importe TO l-grp-saldo
               MOVE grp-fecha-alta TO l-grp-fecha
               ADD soc-importe TO w-saldo-grupo
               DISPLAY lin-grupo
           END-PERFORM.
           MOVE w-saldo-grupo TO w-saldo-grupo-ed.
           DISPLAY "SALDO DEL GRUPO: " w-saldo-grupo-ed.
           DISPLAY lin-guarda.

      * Carga en la tabla a todo el grupo del titular, el titular
      * incluido, leyendo por la clave alternativa grp-titular.
       460-CARGAR-INTEGRANTES.
           MOVE ZERO TO w-int-cant.
           MOVE ZERO TO w-fin-grupo.
           MOVE w-titular-elegido TO grp-titular.
           START GRUPOS KEY IS = grp-titular
               INVALID KEY MOVE 1 TO w-fin-grupo
           END-START.
           PERFORM UNTIL w-fin-grupo = 1
               READ GRUPOS NEXT
                   AT END MOVE 1 TO w-fin-grupo
                   NOT AT END
                       IF grp-titular NOT = w-titular-elegido
                           MOVE 1 TO w-fin-grupo
                       ELSE
                           IF w-int-cant < w-int-max
                               ADD 1 TO w-int-cant
                               MOVE grp-socio
                                  TO w-int-socio (w-int-cant)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Cada grabacion sobre el archivo de socios deja su rastro en el
      * diario de auditoria compartido, con la imagen del registro
      * antes y despues del cambio, para poder reconstruir que corrida
           CLOSE SOCIOS.
           CLOSE BAJAS.
           CLOSE AUDITORIA.
           CLOSE GRUPOS.
           PERFORM 750-LIBERAR-CERROJO.

      * El cerrojo se toma antes de abrir el maestro: si otro
