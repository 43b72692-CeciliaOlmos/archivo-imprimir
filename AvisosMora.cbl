           SELECT SOCIOS
           ASSIGN TO DYNAMIC W-SOCIOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS soc-socio
           ALTERNATE RECORD KEY IS soc-nombre WITH DUPLICATES.
           SELECT OPTIONAL HISTAVISOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS avh-socio.
           SELECT OPTIONAL CONVENIOS
           ASSIGN TO DYNAMIC W-CONVENIOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS cnv-socio.
           SELECT OPTIONAL GRUPOS
           ASSIGN TO DYNAMIC W-GRUPOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS grp-socio
           ALTERNATE RECORD KEY IS grp-titular WITH DUPLICATES.
           SELECT OPTIONAL AUDITORIA
           ASSIGN TO DYNAMIC W-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  HISTAVISOS.
           COPY "AVISOSHIST.cpy".

       FD  CONVENIOS.
           COPY "CONVENIOS.cpy".

       FD  GRUPOS.
           COPY "GRUPOS.cpy".

       FD  AUDITORIA.
           COPY "AUDITORIA.cpy".

       01  w-cor-hora pic 9(8) value 0.
       01  w-avisos-path pic x(100) value spaces.
       01  w-hist-path pic x(100) value spaces.
       01  w-convenios-path pic x(100) value spaces.
       01  w-grupos-path pic x(100) value spaces.
       01  w-audit-path pic x(100) value spaces.
       01  w-aud-fecha pic 9(8) value 0.
       01  w-aud-hora pic 9(8) value 0.
       01  w-cant-nivel-3 pic 9(7) value 0.
       01  w-cant-suspendidos pic 9(7) value 0.
       01  w-cant-salteados pic 9(7) value 0.
       01  w-cant-con-convenio pic 9(7) value 0.
       01  w-convenio-activo pic 9 value 0.
       01  w-total-reclamado pic s9(10)v99 value 0.
       01  w-deuda pic 9(8)v99 value 0.
       01  w-fecha-hoy pic 9(8) value 0.
       01  w-dias-plazo-pago pic 9(3) value 30.
       01  w-nivel-aviso pic 9 value 0.
       01  w-hist-hallado pic 9 value 0.
      * Grupo familiar: el titular responde por el saldo de todo el
      * grupo y los integrantes no reciben avisos propios. Mientras se
      * suman los saldos del grupo el registro del titular se guarda
      * aparte, porque las lecturas al azar pisan el area del maestro.
       01  w-es-titular pic 9 value 0.
       01  w-es-integrante pic 9 value 0.
       01  w-socio-actual pic 9(7) value 0.
       01  w-reg-titular pic x(39) value spaces.
       01  w-saldo-deudor pic s9(10)v99 value 0.
       01  w-estado-deudor pic x value space.
       01  w-fin-grupo pic 9 value 0.
       01  w-int-max pic 99 value 50.
       01  w-int-cant pic 99 value 0.
       01  w-int-idx pic 99 value 0.
       01  w-integrantes.
           03 w-int-socio pic 9(7) occurs 50 times.
       01  w-cant-integrantes pic 9(7) value 0.
       01  w-cant-susp-integrantes pic 9(7) value 0.
       01  lin-blanco.
           03 filler pic x(80) value spaces.
       01  lin-guarda.
              value "IMPORTE ADEUDADO:       $".
           03 l-deuda pic zz.zzz.zz9,99.
           03 filler pic x(37) value spaces.
       01  lin-grupo.
           03 filler pic x(5) value spaces.
           03 filler pic x(37)
              value "INCLUYE LA DEUDA DEL GRUPO FAMILIAR (".
           03 l-grp-cant pic z9.
           03 filler pic x(13) value " INTEGRANTES)".
           03 filler pic x(23) value spaces.
       01  lin-limite.
           03 filler pic x(5) value spaces.
           03 filler pic x(25)
              value "SOCIOS SUSPENDIDOS:      ".
           03 l-cant-susp pic zz.zz9.
           03 filler pic x(44) value spaces.
       01  lin-resumen-grupo.
           03 filler pic x(5) value spaces.
           03 filler pic x(25)
              value "INTEGRANTES SUSPENDIDOS: ".
           03 l-cant-susp-int pic zz.zz9.
           03 filler pic x(44) value spaces.
       01  lin-resumen-total.
           03 filler pic x(5) value spaces.
           03 filler pic x(25)
               "D:\linux cecilia\COBOL\archivo\imp\histAvisos.dat"
               TO w-hist-path
           END-IF.
           ACCEPT w-convenios-path FROM ENVIRONMENT
              "SOCIOS_CONVENIOS_PATH".
           IF w-convenios-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\convSocios.dat"
               TO w-convenios-path
           END-IF.
           ACCEPT w-grupos-path FROM ENVIRONMENT "SOCIOS_GRUPOS_PATH".
           IF w-grupos-path = SPACES
               MOVE
               "D:\linux cecilia\COBOL\archivo\imp\gruposSocios.dat"
               TO w-grupos-path
           END-IF.
           ACCEPT w-audit-path FROM ENVIRONMENT "SOCIOS_AUDIT_PATH".
           IF w-audit-path = SPACES
               MOVE
           OPEN I-O SOCIOS.
           OPEN OUTPUT AVISOS.
           OPEN I-O HISTAVISOS.
           OPEN INPUT CONVENIOS.
           OPEN INPUT GRUPOS.
           OPEN EXTEND AUDITORIA.

      * El plazo de pago es de 30 dias corridos desde la fecha de
           MOVE w-lim-mm TO l-lim-mm.
           MOVE w-lim-aaaa TO l-lim-aaaa.

      * Con el maestro en acceso dinamico la lectura secuencial sigue
      * desde la ultima posicion: despues de las lecturas al azar del
      * grupo familiar se reposiciona con START, y si el titular era
      * el ultimo socio el fin de archivo ya quedo marcado.
       150-LEER-ARCHIVO.
           IF w-flag-archivo = 0
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-archivo
               END-READ
           END-IF.

      * Solo el moroso "M" entra en la escalera de avisos; el socio ya
      * suspendido ("S") no recibe mas cartas, su situacion la maneja
      * al dia ("P") que tenia avisos acumulados los limpia: salda la
      * deuda y la escalera vuelve a cero, asi una mora futura arranca
      * de nuevo por el recordatorio y no hereda un aviso de
      * suspension viejo. El moroso con convenio de pago activo no
      * recibe avisos ni se suspende: la deuda que arrastra es la de
      * las cuotas del convenio, y si deja dos impagas la facturacion
      * hace caducar el convenio y la escalera lo vuelve a tomar.
      * En un grupo familiar el deudor es el titular: su estado para la
      * escalera sale del saldo sumado de todo el grupo, y los
      * integrantes se saltean (el moroso se cuenta aparte).
       300-PROCESO.
           PERFORM 302-UBICAR-GRUPO.
           IF w-es-integrante = 1
               IF soc-estado-cuota = "M"
                   ADD 1 TO w-cant-integrantes
               END-IF
           ELSE
               PERFORM 301-PROCESAR-DEUDOR
           END-IF.

       301-PROCESAR-DEUDOR.
           EVALUATE w-estado-deudor
               WHEN "M"
                   PERFORM 308-VERIFICAR-CONVENIO
                   IF w-convenio-activo = 1
                       ADD 1 TO w-cant-con-convenio
                   ELSE
                       PERFORM 310-DECIDIR-NIVEL
                       IF w-nivel-aviso > 0
                           PERFORM 320-EMITIR-AVISO
                           PERFORM 360-REGISTRAR-AVISO
                       END-IF
                   END-IF
               WHEN "P"
                   PERFORM 305-LIMPIAR-AVISO
                   CONTINUE
           END-EVALUATE.

       302-UBICAR-GRUPO.
           MOVE ZERO TO w-es-titular.
           MOVE ZERO TO w-es-integrante.
           MOVE soc-importe TO w-saldo-deudor.
           MOVE soc-estado-cuota TO w-estado-deudor.
           MOVE soc-socio TO grp-socio.
           READ GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF grp-titular = grp-socio
                       MOVE 1 TO w-es-titular
                   ELSE
                       MOVE 1 TO w-es-integrante
                   END-IF
           END-READ.
           IF w-es-titular = 1
               PERFORM 303-SUMAR-GRUPO
           END-IF.

      * El suspendido sigue suspendido aunque el grupo este al dia: lo
      * levanta el mantenimiento, igual que al socio individual.
       303-SUMAR-GRUPO.
           MOVE soc-reg TO w-reg-titular.
           MOVE soc-socio TO w-socio-actual.
           PERFORM 304-CARGAR-INTEGRANTES.
           PERFORM VARYING w-int-idx FROM 1 BY 1
                   UNTIL w-int-idx > w-int-cant
               IF w-int-socio (w-int-idx) NOT = w-socio-actual
                   MOVE w-int-socio (w-int-idx) TO soc-socio
                   READ SOCIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD soc-importe TO w-saldo-deudor
                   END-READ
               END-IF
           END-PERFORM.
           PERFORM 306-REPOSICIONAR-MAESTRO.
           IF w-estado-deudor NOT = "S"
               IF w-saldo-deudor < 0
                   MOVE "M" TO w-estado-deudor
               ELSE
                   MOVE "P" TO w-estado-deudor
               END-IF
           END-IF.

       304-CARGAR-INTEGRANTES.
           MOVE ZERO TO w-int-cant.
           MOVE ZERO TO w-fin-grupo.
           MOVE w-socio-actual TO grp-titular.
           START GRUPOS KEY IS = grp-titular
               INVALID KEY MOVE 1 TO w-fin-grupo
           END-START.
           PERFORM UNTIL w-fin-grupo = 1
               READ GRUPOS NEXT
                   AT END MOVE 1 TO w-fin-grupo
                   NOT AT END
                       IF grp-titular NOT = w-socio-actual
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

      * Devuelve el registro del titular al area del maestro y deja la
      * lectura secuencial parada en el socio siguiente.
       306-REPOSICIONAR-MAESTRO.
           MOVE w-socio-actual TO soc-socio.
           START SOCIOS KEY IS > soc-socio
               INVALID KEY MOVE 1 TO w-flag-archivo
           END-START.
           MOVE w-reg-titular TO soc-reg.

       305-LIMPIAR-AVISO.
           MOVE soc-socio TO avh-socio.
           READ HISTAVISOS
                   END-DELETE
           END-READ.

       308-VERIFICAR-CONVENIO.
           MOVE ZERO TO w-convenio-activo.
           MOVE soc-socio TO cnv-socio.
           READ CONVENIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF cnv-estado = "A"
                       MOVE 1 TO w-convenio-activo
                   END-IF
           END-READ.

      * La escalera: sin aviso previo arranca en el recordatorio (el
      * historial del socio que pago se limpia en cada corrida, asi
      * que "sin aviso previo" tambien cubre la mora nueva); con aviso
           END-EVALUATE.

       320-EMITIR-AVISO.
           MOVE FUNCTION ABS(w-saldo-deudor) TO w-deuda.
           ADD w-deuda TO w-total-reclamado.
           ADD 1 TO w-cant-avisos.
           EVALUATE w-nivel-aviso
           WRITE avi-reg FROM lin-blanco AFTER 1.
           WRITE avi-reg FROM lin-socio AFTER 1.
           WRITE avi-reg FROM lin-deuda AFTER 1.
           IF w-es-titular = 1
               MOVE w-int-cant TO l-grp-cant
               WRITE avi-reg FROM lin-grupo AFTER 1
           END-IF.
           WRITE avi-reg FROM lin-limite AFTER 1.
           WRITE avi-reg FROM lin-blanco AFTER 1.
           PERFORM 340-ESCRIBIR-TEXTO-NIVEL.
               NOT INVALID KEY
                   ADD 1 TO w-cant-suspendidos
                   PERFORM 600-REGISTRAR-AUDITORIA
                   IF w-es-titular = 1
                       PERFORM 355-SUSPENDER-INTEGRANTES
                   END-IF
           END-REWRITE.

      * La suspension del titular alcanza a todo su grupo familiar:
      * cada integrante que no estaba suspendido pasa a "S" con su
      * propio asiento de auditoria.
       355-SUSPENDER-INTEGRANTES.
           MOVE soc-reg TO w-reg-titular.
           PERFORM VARYING w-int-idx FROM 1 BY 1
                   UNTIL w-int-idx > w-int-cant
               IF w-int-socio (w-int-idx) NOT = w-socio-actual
                   MOVE w-int-socio (w-int-idx) TO soc-socio
                   READ SOCIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 357-SUSPENDER-INTEGRANTE
                   END-READ
               END-IF
           END-PERFORM.
           PERFORM 306-REPOSICIONAR-MAESTRO.

       357-SUSPENDER-INTEGRANTE.
           IF soc-estado-cuota NOT = "S"
               MOVE soc-reg TO w-aud-antes
               MOVE "S" TO soc-estado-cuota
               REWRITE soc-reg
                   INVALID KEY
                       DISPLAY "***ERROR AL SUSPENDER AL INTEGRANTE "
                          soc-socio "***"
                   NOT INVALID KEY
                       ADD 1 TO w-cant-susp-integrantes
                       PERFORM 600-REGISTRAR-AUDITORIA
               END-REWRITE
           END-IF.

      * El historial guarda el ultimo aviso por socio: alta con WRITE
      * la primera vez y REWRITE en las escaladas siguientes.
       360-REGISTRAR-AVISO.
           MOVE w-cant-nivel-2 TO l-cant-n2.
           MOVE w-cant-nivel-3 TO l-cant-n3.
           MOVE w-cant-suspendidos TO l-cant-susp.
           MOVE w-cant-susp-integrantes TO l-cant-susp-int.
           MOVE w-total-reclamado TO l-total-reclamado.
           WRITE avi-reg FROM lin-club AFTER PAGE.
           WRITE avi-reg FROM lin-guarda AFTER 1.
           WRITE avi-reg FROM lin-resumen-cant AFTER 1.
           WRITE avi-reg FROM lin-resumen-niveles AFTER 1.
           WRITE avi-reg FROM lin-resumen-susp AFTER 1.
           WRITE avi-reg FROM lin-resumen-grupo AFTER 1.
           WRITE avi-reg FROM lin-resumen-total AFTER 1.
           WRITE avi-reg FROM lin-guarda AFTER 1.
           PERFORM 510-CERRAR-ARCHIVOS.
           DISPLAY "EMISION FINALIZADA: " w-cant-avisos
              " AVISOS EMITIDOS, " w-cant-suspendidos
              " SOCIOS SUSPENDIDOS, " w-cant-salteados
              " SALTEADOS POR INTERVALO, " w-cant-con-convenio
              " CON CONVENIO ACTIVO, " w-cant-integrantes
              " INTEGRANTES DE GRUPO, " w-cant-susp-integrantes
              " INTEGRANTES SUSPENDIDOS".

       510-CERRAR-ARCHIVOS.
           CLOSE SOCIOS.
           CLOSE AVISOS.
           CLOSE HISTAVISOS.
           CLOSE CONVENIOS.
           CLOSE GRUPOS.
           CLOSE AUDITORIA.
           PERFORM 750-LIBERAR-CERROJO.
           PERFORM 770-REGISTRAR-FIN-CORRIDA.
           MOVE w-cor-hora TO cor-hora.
           MOVE "AVISOS" TO cor-programa.
           MOVE "FIN" TO cor-evento.
      * Los morosos considerados son los avisados, los suspendidos,
      * los salteados por intervalo, los que tienen convenio activo y
      * los integrantes morosos de un grupo familiar (responde el
      * titular): asi entrados = aplicados + rechazados cuadra en el
      * reporte de corridas. Los integrantes suspendidos junto con su
      * titular no suman: son consecuencia de esa suspension.
           COMPUTE cor-entrados =
              w-cant-avisos + w-cant-suspendidos + w-cant-salteados
              + w-cant-con-convenio + w-cant-integrantes.
           COMPUTE cor-aplicados =
              w-cant-avisos + w-cant-suspendidos.
           COMPUTE cor-rechazados =
              w-cant-salteados + w-cant-con-convenio
              + w-cant-integrantes.
           MOVE RETURN-CODE TO cor-retorno.
           MOVE w-total-reclamado TO cor-neto.
           WRITE cor-reg.
