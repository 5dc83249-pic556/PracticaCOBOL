
       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE NOTIFICACIONES SALIENTES POR CORREO/SMS
       COPY "NOTIFAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO GUARDA SOLO EL
      /HASH, ASI QUE EL PIN TIPEADO SE HASHEA Y SE COMPARA
       COPY "PINAREA.cpy".

       01 MOTD-MSG-STATUS PIC X(02).
       01 USER-MASTER-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).
                       ELSE
                           DISPLAY "Su PIN: "
                           ACCEPT OPERADOR-PIN WITH NO-ECHO
                           MOVE UM-EMP-ID TO PN-EMP-ID
                           MOVE OPERADOR-PIN TO PN-PIN
                           CALL "PINHASH" USING PIN-AREA
                           IF PN-HASH = UM-PIN
                               MOVE "Y" TO OPERADOR-OK-SW
                           ELSE
                               DISPLAY "PIN INCORRECTO"
                   WHEN OPCION-LISTAR
                       PERFORM LISTAR-MENSAJES
                   WHEN OPCION-ALTA
                       PERFORM ALTA-MENSAJE THRU ALTA-MENSAJE-EXIT
                   WHEN OPCION-BAJA
                       PERFORM BAJA-MENSAJE
                   WHEN OPCION-SALIR
           MOVE TEXTO-ENTRADA TO TM-TEXTO(CANT-MENSAJES).
           MOVE "Y" TO HUBO-CAMBIOS-SW.
           PERFORM REGISTRAR-CAMBIO-LOG.
           PERFORM DIFUNDIR-MENSAJE.
           DISPLAY "MENSAJE AGREGADO: " ID-ENTRADA.
       ALTA-MENSAJE-EXIT.
           EXIT.

       DIFUNDIR-MENSAJE.
      /EL MENSAJE NUEVO SALE TAMBIEN POR CORREO/SMS A LA LISTA TODOS
      /DEL DIRECTORIO, PARA QUIEN NO ENTRE A MI-APP EN ESOS DIAS
           MOVE "MOTDMNT" TO NT-ORIGEN.
           MOVE "TODOS" TO NT-DESTINO.
           MOVE SPACES TO NT-ASUNTO.
           STRING "AVISO " DELIMITED BY SIZE
               ID-ENTRADA DELIMITED BY SIZE
               " VIGENTE DEL " DELIMITED BY SIZE
               FECHA-DESDE-ENTRADA DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               FECHA-HASTA-ENTRADA DELIMITED BY SIZE
               INTO NT-ASUNTO.
           MOVE TEXTO-ENTRADA TO NT-CUERPO.
           CALL "NOTIFPUT" USING NOTIF-AREA.

       BAJA-MENSAJE.
           PERFORM LISTAR-MENSAJES.
           DISPLAY "Numero de mensaje a dar de baja: ".
