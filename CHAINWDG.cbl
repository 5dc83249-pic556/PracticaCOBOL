
       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE NOTIFICACIONES SALIENTES POR CORREO/SMS
       COPY "NOTIFAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

               MOVE MOTIVO-ALERTA TO AL-MOTIVO
               WRITE OP-ALERT-RECORD
               CLOSE ALERT-FILE
               PERFORM NOTIFICAR-ALERTA
               ADD 1 TO CANT-ALERTAS
               IF CANT-EMITIDAS < MAX-EMITIDAS
                   ADD 1 TO CANT-EMITIDAS
                   " " MOTIVO-ALERTA " ***"
           END-IF.

       NOTIFICAR-ALERTA.
      /LA MISMA ALERTA SALE POR CORREO/SMS A OPERACIONES, PARA QUE
      /LLEGUE AUNQUE NADIE ESTE MIRANDO EL MENU
           MOVE "CHAINWDG" TO NT-ORIGEN.
           MOVE "OPERACIONES" TO NT-DESTINO.
           MOVE "PLAZO VENCIDO EN LA VENTANA BATCH" TO NT-ASUNTO.
           MOVE SPACES TO NT-CUERPO.
           STRING PZ-PROGRAMA(IND-PLAZO) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MOTIVO-ALERTA DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NT-CUERPO.
           CALL "NOTIFPUT" USING NOTIF-AREA.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
