
       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE NOTIFICACIONES SALIENTES POR CORREO/SMS
       COPY "NOTIFAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 FECHA-HOY PIC 9(08).
       01 CANT-PAQUETES PIC 9(02) VALUE 0.
       01 CANT-FALTANTES PIC 9(03) VALUE 0.
       01 FALTANTES-PAQUETE PIC 9(03) VALUE 0.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).
               END-IF
           END-PERFORM.
           CLOSE PACKET-FILE.
           PERFORM AVISAR-PAQUETE.

       AVISAR-PAQUETE.
      /EL DESTINATARIO SE ENTERA POR CORREO/SMS DE QUE SU PAQUETE DE
      /LA NOCHE ESTA LISTO Y DE CUANTOS REPORTES LE FALTAN
           MOVE 0 TO FALTANTES-PAQUETE.
           PERFORM VARYING IND-SUBS FROM 1 BY 1
                   UNTIL IND-SUBS > CANT-SUBS
               IF TS-DESTINO(IND-SUBS) = DESTINO-ACTUAL
                   PERFORM BUSCAR-GENERACION
                   IF NOT GEN-HALLADA
                       ADD 1 TO FALTANTES-PAQUETE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "RPTDIST" TO NT-ORIGEN.
           MOVE DESTINO-ACTUAL TO NT-DESTINO.
           MOVE SPACES TO NT-ASUNTO.
           STRING "PAQUETE DE REPORTES DEL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO NT-ASUNTO.
           MOVE SPACES TO NT-CUERPO.
           STRING "SU PAQUETE " DELIMITED BY SIZE
               PAQUETE-NOMBRE DELIMITED BY SPACE
               " ESTA LISTO; REPORTES NO PRODUCIDOS ESTA NOCHE: "
               DELIMITED BY SIZE
               FALTANTES-PAQUETE DELIMITED BY SIZE
               INTO NT-CUERPO.
           CALL "NOTIFPUT" USING NOTIF-AREA.

       ANOTAR-REMITO.
           PERFORM BUSCAR-GENERACION.
