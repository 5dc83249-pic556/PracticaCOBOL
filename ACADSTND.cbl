
       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE NOTIFICACIONES SALIENTES POR CORREO/SMS
       COPY "NOTIFAREA.cpy".

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

               END-READ
               CLOSE STND-CONTROL
           END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
           MOVE "ACADSTND" TO PR-PROGRAMA.
           MOVE "UMBRAL-HONOR" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO UMBRAL-HONOR
           END-IF.
           MOVE "ACADSTND" TO PR-PROGRAMA.
           MOVE "UMBRAL-FALLA" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO UMBRAL-FALLA
           END-IF.

       ABRIR-STND-MASTER.
           OPEN I-O STND-MASTER.
               TEXTO-STANDING DELIMITED BY SIZE
               INTO CARTAS-LINEA.
           WRITE CARTAS-LINEA.
      /LA CARTA TAMBIEN SALE POR CORREO/SMS A LAS DIRECCIONES DEL
      /ALUMNO EN EL DIRECTORIO DE NOTIFICACIONES
           MOVE "ACADSTND" TO NT-ORIGEN.
           MOVE ALUMNO-EN-PROCESO TO NT-DESTINO.
           MOVE SPACES TO NT-ASUNTO.
           STRING "ESTADO ACADEMICO DEL TERMINO " DELIMITED BY SIZE
               TERM-CIERRE DELIMITED BY SIZE
               INTO NT-ASUNTO.
           MOVE CARTAS-LINEA TO NT-CUERPO.
           CALL "NOTIFPUT" USING NOTIF-AREA.

       ARMAR-TEXTO-STANDING.
           EVALUATE STANDING-NUEVO
