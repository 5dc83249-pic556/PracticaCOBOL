
       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

               END-READ
               CLOSE ERR-CONTROL
           END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
           MOVE "ERRRPT" TO PR-PROGRAMA.
           MOVE "UMBRAL-DIAS" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO UMBRAL-DIAS
           END-IF.

       PREPARAR-TENDENCIA.
           PERFORM VARYING IND-TENDENCIA FROM 1 BY 1
