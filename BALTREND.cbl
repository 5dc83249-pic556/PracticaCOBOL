
       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

               END-READ
               CLOSE VOL-CONTROL
           END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
           MOVE "BALTREND" TO PR-PROGRAMA.
           MOVE "PORCENTAJE" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO PORCENTAJE-TOLERADO
           END-IF.

       ACUMULAR-HISTORICO.
           READ BALANCE-HIST
