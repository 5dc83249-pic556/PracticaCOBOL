                   MOVE "FECHA INVALIDA" TO TEXTO-MOTIVO
               WHEN "07"
                   MOVE "MATERIA INVALIDA" TO TEXTO-MOTIVO
               WHEN "08"
                   MOVE "FECHA FUERA DE TERMINO" TO TEXTO-MOTIVO
               WHEN OTHER
                   MOVE "ERROR DE ARCHIVO" TO TEXTO-MOTIVO
           END-EVALUATE.
