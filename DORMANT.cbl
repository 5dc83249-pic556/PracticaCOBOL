           05  AU-IMAGEN           PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-CONTENIDO        PIC X(80).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-SECUENCIA        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-SELLO            PIC X(08).

       FD  DORM-REPORT.
       01  DORM-REPORT-LINEA       PIC X(80).

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO DE USERAUDT
       COPY "SELLAREA.cpy".

       01 USER-MASTER-STATUS PIC X(02).
       01 LOGIN-INDEX-STATUS PIC X(02).
       01 DORM-CONTROL-STATUS PIC X(02).
               END-READ
               CLOSE DORM-CONTROL
           END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
           MOVE "DORMANT" TO PR-PROGRAMA.
           MOVE "DIAS-REPORTE" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO DIAS-REPORTE
           END-IF.
           MOVE "DORMANT" TO PR-PROGRAMA.
           MOVE "DIAS-SUSPENDE" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO DIAS-SUSPENDE
           END-IF.

       CARGAR-EXCEPCIONES.
           OPEN INPUT DORM-EXCEP.
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO AU-TIMESTAMP.
           MOVE "DORMID" TO AU-OPERACION.
      /LAS POSICIONES DEL PIN NO VIAJAN A LA AUDITORIA
           MOVE "ANTES" TO AU-IMAGEN.
           MOVE IMAGEN-ANTERIOR TO AU-CONTENIDO.
           MOVE SPACES TO AU-CONTENIDO(53:4).
           PERFORM GRABAR-AUDITORIA.
           MOVE "DESPUES" TO AU-IMAGEN.
           MOVE USER-MASTER-RECORD TO AU-CONTENIDO.
           MOVE SPACES TO AU-CONTENIDO(53:4).
           PERFORM GRABAR-AUDITORIA.
           CLOSE AUDIT-FILE.

       ESCRIBIR-TOTALES.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       GRABAR-AUDITORIA.
      /CADA REGISTRO DE USERAUDT SALE CON SU SECUENCIA Y SU SELLO,
      /CALCULADO SOBRE LOS PRIMEROS 113 BYTES Y EL SELLO ANTERIOR
           MOVE "S" TO SL-ACCION.
           MOVE "USERAUDT" TO SL-ARCHIVO.
           MOVE SPACES TO SL-REGISTRO.
           MOVE AUDIT-RECORD(1:113) TO SL-REGISTRO.
           CALL "AUDSELLO" USING SELLO-AREA.
           MOVE SL-SECUENCIA TO AU-SECUENCIA.
           MOVE SL-SELLO TO AU-SELLO.
           WRITE AUDIT-RECORD.

       END PROGRAM DORMANT.
