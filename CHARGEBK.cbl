               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARG-REPORT-STATUS.

           SELECT CHARG-SALIDA ASSIGN TO "CHARGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARG-SALIDA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGIN-LOG.
       FD  CHARG-REPORT.
       01  CHARG-REPORT-LINEA      PIC X(100).

       FD  CHARG-SALIDA.
      /EL MISMO ESTADO DE CUENTA EN FORMATO DE ARCHIVO, PARA LA
      /INTERFAZ CONTABLE
           COPY "CHRGREC.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 GEN-CATALOGO-STATUS PIC X(02).
       01 RATE-TABLA-STATUS PIC X(02).
       01 CHARG-REPORT-STATUS PIC X(02).
       01 CHARG-SALIDA-STATUS PIC X(02).

       01 LOGIN-EOF-SW PIC X(01) VALUE "N".
           88 LOGIN-EOF VALUE "Y".

           OPEN INPUT USER-MASTER.
           OPEN OUTPUT CHARG-REPORT.
           OPEN OUTPUT CHARG-SALIDA.
           MOVE SPACES TO CHARG-REPORT-LINEA.
           STRING "CARGO POR USO DEL SISTEMA - MES " DELIMITED BY SIZE
               MES-ACTUAL DELIMITED BY SIZE

           CLOSE USER-MASTER.
           CLOSE CHARG-REPORT.
           CLOSE CHARG-SALIDA.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

               END-READ
               CLOSE RATE-TABLA
           END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
           MOVE "CHARGEBK" TO PR-PROGRAMA.
           MOVE "COSTO-LOGIN" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO
               MOVE PR-VALOR TO COSTO-LOGIN
           END-IF.
           MOVE "CHARGEBK" TO PR-PROGRAMA.
           MOVE "COSTO-PASO" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO
               MOVE PR-VALOR TO COSTO-PASO
           END-IF.
           MOVE "CHARGEBK" TO PR-PROGRAMA.
           MOVE "COSTO-REPORTE" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO
               MOVE PR-VALOR TO COSTO-REPORTE
           END-IF.

       CONTAR-LOGINS.
      /LOGINS EFECTIVOS DEL MES (OK Y BATCH) ACUMULADOS POR EL
                   IMP-EDIT DELIMITED BY SIZE
                   INTO CHARG-REPORT-LINEA
               WRITE CHARG-REPORT-LINEA
               IF DP-IMP-TOTAL(IND-DEPTO) > 0
                   MOVE MES-ACTUAL TO CG-MES
                   MOVE DP-DEPT(IND-DEPTO) TO CG-DEPT
                   MOVE DP-IMP-TOTAL(IND-DEPTO) TO CG-IMPORTE
                   WRITE CHARGE-OUT-RECORD
               END-IF
           END-PERFORM.

       ESCRIBIR-GRAN-TOTAL.
