      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Reporte-De-Retenciones-Legales-Activas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD ASSIGN TO "LEGHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGAL-HOLD-STATUS.

           SELECT HOLD-REPORT ASSIGN TO "RPTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD.
           COPY "LEGHOLD.cpy".

       FD  HOLD-REPORT.
       01  HOLD-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

       01 LEGAL-HOLD-STATUS  PIC X(02).
       01 HOLD-REPORT-STATUS PIC X(02).
       01 RUN-LOG-STATUS     PIC X(02).

       01 HOLD-EOF-SW PIC X(01) VALUE "N".
           88 HOLD-EOF VALUE "Y".

       01 CANT-ACTIVAS PIC 9(05) VALUE 0.
       01 CANT-LIBERADAS PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 DESCRIPCION-TIPO PIC X(12).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /LISTA TODAS LAS RETENCIONES LEGALES ACTIVAS CON QUIEN LAS
      /COLOCO Y POR QUE: ES LO QUE HOY GENCLEAN Y LOGPURGE NO PUEDEN
      /DEPURAR
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           OPEN OUTPUT HOLD-REPORT.
           MOVE SPACES TO HOLD-REPORT-LINEA.
           STRING "RETENCIONES LEGALES ACTIVAS AL " DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               INTO HOLD-REPORT-LINEA.
           WRITE HOLD-REPORT-LINEA.
           MOVE SPACES TO HOLD-REPORT-LINEA.
           WRITE HOLD-REPORT-LINEA.

           OPEN INPUT LEGAL-HOLD.
           IF LEGAL-HOLD-STATUS NOT = "00"
               MOVE "SIN ARCHIVO LEGHOLD: NO HAY RETENCIONES"
                   TO HOLD-REPORT-LINEA
               WRITE HOLD-REPORT-LINEA
           ELSE
               READ LEGAL-HOLD
                   AT END MOVE "Y" TO HOLD-EOF-SW
               END-READ
               PERFORM UNTIL HOLD-EOF
                   IF LH-ACTIVA
                       ADD 1 TO CANT-ACTIVAS
                       PERFORM IMPRIMIR-RETENCION
                   ELSE
                       ADD 1 TO CANT-LIBERADAS
                   END-IF
                   READ LEGAL-HOLD
                       AT END MOVE "Y" TO HOLD-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD
           END-IF.

           MOVE CANT-ACTIVAS TO CANT-EDIT.
           MOVE SPACES TO HOLD-REPORT-LINEA.
           STRING "RETENCIONES ACTIVAS:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO HOLD-REPORT-LINEA.
           WRITE HOLD-REPORT-LINEA.
           MOVE CANT-LIBERADAS TO CANT-EDIT.
           MOVE SPACES TO HOLD-REPORT-LINEA.
           STRING "RETENCIONES LIBERADAS: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO HOLD-REPORT-LINEA.
           WRITE HOLD-REPORT-LINEA.
           CLOSE HOLD-REPORT.
           DISPLAY "RETENCIONES LEGALES ACTIVAS: " CANT-ACTIVAS.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       IMPRIMIR-RETENCION.
           IF LH-GENERACIONES
               MOVE "GENERACIONES" TO DESCRIPCION-TIPO
           ELSE
               MOVE "LOGS" TO DESCRIPCION-TIPO
           END-IF.
           MOVE SPACES TO HOLD-REPORT-LINEA.
           STRING "RETENCION " DELIMITED BY SIZE
               LH-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DESCRIPCION-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LH-OBJETO DELIMITED BY SIZE
               " DEL " DELIMITED BY SIZE
               LH-FECHA-DESDE DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               LH-FECHA-HASTA DELIMITED BY SIZE
               INTO HOLD-REPORT-LINEA.
           WRITE HOLD-REPORT-LINEA.
           MOVE SPACES TO HOLD-REPORT-LINEA.
           STRING "    COLOCADA POR " DELIMITED BY SIZE
               LH-COLOCADA-POR DELIMITED BY SIZE
               " EL " DELIMITED BY SIZE
               LH-FECHA-COLOCADA DELIMITED BY SIZE
               INTO HOLD-REPORT-LINEA.
           WRITE HOLD-REPORT-LINEA.
           MOVE SPACES TO HOLD-REPORT-LINEA.
           STRING "    MOTIVO: " DELIMITED BY SIZE
               LH-MOTIVO DELIMITED BY SIZE
               INTO HOLD-REPORT-LINEA.
           WRITE HOLD-REPORT-LINEA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "HOLDRPT" TO RL-PROGRAMA.
           MOVE "INICIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       REGISTRAR-LOG-FIN.
      /DEJA CONSTANCIA DEL FIN DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "HOLDRPT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "ACTIVAS=" DELIMITED BY SIZE
               CANT-ACTIVAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM HOLDRPT.
