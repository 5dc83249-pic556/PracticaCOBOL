      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Reporte-De-Cambios-De-Parametros-Por-Periodo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMRPT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-HIST ASSIGN TO "PARMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-HIST-STATUS.

           SELECT PRPT-CONTROL ASSIGN TO "PARMRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRPT-CONTROL-STATUS.

           SELECT PARM-REPORT ASSIGN TO "RPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-HIST.
           COPY "PARMHIST.cpy".

       FD  PRPT-CONTROL.
      /PERIODO A LISTAR (AAAAMMDD-AAAAMMDD, FECHA DEL CAMBIO); SIN
      /ARCHIVO O EN CERO, LOS ULTIMOS DIAS-DEFECTO DIAS HASTA HOY
       01  PRPT-CONTROL-RECORD.
           05  PX-FECHA-DESDE      PIC 9(08).
           05  PX-FECHA-HASTA      PIC 9(08).

       FD  PARM-REPORT.
       01  PARM-REPORT-LINEA       PIC X(110).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

       01 PARM-HIST-STATUS    PIC X(02).
       01 PRPT-CONTROL-STATUS PIC X(02).
       01 PARM-REPORT-STATUS  PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).

       01 HIST-EOF-SW PIC X(01) VALUE "N".
           88 HIST-EOF VALUE "Y".

       01 DIAS-DEFECTO PIC 9(03) VALUE 30.
       01 FECHA-DESDE PIC 9(08).
       01 FECHA-HASTA PIC 9(08).
       01 FECHA-CAMBIO PIC X(08).

       01 CANT-CAMBIOS PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 VALOR-ANT-EDIT PIC ZZZZZZZZ9.9999.
       01 VALOR-NUE-EDIT PIC ZZZZZZZZ9.9999.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /LISTA LOS CAMBIOS DE PARAMETROS DEL PERIODO CON QUIEN LOS
      /HIZO, DESDE CUANDO RIGEN, EL VALOR ANTERIOR Y EL NUEVO
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD TO FECHA-HASTA.
           COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-FLD)
               - DIAS-DEFECTO).
           OPEN INPUT PRPT-CONTROL.
           IF PRPT-CONTROL-STATUS = "00"
               READ PRPT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PX-FECHA-DESDE NUMERIC
                          AND PX-FECHA-DESDE > 0
                           MOVE PX-FECHA-DESDE TO FECHA-DESDE
                       END-IF
                       IF PX-FECHA-HASTA NUMERIC
                          AND PX-FECHA-HASTA > 0
                           MOVE PX-FECHA-HASTA TO FECHA-HASTA
                       END-IF
               END-READ
               CLOSE PRPT-CONTROL
           END-IF.

           OPEN OUTPUT PARM-REPORT.
           MOVE SPACES TO PARM-REPORT-LINEA.
           STRING "CAMBIOS DE PARAMETROS DEL " DELIMITED BY SIZE
               FECHA-DESDE DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               FECHA-HASTA DELIMITED BY SIZE
               INTO PARM-REPORT-LINEA.
           WRITE PARM-REPORT-LINEA.
           MOVE SPACES TO PARM-REPORT-LINEA.
           WRITE PARM-REPORT-LINEA.
           MOVE SPACES TO PARM-REPORT-LINEA.
           STRING "CAMBIADO          POR        PROGRAMA        "
               DELIMITED BY SIZE
               "PARAMETRO        DESDE    ANTERIOR -> NUEVO"
               DELIMITED BY SIZE
               INTO PARM-REPORT-LINEA.
           WRITE PARM-REPORT-LINEA.

           OPEN INPUT PARM-HIST.
           IF PARM-HIST-STATUS NOT = "00"
               MOVE "SIN ARCHIVO PARMHIST: NO HUBO CAMBIOS"
                   TO PARM-REPORT-LINEA
               WRITE PARM-REPORT-LINEA
           ELSE
               READ PARM-HIST
                   AT END MOVE "Y" TO HIST-EOF-SW
               END-READ
               PERFORM UNTIL HIST-EOF
                   MOVE PH-TIMESTAMP(1:8) TO FECHA-CAMBIO
                   IF FECHA-CAMBIO NUMERIC
                      AND FECHA-CAMBIO >= FECHA-DESDE
                      AND FECHA-CAMBIO <= FECHA-HASTA
                       ADD 1 TO CANT-CAMBIOS
                       PERFORM IMPRIMIR-CAMBIO
                   END-IF
                   READ PARM-HIST
                       AT END MOVE "Y" TO HIST-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE PARM-HIST
           END-IF.

           MOVE SPACES TO PARM-REPORT-LINEA.
           WRITE PARM-REPORT-LINEA.
           MOVE CANT-CAMBIOS TO CANT-EDIT.
           MOVE SPACES TO PARM-REPORT-LINEA.
           STRING "CAMBIOS EN EL PERIODO: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO PARM-REPORT-LINEA.
           WRITE PARM-REPORT-LINEA.
           CLOSE PARM-REPORT.
           DISPLAY "CAMBIOS DE PARAMETROS EN EL PERIODO: " CANT-CAMBIOS.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       IMPRIMIR-CAMBIO.
           MOVE PH-VALOR-NUEVO TO VALOR-NUE-EDIT.
           MOVE SPACES TO PARM-REPORT-LINEA.
           IF PH-SIN-ANTERIOR
               STRING PH-TIMESTAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PH-OPERADOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PH-PROGRAMA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PH-PARAMETRO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PH-FECHA-DESDE DELIMITED BY SIZE
                   "    (NUEVO) -> " DELIMITED BY SIZE
                   VALOR-NUE-EDIT DELIMITED BY SIZE
                   INTO PARM-REPORT-LINEA
           ELSE
               MOVE PH-VALOR-ANTERIOR TO VALOR-ANT-EDIT
               STRING PH-TIMESTAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PH-OPERADOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PH-PROGRAMA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PH-PARAMETRO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PH-FECHA-DESDE DELIMITED BY SIZE
                   VALOR-ANT-EDIT DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   VALOR-NUE-EDIT DELIMITED BY SIZE
                   INTO PARM-REPORT-LINEA
           END-IF.
           WRITE PARM-REPORT-LINEA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "PARMRPT" TO RL-PROGRAMA.
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
           MOVE "PARMRPT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "CAMBIOS=" DELIMITED BY SIZE
               CANT-CAMBIOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM PARMRPT.
