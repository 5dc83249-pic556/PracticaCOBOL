      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Calendario-Mensual-De-Certificacion-De-Conciliaciones
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCCAL IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-CONTROL ASSIGN TO "CONCCALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-CONTROL-STATUS.

           SELECT CONC-CERT ASSIGN TO "CONCCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-FECHA
               FILE STATUS IS CONC-CERT-STATUS.

           SELECT CAL-REPORT ASSIGN TO "RPTCONCC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT FECHA-NEGOCIO-FILE ASSIGN TO "FECHANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHA-NEGOCIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-CONTROL.
      /MES DEL CALENDARIO (AAAAMM); SIN TARJETA SE LISTA EL MES DE
      /LA FECHA DE NEGOCIO
       01  CAL-CONTROL-RECORD.
           05  KC-MES              PIC 9(06).

       FD  CONC-CERT.
           COPY "CONCCERT.cpy".

       FD  CAL-REPORT.
       01  CAL-REPORT-LINEA        PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       FD  FECHA-NEGOCIO-FILE.
      /FECHA DE NEGOCIO PUBLICADA POR EJERCHAIN: EN RECUPERACION DE
      /FECHAS PERDIDAS EL MES Y LOS DIAS YA VENCIDOS SE TOMAN DE LA
      /FECHA DE NEGOCIO Y NO DE LA DEL RELOJ
       01  FECHA-NEGOCIO-RECORD.
           05  FN-FECHA            PIC 9(08).

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE FECHAS EN DIAS HABILES
       COPY "DATEAREA.cpy".

       01 CAL-CONTROL-STATUS   PIC X(02).
       01 CONC-CERT-STATUS     PIC X(02).
       01 CAL-REPORT-STATUS    PIC X(02).
       01 RUN-LOG-STATUS       PIC X(02).
       01 FECHA-NEGOCIO-STATUS PIC X(02).

       01 HAY-CERTIFICACIONES-SW PIC X(01) VALUE "N".
           88 HAY-CERTIFICACIONES VALUE "Y".
       01 CERT-HALLADA-SW PIC X(01) VALUE "N".
           88 CERT-HALLADA VALUE "Y".
       01 DIA-HABIL-SW PIC X(01) VALUE "N".
           88 DIA-HABIL VALUE "Y".

       01 FECHA-HOY PIC 9(08).
       01 MES-CALENDARIO PIC 9(06).
       01 FECHA-DIA PIC 9(08).
       01 FECHA-ANTERIOR PIC 9(08).
       01 DIA-MES PIC 9(02) COMP.
       01 ESTADO-DIA PIC X(16).

       01 CANT-CERTIFICADAS  PIC 9(03) VALUE 0.
       01 CANT-SIN-REVISION  PIC 9(03) VALUE 0.
       01 CANT-SIN-FIRMAS    PIC 9(03) VALUE 0.
       01 CANT-SIN-CONCILIAR PIC 9(03) VALUE 0.

       01 CANT-EDIT PIC ZZ9.
       01 CANT-EDIT-5 PIC ZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /UNA LINEA POR DIA DEL MES CON EL ESTADO DE SU CERTIFICACION:
      /CERTIFICADA, FALTA REVISION, SIN FIRMAS, O SIN CONCILIACION
      /CUANDO UN DIA HABIL YA PASADO NO TIENE CORRIDA DE MATEMATICA5.
      /ES LA EVIDENCIA MENSUAL QUE PIDE AUDITORIA
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM OBTENER-FECHA-NEGOCIO.
           PERFORM LEER-CONTROL.

           OPEN INPUT CONC-CERT.
           IF CONC-CERT-STATUS = "00"
               MOVE "Y" TO HAY-CERTIFICACIONES-SW
           ELSE
               IF CONC-CERT-STATUS NOT = "35"
                   MOVE "CONCCERT" TO EH-ARCHIVO
                   MOVE "OPEN" TO EH-OPERACION
                   MOVE CONC-CERT-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
                   PERFORM MARCAR-FALLA-PASO
                   PERFORM REGISTRAR-LOG-FIN
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT CAL-REPORT.
           MOVE SPACES TO CAL-REPORT-LINEA.
           STRING "CERTIFICACION DE CONCILIACIONES - MES "
               DELIMITED BY SIZE
               MES-CALENDARIO DELIMITED BY SIZE
               INTO CAL-REPORT-LINEA.
           WRITE CAL-REPORT-LINEA.
           MOVE SPACES TO CAL-REPORT-LINEA.
           WRITE CAL-REPORT-LINEA.
           MOVE SPACES TO CAL-REPORT-LINEA.
           STRING "FECHA    ESTADO           PREPARO    REVISO     "
               DELIMITED BY SIZE
               "EMPAR DISCR" DELIMITED BY SIZE
               INTO CAL-REPORT-LINEA.
           WRITE CAL-REPORT-LINEA.

           PERFORM VARYING DIA-MES FROM 1 BY 1 UNTIL DIA-MES > 31
               COMPUTE FECHA-DIA = MES-CALENDARIO * 100 + DIA-MES
               MOVE "V" TO DC-OPERACION
               MOVE FECHA-DIA TO DC-FECHA1
               CALL "DATECALC" USING DATE-AREA
               IF NOT DC-FECHA-MALA
                   PERFORM LISTAR-DIA
               END-IF
           END-PERFORM.

           PERFORM ESCRIBIR-TOTALES.
           CLOSE CAL-REPORT.
           IF HAY-CERTIFICACIONES
               CLOSE CONC-CERT
           END-IF.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       OBTENER-FECHA-NEGOCIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT FECHA-NEGOCIO-FILE.
           IF FECHA-NEGOCIO-STATUS = "00"
               READ FECHA-NEGOCIO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FN-FECHA NUMERIC AND FN-FECHA > 0
                           MOVE FN-FECHA TO FECHA-HOY
                       END-IF
               END-READ
               CLOSE FECHA-NEGOCIO-FILE
           END-IF.

       LEER-CONTROL.
           MOVE FECHA-HOY(1:6) TO MES-CALENDARIO.
           OPEN INPUT CAL-CONTROL.
           IF CAL-CONTROL-STATUS = "00"
               READ CAL-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KC-MES NUMERIC AND KC-MES > 0
                           MOVE KC-MES TO MES-CALENDARIO
                       END-IF
               END-READ
               CLOSE CAL-CONTROL
           END-IF.

       LISTAR-DIA.
           MOVE "N" TO CERT-HALLADA-SW.
           IF HAY-CERTIFICACIONES
               MOVE FECHA-DIA TO CO-FECHA
               READ CONC-CERT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CERT-HALLADA-SW
               END-READ
           END-IF.
           MOVE SPACES TO CAL-REPORT-LINEA.
           IF CERT-HALLADA
               EVALUATE TRUE
                   WHEN CO-CERTIFICADA
                       MOVE "CERTIFICADA" TO ESTADO-DIA
                       ADD 1 TO CANT-CERTIFICADAS
                   WHEN CO-PREPARADA
                       MOVE "FALTA REVISION" TO ESTADO-DIA
                       ADD 1 TO CANT-SIN-REVISION
                   WHEN OTHER
                       MOVE "SIN FIRMAS" TO ESTADO-DIA
                       ADD 1 TO CANT-SIN-FIRMAS
               END-EVALUATE
               MOVE CO-EMPAREJADAS TO CANT-EDIT-5
               MOVE CO-DISCREPANCIAS TO CANT-EDIT
               STRING FECHA-DIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ESTADO-DIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CO-PREPARADOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CO-REVISOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CANT-EDIT-5 DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   INTO CAL-REPORT-LINEA
           ELSE
               PERFORM CONTROLAR-DIA-HABIL
               EVALUATE TRUE
                   WHEN NOT DIA-HABIL
                       MOVE "NO HABIL" TO ESTADO-DIA
                   WHEN FECHA-DIA > FECHA-HOY
                       MOVE SPACES TO ESTADO-DIA
                   WHEN OTHER
                       MOVE "SIN CONCILIACION" TO ESTADO-DIA
                       ADD 1 TO CANT-SIN-CONCILIAR
               END-EVALUATE
               STRING FECHA-DIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ESTADO-DIA DELIMITED BY SIZE
                   INTO CAL-REPORT-LINEA
           END-IF.
           WRITE CAL-REPORT-LINEA.

       CONTROLAR-DIA-HABIL.
      /UN DIA ES HABIL SI DATECALC CUENTA UN DIA HABIL ENTRE LA
      /VISPERA (EXCLUSIVA) Y EL DIA (INCLUSIVA), CON EL CALENDARIO
      /PROCCAL DE SIEMPRE
           COMPUTE FECHA-ANTERIOR = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-DIA) - 1).
           MOVE "D" TO DC-OPERACION.
           MOVE FECHA-ANTERIOR TO DC-FECHA1.
           MOVE FECHA-DIA TO DC-FECHA2.
           CALL "DATECALC" USING DATE-AREA.
           IF NOT DC-FECHA-MALA AND DC-DIAS = 1
               MOVE "Y" TO DIA-HABIL-SW
           ELSE
               MOVE "N" TO DIA-HABIL-SW
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO CAL-REPORT-LINEA.
           WRITE CAL-REPORT-LINEA.
           MOVE CANT-CERTIFICADAS TO CANT-EDIT.
           MOVE SPACES TO CAL-REPORT-LINEA.
           STRING "CERTIFICADAS:       " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CAL-REPORT-LINEA.
           WRITE CAL-REPORT-LINEA.
           MOVE CANT-SIN-REVISION TO CANT-EDIT.
           MOVE SPACES TO CAL-REPORT-LINEA.
           STRING "FALTA REVISION:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CAL-REPORT-LINEA.
           WRITE CAL-REPORT-LINEA.
           MOVE CANT-SIN-FIRMAS TO CANT-EDIT.
           MOVE SPACES TO CAL-REPORT-LINEA.
           STRING "SIN FIRMAS:         " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CAL-REPORT-LINEA.
           WRITE CAL-REPORT-LINEA.
           MOVE CANT-SIN-CONCILIAR TO CANT-EDIT.
           MOVE SPACES TO CAL-REPORT-LINEA.
           STRING "SIN CONCILIACION:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CAL-REPORT-LINEA.
           WRITE CAL-REPORT-LINEA.

       MARCAR-FALLA-PASO.
      /FALLA DURA: SE DEJA EL RETORNO EN EL REGISTRO ESPECIAL Y, SI
      /EJERCHAIN PASO SU AREA DE RETORNO, TAMBIEN POR LINKAGE
           MOVE 12 TO RETURN-CODE.
           IF ADDRESS OF LK-RETORNO NOT = NULL
               MOVE 12 TO LK-RETORNO
           END-IF.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "CONCCAL" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "CONCCAL" TO RL-PROGRAMA.
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
           MOVE "CONCCAL" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "MES=" DELIMITED BY SIZE
               MES-CALENDARIO DELIMITED BY SIZE
               " CERTIF=" DELIMITED BY SIZE
               CANT-CERTIFICADAS DELIMITED BY SIZE
               " SIN-CONC=" DELIMITED BY SIZE
               CANT-SIN-CONCILIAR DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM CONCCAL.
