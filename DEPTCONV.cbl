      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Conversion-Unica-De-DEPTMAST-Al-Registro-Con-Jefe
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTCONV IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /EL MAESTRO VIEJO Y EL NUEVO COMPARTEN EL NOMBRE FISICO
      /DEPTMAST, ASI QUE LA CONVERSION PASA POR UN ARCHIVO DE
      /TRABAJO: PRIMERO SE DESCARGA EL VIEJO A DEPTWORK Y RECIEN
      /DESPUES SE RECONSTRUYE DEPTMAST CON EL REGISTRO NUEVO
           SELECT DEPT-VIEJO ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DV-DEPT-CODE
               FILE STATUS IS DEPT-VIEJO-STATUS.

           SELECT DEPT-TRABAJO ASSIGN TO "DEPTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-TRABAJO-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS DEPT-MASTER-STATUS.

           SELECT CONV-REPORT ASSIGN TO "RPTDCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-VIEJO.
      /TRAZA DEL REGISTRO ANTERIOR, SIN DM-JEFE
       01  DEPT-VIEJO-RECORD.
           05  DV-DEPT-CODE         PIC X(10).
           05  DV-DEPT-NAME         PIC X(30).
           05  DV-PARENT            PIC X(10).

       FD  DEPT-TRABAJO.
       01  DEPT-TRABAJO-RECORD     PIC X(50).

       FD  DEPT-MASTER.
           COPY "DEPTMAST.cpy".

       FD  CONV-REPORT.
       01  CONV-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

       01 DEPT-VIEJO-STATUS   PIC X(02).
       01 DEPT-TRABAJO-STATUS PIC X(02).
       01 DEPT-MASTER-STATUS  PIC X(02).
       01 CONV-REPORT-STATUS  PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).

       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 CARGA-DUPLICADA-SW PIC X(01) VALUE "N".
           88 CARGA-DUPLICADA VALUE "Y".

       01 CANT-LEIDOS     PIC 9(07) VALUE 0.
       01 CANT-CARGADOS   PIC 9(07) VALUE 0.
       01 CANT-DUPLICADOS PIC 9(07) VALUE 0.
       01 CANT-EDIT PIC ZZZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /CORRIDA UNICA DE CORTE: DM-JEFE SE AGREGO AL FINAL DEL
      /REGISTRO DE DEPTMAST (DE 50 A 60 POSICIONES) Y EL MAESTRO
      /GRABADO CON EL REGISTRO VIEJO YA NO ABRE CON EL NUEVO. SE
      /DESCARGA Y SE RECARGA CON DM-JEFE EN BLANCO (SIN JEFE); LOS
      /JEFES SE CARGAN DESPUES POR DEPTMNT
           PERFORM REGISTRAR-LOG-INICIO.

           OPEN OUTPUT CONV-REPORT.
           MOVE "CONVERSION DE DEPTMAST AL REGISTRO CON JEFE"
               TO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.

           PERFORM DESCARGAR-A-TRABAJO THRU DESCARGAR-A-TRABAJO-EXIT.
           IF CANT-LEIDOS > 0
               PERFORM RECARGAR-MAESTRO
               PERFORM ESCRIBIR-CONTEOS
           END-IF.

           CLOSE CONV-REPORT.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       DESCARGAR-A-TRABAJO.
      /SI EL MAESTRO NO ABRE CON EL REGISTRO VIEJO PUEDE SER QUE YA
      /ESTE CONVERTIDO: SE PRUEBA CON EL NUEVO ANTES DE DAR FALLA,
      /ASI UNA SEGUNDA CORRIDA NO TOCA NADA
           OPEN INPUT DEPT-VIEJO.
           IF DEPT-VIEJO-STATUS NOT = "00"
               OPEN INPUT DEPT-MASTER
               IF DEPT-MASTER-STATUS = "00"
                   CLOSE DEPT-MASTER
                   MOVE "DEPTMAST YA TIENE EL FORMATO NUEVO, NADA QUE "
                       TO CONV-REPORT-LINEA
                   MOVE "CONVERTIR" TO CONV-REPORT-LINEA(45:9)
                   WRITE CONV-REPORT-LINEA
               ELSE
                   DISPLAY "NO SE PUDO LEER DEPTMAST, STATUS: "
                       DEPT-VIEJO-STATUS
                   MOVE "SIN DEPTMAST LEGIBLE, NADA QUE CONVERTIR"
                       TO CONV-REPORT-LINEA
                   WRITE CONV-REPORT-LINEA
                   MOVE 12 TO RETURN-CODE
               END-IF
               GO TO DESCARGAR-A-TRABAJO-EXIT
           END-IF.
           OPEN OUTPUT DEPT-TRABAJO.
           READ DEPT-VIEJO NEXT RECORD
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               ADD 1 TO CANT-LEIDOS
               MOVE DEPT-VIEJO-RECORD TO DEPT-TRABAJO-RECORD
               WRITE DEPT-TRABAJO-RECORD
               READ DEPT-VIEJO NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE DEPT-VIEJO.
           CLOSE DEPT-TRABAJO.
       DESCARGAR-A-TRABAJO-EXIT.
           EXIT.

       RECARGAR-MAESTRO.
      /EL VIEJO DEPTMAST YA ESTA A SALVO EN DEPTWORK: AHORA SE
      /RECONSTRUYE DEPTMAST CON EL REGISTRO NUEVO Y SE CARGA
      /REGISTRO A REGISTRO A TRAVES DE LA CLAVE
           MOVE "N" TO MAESTRO-EOF-SW.
           OPEN INPUT DEPT-TRABAJO.
           OPEN OUTPUT DEPT-MASTER.
           READ DEPT-TRABAJO
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               PERFORM RECARGAR-UN-REGISTRO
               READ DEPT-TRABAJO
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE DEPT-TRABAJO.
           CLOSE DEPT-MASTER.

       RECARGAR-UN-REGISTRO.
           MOVE DEPT-TRABAJO-RECORD TO DEPT-VIEJO-RECORD.
           MOVE SPACES TO DEPT-MASTER-RECORD.
           MOVE DV-DEPT-CODE TO DM-DEPT-CODE.
           MOVE DV-DEPT-NAME TO DM-DEPT-NAME.
           MOVE DV-PARENT TO DM-PARENT.
           MOVE "N" TO CARGA-DUPLICADA-SW.
           WRITE DEPT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO CANT-DUPLICADOS
                   MOVE "Y" TO CARGA-DUPLICADA-SW
               NOT INVALID KEY
                   ADD 1 TO CANT-CARGADOS
           END-WRITE.
           IF CARGA-DUPLICADA
               MOVE SPACES TO CONV-REPORT-LINEA
               STRING "CLAVE DUPLICADA, SE DESCARTA: "
                   DELIMITED BY SIZE
                   DV-DEPT-CODE DELIMITED BY SIZE
                   INTO CONV-REPORT-LINEA
               WRITE CONV-REPORT-LINEA
           END-IF.

       ESCRIBIR-CONTEOS.
           MOVE SPACES TO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
           MOVE CANT-LEIDOS TO CANT-EDIT.
           MOVE SPACES TO CONV-REPORT-LINEA.
           STRING "REGISTROS LEIDOS:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
           MOVE CANT-CARGADOS TO CANT-EDIT.
           MOVE SPACES TO CONV-REPORT-LINEA.
           STRING "REGISTROS CARGADOS:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
           MOVE CANT-DUPLICADOS TO CANT-EDIT.
           MOVE SPACES TO CONV-REPORT-LINEA.
           STRING "DUPLICADOS OMITIDOS:  " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
           MOVE "DM-JEFE QUEDA EN BLANCO: CARGAR LOS JEFES POR DEPTMNT"
               TO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
           DISPLAY "CONVERSION COMPLETA: " CANT-CARGADOS " DE "
               CANT-LEIDOS " REGISTROS CARGADOS".

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "DEPTCONV" TO RL-PROGRAMA.
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
           MOVE "DEPTCONV" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "CARGADOS=" DELIMITED BY SIZE
               CANT-CARGADOS DELIMITED BY SIZE
               " DUP=" DELIMITED BY SIZE
               CANT-DUPLICADOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM DEPTCONV.
