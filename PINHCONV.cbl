      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Conversion-Unica-De-PINHIST-Al-Registro-Con-Blanqueo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINHCONV IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /LA HISTORIA VIEJA Y LA NUEVA COMPARTEN EL NOMBRE FISICO
      /PINHIST, ASI QUE LA CONVERSION PASA POR UN ARCHIVO DE
      /TRABAJO: PRIMERO SE DESCARGA LA VIEJA A PINHWORK Y RECIEN
      /DESPUES SE RECONSTRUYE PINHIST CON EL REGISTRO NUEVO
           SELECT HIST-VIEJA ASSIGN TO "PINHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PV-EMP-ID
               FILE STATUS IS HIST-VIEJA-STATUS.

           SELECT HIST-TRABAJO ASSIGN TO "PINHWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-TRABAJO-STATUS.

           SELECT PIN-HIST ASSIGN TO "PINHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-EMP-ID
               FILE STATUS IS PIN-HIST-STATUS.

           SELECT CONV-REPORT ASSIGN TO "RPTPCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-VIEJA.
      /TRAZA DEL REGISTRO ANTERIOR, SIN PH-FORZAR-SW
       01  HIST-VIEJA-RECORD.
           05  PV-EMP-ID            PIC X(10).
           05  PV-FECHA-CAMBIO      PIC 9(08).
           05  PV-CANT-HIST         PIC 9(01).
           05  PV-PINES-ANTERIORES  PIC X(20).

       FD  HIST-TRABAJO.
       01  HIST-TRABAJO-RECORD     PIC X(29).

       FD  PIN-HIST.
           COPY "PINHIST.cpy".

       FD  CONV-REPORT.
       01  CONV-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

       01 HIST-VIEJA-STATUS   PIC X(02).
       01 HIST-TRABAJO-STATUS PIC X(02).
       01 PIN-HIST-STATUS     PIC X(02).
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
      /CORRIDA UNICA DE CORTE: PH-FORZAR-SW SE AGREGO AL FINAL DEL
      /REGISTRO DE PINHIST (DE 29 A 30 POSICIONES) Y LA HISTORIA
      /GRABADA CON EL REGISTRO VIEJO YA NO ABRE CON EL NUEVO. SE
      /DESCARGA Y SE RECARGA CON PH-FORZAR-SW EN BLANCO (SIN
      /BLANQUEO PENDIENTE); LOS PINES ANTERIORES PASAN TAL CUAL, EN
      /CLARO O EN HASH, Y PINCONV HASHEA DESPUES LOS QUE FALTEN
           PERFORM REGISTRAR-LOG-INICIO.

           OPEN OUTPUT CONV-REPORT.
           MOVE "CONVERSION DE PINHIST AL REGISTRO CON BLANQUEO"
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
      /SI LA HISTORIA NO ABRE CON EL REGISTRO VIEJO PUEDE SER QUE YA
      /ESTE CONVERTIDA: SE PRUEBA CON EL NUEVO ANTES DE DAR FALLA,
      /ASI UNA SEGUNDA CORRIDA NO TOCA NADA
           OPEN INPUT HIST-VIEJA.
           IF HIST-VIEJA-STATUS NOT = "00"
               OPEN INPUT PIN-HIST
               IF PIN-HIST-STATUS = "00"
                   CLOSE PIN-HIST
                   MOVE "PINHIST YA TIENE EL FORMATO NUEVO, NADA QUE "
                       TO CONV-REPORT-LINEA
                   MOVE "CONVERTIR" TO CONV-REPORT-LINEA(44:9)
                   WRITE CONV-REPORT-LINEA
               ELSE
                   DISPLAY "NO SE PUDO LEER PINHIST, STATUS: "
                       HIST-VIEJA-STATUS
                   MOVE "SIN PINHIST LEGIBLE, NADA QUE CONVERTIR"
                       TO CONV-REPORT-LINEA
                   WRITE CONV-REPORT-LINEA
                   MOVE 12 TO RETURN-CODE
               END-IF
               GO TO DESCARGAR-A-TRABAJO-EXIT
           END-IF.
           OPEN OUTPUT HIST-TRABAJO.
           READ HIST-VIEJA NEXT RECORD
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               ADD 1 TO CANT-LEIDOS
               MOVE HIST-VIEJA-RECORD TO HIST-TRABAJO-RECORD
               WRITE HIST-TRABAJO-RECORD
               READ HIST-VIEJA NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE HIST-VIEJA.
           CLOSE HIST-TRABAJO.
       DESCARGAR-A-TRABAJO-EXIT.
           EXIT.

       RECARGAR-MAESTRO.
      /LA VIEJA PINHIST YA ESTA A SALVO EN PINHWORK: AHORA SE
      /RECONSTRUYE PINHIST CON EL REGISTRO NUEVO Y SE CARGA
      /REGISTRO A REGISTRO A TRAVES DE LA CLAVE
           MOVE "N" TO MAESTRO-EOF-SW.
           OPEN INPUT HIST-TRABAJO.
           OPEN OUTPUT PIN-HIST.
           READ HIST-TRABAJO
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               PERFORM RECARGAR-UN-REGISTRO
               READ HIST-TRABAJO
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE HIST-TRABAJO.
           CLOSE PIN-HIST.

       RECARGAR-UN-REGISTRO.
           MOVE HIST-TRABAJO-RECORD TO HIST-VIEJA-RECORD.
           MOVE SPACES TO PIN-HIST-RECORD.
           MOVE PV-EMP-ID TO PH-EMP-ID.
           MOVE PV-FECHA-CAMBIO TO PH-FECHA-CAMBIO.
           MOVE PV-CANT-HIST TO PH-CANT-HIST.
           MOVE PV-PINES-ANTERIORES TO PIN-HIST-RECORD(20:20).
           MOVE "N" TO CARGA-DUPLICADA-SW.
           WRITE PIN-HIST-RECORD
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
                   PV-EMP-ID DELIMITED BY SIZE
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
           MOVE "PH-FORZAR-SW QUEDA EN BLANCO: SIN BLANQUEOS PENDIENTES"
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
           MOVE "PINHCONV" TO RL-PROGRAMA.
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
           MOVE "PINHCONV" TO RL-PROGRAMA.
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

       END PROGRAM PINHCONV.
