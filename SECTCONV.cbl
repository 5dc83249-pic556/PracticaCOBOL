      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Conversion-Unica-De-SECTMAST-Al-Registro-Con-Docente
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTCONV IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /EL MAESTRO VIEJO Y EL NUEVO COMPARTEN EL NOMBRE FISICO
      /SECTMAST, ASI QUE LA CONVERSION PASA POR UN ARCHIVO DE
      /TRABAJO: PRIMERO SE DESCARGA EL VIEJO A SECTWORK Y RECIEN
      /DESPUES SE RECONSTRUYE SECTMAST CON EL REGISTRO NUEVO
           SELECT SECT-VIEJO ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SV-SECTION
               FILE STATUS IS SECT-VIEJO-STATUS.

           SELECT SECT-TRABAJO ASSIGN TO "SECTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECT-TRABAJO-STATUS.

           SELECT SECT-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-SECTION
               FILE STATUS IS SECT-MASTER-STATUS.

           SELECT CONV-REPORT ASSIGN TO "RPTSCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECT-VIEJO.
      /TRAZA DEL REGISTRO ANTERIOR, SIN SE-TEACHER-ID
       01  SECT-VIEJO-RECORD.
           05  SV-SECTION           PIC X(03).
           05  SV-TEACHER           PIC X(30).
           05  SV-ROOM              PIC X(06).
           05  SV-CAPACIDAD         PIC 9(03).

       FD  SECT-TRABAJO.
       01  SECT-TRABAJO-RECORD     PIC X(42).

       FD  SECT-MASTER.
           COPY "SECTMAST.cpy".

       FD  CONV-REPORT.
       01  CONV-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

       01 SECT-VIEJO-STATUS   PIC X(02).
       01 SECT-TRABAJO-STATUS PIC X(02).
       01 SECT-MASTER-STATUS  PIC X(02).
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
      /CORRIDA UNICA DE CORTE: SE-TEACHER-ID SE AGREGO AL FINAL DEL
      /REGISTRO DE SECTMAST (DE 42 A 52 POSICIONES) Y EL MAESTRO
      /GRABADO CON EL REGISTRO VIEJO YA NO ABRE CON EL NUEVO. SE
      /DESCARGA Y SE RECARGA CON SE-TEACHER-ID EN BLANCO (SIN
      /DOCENTE ASIGNADO); LOS NU DE DOCENTE SE CARGAN POR SECTMNT
           PERFORM REGISTRAR-LOG-INICIO.

           OPEN OUTPUT CONV-REPORT.
           MOVE "CONVERSION DE SECTMAST AL REGISTRO CON NU DE DOCENTE"
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
           OPEN INPUT SECT-VIEJO.
           IF SECT-VIEJO-STATUS NOT = "00"
               OPEN INPUT SECT-MASTER
               IF SECT-MASTER-STATUS = "00"
                   CLOSE SECT-MASTER
                   MOVE "SECTMAST YA TIENE EL FORMATO NUEVO, NADA QUE "
                       TO CONV-REPORT-LINEA
                   MOVE "CONVERTIR" TO CONV-REPORT-LINEA(45:9)
                   WRITE CONV-REPORT-LINEA
               ELSE
                   DISPLAY "NO SE PUDO LEER SECTMAST, STATUS: "
                       SECT-VIEJO-STATUS
                   MOVE "SIN SECTMAST LEGIBLE, NADA QUE CONVERTIR"
                       TO CONV-REPORT-LINEA
                   WRITE CONV-REPORT-LINEA
                   MOVE 12 TO RETURN-CODE
               END-IF
               GO TO DESCARGAR-A-TRABAJO-EXIT
           END-IF.
           OPEN OUTPUT SECT-TRABAJO.
           READ SECT-VIEJO NEXT RECORD
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               ADD 1 TO CANT-LEIDOS
               MOVE SECT-VIEJO-RECORD TO SECT-TRABAJO-RECORD
               WRITE SECT-TRABAJO-RECORD
               READ SECT-VIEJO NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE SECT-VIEJO.
           CLOSE SECT-TRABAJO.
       DESCARGAR-A-TRABAJO-EXIT.
           EXIT.

       RECARGAR-MAESTRO.
      /EL VIEJO SECTMAST YA ESTA A SALVO EN SECTWORK: AHORA SE
      /RECONSTRUYE SECTMAST CON EL REGISTRO NUEVO Y SE CARGA
      /REGISTRO A REGISTRO A TRAVES DE LA CLAVE
           MOVE "N" TO MAESTRO-EOF-SW.
           OPEN INPUT SECT-TRABAJO.
           OPEN OUTPUT SECT-MASTER.
           READ SECT-TRABAJO
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               PERFORM RECARGAR-UN-REGISTRO
               READ SECT-TRABAJO
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE SECT-TRABAJO.
           CLOSE SECT-MASTER.

       RECARGAR-UN-REGISTRO.
           MOVE SECT-TRABAJO-RECORD TO SECT-VIEJO-RECORD.
           MOVE SPACES TO SECT-MASTER-RECORD.
           MOVE SV-SECTION TO SE-SECTION.
           MOVE SV-TEACHER TO SE-TEACHER.
           MOVE SV-ROOM TO SE-ROOM.
           MOVE SV-CAPACIDAD TO SE-CAPACIDAD.
           MOVE "N" TO CARGA-DUPLICADA-SW.
           WRITE SECT-MASTER-RECORD
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
                   SV-SECTION DELIMITED BY SIZE
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
           MOVE "SE-TEACHER-ID QUEDA EN BLANCO: ASIGNAR DOCENTES POR "
               TO CONV-REPORT-LINEA.
           MOVE "SECTMNT" TO CONV-REPORT-LINEA(53:7).
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
           MOVE "SECTCONV" TO RL-PROGRAMA.
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
           MOVE "SECTCONV" TO RL-PROGRAMA.
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

       END PROGRAM SECTCONV.
