      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Conversion-Unica-De-GRADJRNL-Al-Registro-Con-Detalle
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLCONV IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /EL DIARIO VIEJO Y EL NUEVO COMPARTEN EL NOMBRE FISICO
      /GRADJRNL, ASI QUE LA CONVERSION PASA POR UN ARCHIVO DE
      /TRABAJO: PRIMERO SE DESCARGA EL VIEJO A JRNLWORK Y RECIEN
      /DESPUES SE RECONSTRUYE GRADJRNL CON EL REGISTRO NUEVO
           SELECT JRNL-VIEJO ASSIGN TO "GRADJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JV-CLAVE
               FILE STATUS IS JRNL-VIEJO-STATUS.

           SELECT JRNL-TRABAJO ASSIGN TO "JRNLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-TRABAJO-STATUS.

           SELECT GRADE-JOURNAL ASSIGN TO "GRADJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JR-CLAVE
               FILE STATUS IS GRADE-JOURNAL-STATUS.

           SELECT CONV-REPORT ASSIGN TO "RPTJCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-VIEJO.
      /TRAZA DEL REGISTRO ANTERIOR, SIN HORA NI DETALLE DE LA NOTA
       01  JRNL-VIEJO-RECORD.
           05  JV-CLAVE.
               10  JV-LOTE         PIC X(12).
               10  JV-SECUENCIA    PIC 9(05).
           05  JV-STUDENT-ID       PIC X(10).
           05  JV-FECHA-POSTEO     PIC 9(08).

       FD  JRNL-TRABAJO.
       01  JRNL-TRABAJO-RECORD     PIC X(35).

       FD  GRADE-JOURNAL.
      /REGISTRO ACTUAL DEL DIARIO DE GRADPOST
       01  GRADE-JOURNAL-RECORD.
           05  JR-CLAVE.
               10  JR-LOTE         PIC X(12).
               10  JR-SECUENCIA    PIC 9(05).
           05  JR-STUDENT-ID       PIC X(10).
           05  JR-FECHA-POSTEO     PIC 9(08).
           05  JR-HORA-POSTEO      PIC 9(08).
           05  JR-SUBJ             PIC X(04).
           05  JR-FECHA-NOTA       PIC X(08).
           05  JR-NOTA             PIC 9(03).

       FD  CONV-REPORT.
       01  CONV-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

       01 JRNL-VIEJO-STATUS    PIC X(02).
       01 JRNL-TRABAJO-STATUS  PIC X(02).
       01 GRADE-JOURNAL-STATUS PIC X(02).
       01 CONV-REPORT-STATUS   PIC X(02).
       01 RUN-LOG-STATUS       PIC X(02).

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
      /CORRIDA UNICA DE CORTE: LA HORA DE POSTEO Y LA NOTA POSTEADA
      /SE AGREGARON AL FINAL DEL REGISTRO DE GRADJRNL (DE 35 A 58
      /POSICIONES) Y EL DIARIO GRABADO CON EL REGISTRO VIEJO YA NO
      /ABRE CON EL NUEVO. SE DESCARGA Y SE RECARGA CON ESOS CAMPOS
      /EN BLANCO: LA CLAVE SIGUE PROTEGIENDO LA RECORRIDA DE GRADPOST
      /Y MSTRECOV INFORMA ESAS ANOTACIONES COMO DIARIO SIN DETALLE
           PERFORM REGISTRAR-LOG-INICIO.

           OPEN OUTPUT CONV-REPORT.
           MOVE "CONVERSION DE GRADJRNL AL REGISTRO CON DETALLE"
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
      /SI EL DIARIO NO ABRE CON EL REGISTRO VIEJO PUEDE SER QUE YA
      /ESTE CONVERTIDO: SE PRUEBA CON EL NUEVO ANTES DE DAR FALLA,
      /ASI UNA SEGUNDA CORRIDA NO TOCA NADA
           OPEN INPUT JRNL-VIEJO.
           IF JRNL-VIEJO-STATUS NOT = "00"
               OPEN INPUT GRADE-JOURNAL
               IF GRADE-JOURNAL-STATUS = "00"
                   CLOSE GRADE-JOURNAL
                   MOVE "GRADJRNL YA TIENE EL FORMATO NUEVO, NADA QUE "
                       TO CONV-REPORT-LINEA
                   MOVE "CONVERTIR" TO CONV-REPORT-LINEA(45:9)
                   WRITE CONV-REPORT-LINEA
               ELSE
                   DISPLAY "NO SE PUDO LEER GRADJRNL, STATUS: "
                       JRNL-VIEJO-STATUS
                   MOVE "SIN GRADJRNL LEGIBLE, NADA QUE CONVERTIR"
                       TO CONV-REPORT-LINEA
                   WRITE CONV-REPORT-LINEA
                   MOVE 12 TO RETURN-CODE
               END-IF
               GO TO DESCARGAR-A-TRABAJO-EXIT
           END-IF.
           OPEN OUTPUT JRNL-TRABAJO.
           READ JRNL-VIEJO NEXT RECORD
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               ADD 1 TO CANT-LEIDOS
               MOVE JRNL-VIEJO-RECORD TO JRNL-TRABAJO-RECORD
               WRITE JRNL-TRABAJO-RECORD
               READ JRNL-VIEJO NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE JRNL-VIEJO.
           CLOSE JRNL-TRABAJO.
       DESCARGAR-A-TRABAJO-EXIT.
           EXIT.

       RECARGAR-MAESTRO.
      /EL VIEJO GRADJRNL YA ESTA A SALVO EN JRNLWORK: AHORA SE
      /RECONSTRUYE GRADJRNL CON EL REGISTRO NUEVO Y SE CARGA
      /REGISTRO A REGISTRO A TRAVES DE LA CLAVE
           MOVE "N" TO MAESTRO-EOF-SW.
           OPEN INPUT JRNL-TRABAJO.
           OPEN OUTPUT GRADE-JOURNAL.
           READ JRNL-TRABAJO
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               PERFORM RECARGAR-UN-REGISTRO
               READ JRNL-TRABAJO
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE JRNL-TRABAJO.
           CLOSE GRADE-JOURNAL.

       RECARGAR-UN-REGISTRO.
           MOVE JRNL-TRABAJO-RECORD TO JRNL-VIEJO-RECORD.
           MOVE SPACES TO GRADE-JOURNAL-RECORD.
           MOVE JV-LOTE TO JR-LOTE.
           MOVE JV-SECUENCIA TO JR-SECUENCIA.
           MOVE JV-STUDENT-ID TO JR-STUDENT-ID.
           MOVE JV-FECHA-POSTEO TO JR-FECHA-POSTEO.
           MOVE "N" TO CARGA-DUPLICADA-SW.
           WRITE GRADE-JOURNAL-RECORD
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
                   JV-LOTE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   JV-SECUENCIA DELIMITED BY SIZE
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
           MOVE "ANOTACIONES VIEJAS SIN HORA NI NOTA POSTEADA"
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
           MOVE "JRNLCONV" TO RL-PROGRAMA.
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
           MOVE "JRNLCONV" TO RL-PROGRAMA.
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

       END PROGRAM JRNLCONV.
