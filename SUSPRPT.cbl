               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-REPORT-STATUS.

           SELECT SUSP-CASE ASSIGN TO "SUSPCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-KEY
               FILE STATUS IS SUSP-CASE-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       FD  AGING-REPORT.
       01  AGING-REPORT-LINEA      PIC X(80).

       FD  SUSP-CASE.
           COPY "SUSPCASE.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".


       01 SUSPENSE-STATUS     PIC X(02).
       01 AGING-REPORT-STATUS PIC X(02).
       01 SUSP-CASE-STATUS    PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).
       01 FECHA-NEGOCIO-STATUS PIC X(02).

       01 SUSPENSE-EOF-SW PIC X(01) VALUE "N".
           88 SUSPENSE-EOF VALUE "Y".
       01 HAY-CASOS-SW PIC X(01) VALUE "N".
           88 HAY-CASOS VALUE "Y".

       01 FECHA-HOY PIC 9(08).
       01 DIAS-HOY  PIC 9(07).
                   TO AGING-REPORT-LINEA
               WRITE AGING-REPORT-LINEA
           ELSE
      /EL SEGUIMIENTO DE CASOS ES OPCIONAL: SIN SUSPCASE LAS
      /PARTIDAS SALEN SIN ASIGNAR
               OPEN INPUT SUSP-CASE
               IF SUSP-CASE-STATUS = "00"
                   MOVE "Y" TO HAY-CASOS-SW
               END-IF
               PERFORM ENVEJECER-PARTIDAS
               PERFORM ESCRIBIR-BANDAS
               IF HAY-CASOS
                   CLOSE SUSP-CASE
               END-IF
               CLOSE SUSPENSE-FILE
           END-IF.

               " DIAS)" DELIMITED BY SIZE
               INTO AGING-REPORT-LINEA.
           WRITE AGING-REPORT-LINEA.
           PERFORM INFORMAR-CASO.

       INFORMAR-CASO.
      /DEBAJO DE CADA PARTIDA, QUIEN LA INVESTIGA Y CUANDO FUE LA
      /ULTIMA ACCION, TOMADO DEL CASO ABIERTO EN SUSPGEST
           MOVE SPACES TO CS-ASIGNADO.
           IF HAY-CASOS
               MOVE SU-REF-ID TO CS-REF-ID
               MOVE SU-ORIGEN TO CS-ORIGEN
               MOVE SU-FECHA-ALTA TO CS-FECHA-ALTA
               READ SUSP-CASE
                   INVALID KEY
                       MOVE SPACES TO CS-ASIGNADO
               END-READ
           END-IF.
           MOVE SPACES TO AGING-REPORT-LINEA.
           IF CS-ASIGNADO = SPACES
               MOVE "        SIN ASIGNAR" TO AGING-REPORT-LINEA
           ELSE
               STRING "        ASIGNADA A " DELIMITED BY SIZE
                   CS-ASIGNADO DELIMITED BY SIZE
                   " ULTIMA ACCION " DELIMITED BY SIZE
                   CS-FECHA-ULT-ACCION DELIMITED BY SIZE
                   INTO AGING-REPORT-LINEA
           END-IF.
           WRITE AGING-REPORT-LINEA.

       ESCRIBIR-BANDAS.
           MOVE SPACES TO AGING-REPORT-LINEA.
