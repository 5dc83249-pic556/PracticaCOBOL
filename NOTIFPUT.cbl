      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Encolado-Central-De-Notificaciones-Salientes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFPUT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIF-DIR ASSIGN TO "NOTIFDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-DIR-STATUS.

           SELECT NOTIF-QUEUE ASSIGN TO "NOTIFQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIF-DIR.
      /DIRECTORIO DE DESTINOS: CADA CLAVE PUEDE TENER VARIAS LINEAS,
      /UNA POR DIRECCION, CON SU CANAL (E CORREO, S SMS)
       01  NOTIF-DIR-RECORD.
           05  ND-DESTINO          PIC X(15).
           05  ND-CANAL            PIC X(01).
           05  ND-DIRECCION        PIC X(60).

       FD  NOTIF-QUEUE.
           COPY "NOTIFQR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 NOTIF-DIR-STATUS   PIC X(02).
       01 NOTIF-QUEUE-STATUS PIC X(02).

       01 DIR-EOF-SW PIC X(01) VALUE "N".
           88 DIR-EOF VALUE "Y".

       01 TIMESTAMP-ALTA PIC X(17).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
           COPY "NOTIFAREA.cpy".

       PROCEDURE DIVISION USING NOTIF-AREA.
       MAIN-PROCEDURE.
      /UN SOLO LUGAR POR DONDE LA SUITE LE AVISA ALGO A UNA PERSONA:
      /LA CLAVE DE DESTINO SE RESUELVE CONTRA NOTIFDIR Y QUEDA UNA
      /ENTRADA PENDIENTE EN NOTIFQ POR CADA DIRECCION; NOTIFEXT LAS
      /ENTREGA AL GATEWAY DE CORREO/SMS
           MOVE 0 TO NT-ENCOLADAS.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE SPACES TO TIMESTAMP-ALTA.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO TIMESTAMP-ALTA.

           OPEN EXTEND NOTIF-QUEUE.
           IF NOTIF-QUEUE-STATUS NOT = "00"
               OPEN OUTPUT NOTIF-QUEUE
           END-IF.
           IF NOTIF-QUEUE-STATUS NOT = "00"
               MOVE "NOTIFQ" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE NOTIF-QUEUE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               GOBACK
           END-IF.

           MOVE "N" TO DIR-EOF-SW.
           OPEN INPUT NOTIF-DIR.
           IF NOTIF-DIR-STATUS NOT = "00"
               MOVE "Y" TO DIR-EOF-SW
           ELSE
               READ NOTIF-DIR
                   AT END MOVE "Y" TO DIR-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL DIR-EOF
               IF ND-DESTINO = NT-DESTINO
                  AND ND-DIRECCION NOT = SPACES
                   PERFORM ARMAR-ENTRADA
                   MOVE "P" TO NQ-ESTADO
                   MOVE ND-CANAL TO NQ-CANAL
                   MOVE ND-DIRECCION TO NQ-DIRECCION
                   WRITE NOTIF-QUEUE-RECORD
                   ADD 1 TO NT-ENCOLADAS
               END-IF
               READ NOTIF-DIR
                   AT END MOVE "Y" TO DIR-EOF-SW
               END-READ
           END-PERFORM.
           IF NOTIF-DIR-STATUS = "00" OR NOTIF-DIR-STATUS = "10"
               CLOSE NOTIF-DIR
           END-IF.

      /SIN DIRECCION LA NOTIFICACION NO SE PIERDE: QUEDA SIN RUTA EN
      /LA COLA, A LA VISTA DE OPERACIONES HASTA QUE SE CARGUE LA
      /CLAVE EN EL DIRECTORIO
           IF NT-ENCOLADAS = 0
               PERFORM ARMAR-ENTRADA
               MOVE "R" TO NQ-ESTADO
               MOVE "SIN DIRECCION EN NOTIFDIR" TO NQ-MOTIVO-FALLA
               WRITE NOTIF-QUEUE-RECORD
           END-IF.
           CLOSE NOTIF-QUEUE.
           GOBACK.

       ARMAR-ENTRADA.
           MOVE SPACES TO NOTIF-QUEUE-RECORD.
           MOVE 0 TO NQ-NUMERO.
           MOVE 0 TO NQ-INTENTOS.
           MOVE TIMESTAMP-ALTA TO NQ-TIMESTAMP.
           MOVE NT-ORIGEN TO NQ-ORIGEN.
           MOVE NT-DESTINO TO NQ-DESTINO.
           MOVE NT-ASUNTO TO NQ-ASUNTO.
           MOVE NT-CUERPO TO NQ-CUERPO.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "NOTIFPUT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       END PROGRAM NOTIFPUT.
