      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Visor-En-Pantalla-De-La-Cola-De-Notificaciones
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFVW IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIF-QUEUE ASSIGN TO "NOTIFQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-QUEUE-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIF-QUEUE.
           COPY "NOTIFQR.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

       01 NOTIF-QUEUE-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 QUEUE-EOF-SW PIC X(01) VALUE "N".
           88 QUEUE-EOF VALUE "Y".
       01 SEGUIR-SW PIC X(01) VALUE "S".
           88 SEGUIR VALUE "S".

       01 ESTADO-ELEGIDO PIC X(01).
           88 ESTADO-VALIDO VALUE "P" "X" "E" "F" "R".
           88 ESTADO-SALIR  VALUE "S" " ".

       01 CANT-PENDIENTES  PIC 9(05) VALUE 0.
       01 CANT-EN-GATEWAY  PIC 9(05) VALUE 0.
       01 CANT-ENTREGADAS  PIC 9(05) VALUE 0.
       01 CANT-FALLIDAS    PIC 9(05) VALUE 0.
       01 CANT-SIN-RUTA    PIC 9(05) VALUE 0.
       01 CANT-LISTADAS    PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /LA COLA DE NOTIFICACIONES A LA VISTA DEL OPERADOR: CUANTAS
      /HAY EN CADA ESTADO Y EL DETALLE DE LAS DE UN ESTADO ELEGIDO,
      /PARA VER QUE SE DEMORA, QUE SE PERDIO Y QUE NO TIENE RUTA
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM UNTIL NOT SEGUIR
               PERFORM CONTAR-ESTADOS
               DISPLAY SPACE
               DISPLAY "===== COLA DE NOTIFICACIONES NOTIFQ ====="
               MOVE CANT-PENDIENTES TO CANT-EDIT
               DISPLAY "P PENDIENTES DE ENVIO:   " CANT-EDIT
               MOVE CANT-EN-GATEWAY TO CANT-EDIT
               DISPLAY "X EN EL GATEWAY:         " CANT-EDIT
               MOVE CANT-ENTREGADAS TO CANT-EDIT
               DISPLAY "E ENTREGADAS:            " CANT-EDIT
               MOVE CANT-FALLIDAS TO CANT-EDIT
               DISPLAY "F FALLIDAS (AGOTADAS):   " CANT-EDIT
               MOVE CANT-SIN-RUTA TO CANT-EDIT
               DISPLAY "R SIN RUTA EN NOTIFDIR:  " CANT-EDIT
               DISPLAY "Estado a listar (P/X/E/F/R, S sale): "
               MOVE SPACE TO ESTADO-ELEGIDO
               ACCEPT ESTADO-ELEGIDO
               IF ESTADO-SALIR
                   MOVE "N" TO SEGUIR-SW
               ELSE
                   IF ESTADO-VALIDO
                       PERFORM LISTAR-ESTADO
                   ELSE
                       DISPLAY "ESTADO INVALIDO"
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CONTAR-ESTADOS.
           MOVE 0 TO CANT-PENDIENTES CANT-EN-GATEWAY CANT-ENTREGADAS
               CANT-FALLIDAS CANT-SIN-RUTA.
           PERFORM ABRIR-COLA.
           PERFORM UNTIL QUEUE-EOF
               EVALUATE TRUE
                   WHEN NQ-PENDIENTE  ADD 1 TO CANT-PENDIENTES
                   WHEN NQ-EN-GATEWAY ADD 1 TO CANT-EN-GATEWAY
                   WHEN NQ-ENTREGADA  ADD 1 TO CANT-ENTREGADAS
                   WHEN NQ-FALLIDA    ADD 1 TO CANT-FALLIDAS
                   WHEN NQ-SIN-RUTA   ADD 1 TO CANT-SIN-RUTA
                   WHEN OTHER CONTINUE
               END-EVALUATE
               READ NOTIF-QUEUE
                   AT END MOVE "Y" TO QUEUE-EOF-SW
               END-READ
           END-PERFORM.
           PERFORM CERRAR-COLA.

       LISTAR-ESTADO.
           MOVE 0 TO CANT-LISTADAS.
           DISPLAY "NUMERO   ALTA              ORIGEN          "
               "DESTINO         C IN ASUNTO".
           PERFORM ABRIR-COLA.
           PERFORM UNTIL QUEUE-EOF
               IF NQ-ESTADO = ESTADO-ELEGIDO
                   ADD 1 TO CANT-LISTADAS
                   DISPLAY NQ-NUMERO " " NQ-TIMESTAMP " " NQ-ORIGEN
                       " " NQ-DESTINO " " NQ-CANAL " " NQ-INTENTOS
                       " " NQ-ASUNTO
                   IF NQ-MOTIVO-FALLA NOT = SPACES
                       DISPLAY "         MOTIVO: " NQ-MOTIVO-FALLA
                   END-IF
               END-IF
               READ NOTIF-QUEUE
                   AT END MOVE "Y" TO QUEUE-EOF-SW
               END-READ
           END-PERFORM.
           PERFORM CERRAR-COLA.
           MOVE CANT-LISTADAS TO CANT-EDIT.
           DISPLAY "NOTIFICACIONES LISTADAS: " CANT-EDIT.

       ABRIR-COLA.
           MOVE "N" TO QUEUE-EOF-SW.
           OPEN INPUT NOTIF-QUEUE.
           IF NOTIF-QUEUE-STATUS NOT = "00"
               MOVE "Y" TO QUEUE-EOF-SW
           ELSE
               READ NOTIF-QUEUE
                   AT END MOVE "Y" TO QUEUE-EOF-SW
               END-READ
           END-IF.

       CERRAR-COLA.
           IF NOTIF-QUEUE-STATUS = "00" OR NOTIF-QUEUE-STATUS = "10"
               CLOSE NOTIF-QUEUE
           END-IF.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "NOTIFVW" TO RL-PROGRAMA.
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
           MOVE "NOTIFVW" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM NOTIFVW.
