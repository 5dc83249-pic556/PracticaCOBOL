      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Interfaz-De-Notificaciones-Con-El-Gateway-De-Correo-SMS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFEXT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIF-QUEUE ASSIGN TO "NOTIFQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-QUEUE-STATUS.

           SELECT NOTIF-KEEP ASSIGN TO "NOTQKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-KEEP-STATUS.

           SELECT NOTIF-ACK ASSIGN TO "NOTIFACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-ACK-STATUS.

           SELECT NOTIF-OUT ASSIGN TO "NOTIFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-OUT-STATUS.

           SELECT NOTIF-REPORT ASSIGN TO "RPTNOTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIF-QUEUE.
           COPY "NOTIFQR.cpy".

       FD  NOTIF-KEEP.
      /MISMO LARGO QUE EL REGISTRO DE NOTIFQR.cpy
       01  NOTIF-KEEP-RECORD       PIC X(306).

       FD  NOTIF-ACK.
      /DEVOLUCION DEL GATEWAY: POR CADA NUMERO ENTREGADO EN NOTIFOUT,
      /E ENTREGADA O F FALLIDA CON EL MOTIVO QUE INFORMA EL GATEWAY
       01  NOTIF-ACK-RECORD.
           05  NK-NUMERO           PIC 9(08).
           05  NK-ESTADO           PIC X(01).
           05  NK-MOTIVO           PIC X(30).

       FD  NOTIF-OUT.
      /EXTRACTO PARA EL GATEWAY: SOLO LO QUE HAY QUE MANDAR AHORA
       01  NOTIF-OUT-RECORD.
           05  GW-NUMERO           PIC 9(08).
           05  GW-CANAL            PIC X(01).
           05  GW-DIRECCION        PIC X(60).
           05  GW-ASUNTO           PIC X(40).
           05  GW-CUERPO           PIC X(100).

       FD  NOTIF-REPORT.
       01  NOTIF-REPORT-LINEA      PIC X(150).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 NOTIF-QUEUE-STATUS  PIC X(02).
       01 NOTIF-KEEP-STATUS   PIC X(02).
       01 NOTIF-ACK-STATUS    PIC X(02).
       01 NOTIF-OUT-STATUS    PIC X(02).
       01 NOTIF-REPORT-STATUS PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).

       01 QUEUE-EOF-SW PIC X(01) VALUE "N".
           88 QUEUE-EOF VALUE "Y".
       01 ACK-EOF-SW PIC X(01) VALUE "N".
           88 ACK-EOF VALUE "Y".
       01 HAY-COLA-SW PIC X(01) VALUE "N".
           88 HAY-COLA VALUE "Y".
       01 HAY-ACUSES-SW PIC X(01) VALUE "N".
           88 HAY-ACUSES VALUE "Y".

      /UN ENVIO FALLIDO VUELVE A PENDIENTE HASTA AGOTAR LOS INTENTOS;
      /EL TOPE SE PUEDE CAMBIAR EN EL MAESTRO DE PARAMETROS
       01 MAX-INTENTOS PIC 9(02) VALUE 3.

      * Devoluciones del gateway cargadas de NOTIFACK.
       01 MAX-ACUSES PIC 9(03) VALUE 500.
       01 CANT-ACUSES PIC 9(03) VALUE 0.
       01 EXCEDENTES-ACUSES PIC 9(05) VALUE 0.
       01 TABLA-ACUSES.
           05 ACUSE-ITEM OCCURS 500 TIMES.
              10 TK-NUMERO  PIC 9(08).
              10 TK-ESTADO  PIC X(01).
              10 TK-MOTIVO  PIC X(30).
              10 TK-USADO   PIC X(01).
       01 IND-ACUSE PIC 9(03) COMP.
       01 ACUSE-HALLADO-SW PIC X(01).
           88 ACUSE-HALLADO VALUE "Y".

       01 ULTIMO-NUMERO PIC 9(08) VALUE 0.
       01 TIMESTAMP-CORRIDA PIC X(17).
       01 RESULTADO-TEXTO PIC X(10).

       01 CANT-ENVIADAS    PIC 9(05) VALUE 0.
       01 CANT-ENTREGADAS  PIC 9(05) VALUE 0.
       01 CANT-REINTENTOS  PIC 9(05) VALUE 0.
       01 CANT-AGOTADAS    PIC 9(05) VALUE 0.
       01 CANT-DESCONOCIDOS PIC 9(05) VALUE 0.
       01 CANT-EN-GATEWAY  PIC 9(05) VALUE 0.
       01 CANT-SIN-RUTA    PIC 9(05) VALUE 0.
       01 CANT-FALLIDAS    PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 INTENTOS-EDIT PIC Z9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /INTERFAZ CON EL GATEWAY DE CORREO/SMS: APLICA LA DEVOLUCION DE
      /LA CORRIDA ANTERIOR (ENTREGADAS, Y FALLIDAS QUE VUELVEN A
      /PENDIENTE O SE DAN POR PERDIDAS AL AGOTAR LOS INTENTOS),
      /EXTRAE A NOTIFOUT TODO LO PENDIENTE Y REPORTA LAS FALLAS
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE SPACES TO TIMESTAMP-CORRIDA.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO TIMESTAMP-CORRIDA.
           MOVE "NOTIFEXT" TO PR-PROGRAMA.
           MOVE "MAX-INTENTOS" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO MAX-INTENTOS
           END-IF.

           PERFORM CARGAR-ACUSES.
           PERFORM BUSCAR-ULTIMO-NUMERO.

           OPEN OUTPUT NOTIF-OUT.
           OPEN OUTPUT NOTIF-REPORT.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           STRING "INTERFAZ DE NOTIFICACIONES DEL " DELIMITED BY SIZE
               TIMESTAMP-CORRIDA DELIMITED BY SIZE
               " (MAXIMO DE INTENTOS " DELIMITED BY SIZE
               MAX-INTENTOS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.
           MOVE "FALLAS DE ENTREGA DEVUELTAS POR EL GATEWAY"
               TO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           STRING "NUMERO   ORIGEN          DESTINO         C INT "
               DELIMITED BY SIZE
               "RESULTADO  MOTIVO                         DIRECCION"
               DELIMITED BY SIZE
               INTO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.

           IF HAY-COLA
               PERFORM PROCESAR-COLA
               PERFORM RECONSTRUIR-COLA THRU RECONSTRUIR-COLA-EXIT
           END-IF.
           PERFORM INFORMAR-DESCONOCIDOS.
           CLOSE NOTIF-OUT.

      /LA DEVOLUCION YA APLICADA SE VACIA PARA QUE UNA FALLA VIEJA NO
      /SE VUELVA A APLICAR SOBRE EL REINTENTO DEL MISMO NUMERO
           IF HAY-ACUSES
               OPEN OUTPUT NOTIF-ACK
               CLOSE NOTIF-ACK
           END-IF.

           PERFORM ESCRIBIR-TOTALES.
           CLOSE NOTIF-REPORT.
           DISPLAY "NOTIFICACIONES ENVIADAS AL GATEWAY: " CANT-ENVIADAS
               " ENTREGADAS: " CANT-ENTREGADAS
               " REINTENTOS: " CANT-REINTENTOS
               " AGOTADAS: " CANT-AGOTADAS.
           IF CANT-AGOTADAS > 0
      /UNA NOTIFICACION PERDIDA ES UNA ADVERTENCIA: LA CADENA SIGUE
      /PERO EL OPERADOR DEBE VERLA EN EL REPORTE
               MOVE 8 TO RETURN-CODE
               IF ADDRESS OF LK-RETORNO NOT = NULL
                   MOVE 8 TO LK-RETORNO
               END-IF
           END-IF.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CARGAR-ACUSES.
           MOVE "N" TO ACK-EOF-SW.
           OPEN INPUT NOTIF-ACK.
           IF NOTIF-ACK-STATUS NOT = "00"
               MOVE "Y" TO ACK-EOF-SW
           ELSE
               MOVE "Y" TO HAY-ACUSES-SW
               READ NOTIF-ACK
                   AT END MOVE "Y" TO ACK-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ACK-EOF
               IF CANT-ACUSES < MAX-ACUSES
                   ADD 1 TO CANT-ACUSES
                   MOVE NK-NUMERO TO TK-NUMERO(CANT-ACUSES)
                   MOVE NK-ESTADO TO TK-ESTADO(CANT-ACUSES)
                   MOVE NK-MOTIVO TO TK-MOTIVO(CANT-ACUSES)
                   MOVE "N" TO TK-USADO(CANT-ACUSES)
               ELSE
                   ADD 1 TO EXCEDENTES-ACUSES
               END-IF
               READ NOTIF-ACK
                   AT END MOVE "Y" TO ACK-EOF-SW
               END-READ
           END-PERFORM.
           IF NOTIF-ACK-STATUS = "00" OR NOTIF-ACK-STATUS = "10"
               CLOSE NOTIF-ACK
           END-IF.
      /CON LA TABLA LLENA LA DEVOLUCION NO SE VACIA: LO QUE NO ENTRO
      /SE APLICA EN LA CORRIDA SIGUIENTE
           IF EXCEDENTES-ACUSES > 0
               MOVE "N" TO HAY-ACUSES-SW
               DISPLAY "NOTIFACK EXCEDE LA TABLA DE DEVOLUCIONES: "
                   EXCEDENTES-ACUSES " QUEDAN PARA LA PROXIMA CORRIDA"
           END-IF.

       BUSCAR-ULTIMO-NUMERO.
      /PRIMERA PASADA: EL MAYOR NUMERO YA ASIGNADO, PARA NUMERAR LAS
      /PENDIENTES NUEVAS A CONTINUACION
           MOVE "N" TO QUEUE-EOF-SW.
           OPEN INPUT NOTIF-QUEUE.
           IF NOTIF-QUEUE-STATUS NOT = "00"
               MOVE "Y" TO QUEUE-EOF-SW
           ELSE
               MOVE "Y" TO HAY-COLA-SW
               READ NOTIF-QUEUE
                   AT END MOVE "Y" TO QUEUE-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL QUEUE-EOF
               IF NQ-NUMERO NUMERIC AND NQ-NUMERO > ULTIMO-NUMERO
                   MOVE NQ-NUMERO TO ULTIMO-NUMERO
               END-IF
               READ NOTIF-QUEUE
                   AT END MOVE "Y" TO QUEUE-EOF-SW
               END-READ
           END-PERFORM.
           IF NOTIF-QUEUE-STATUS = "00" OR NOTIF-QUEUE-STATUS = "10"
               CLOSE NOTIF-QUEUE
           END-IF.

       PROCESAR-COLA.
      /SEGUNDA PASADA: CADA ENTRADA SE ACTUALIZA Y SE COPIA A
      /NOTQKEEP, QUE DESPUES REEMPLAZA A LA COLA
           MOVE "N" TO QUEUE-EOF-SW.
           OPEN INPUT NOTIF-QUEUE.
           OPEN OUTPUT NOTIF-KEEP.
           READ NOTIF-QUEUE
               AT END MOVE "Y" TO QUEUE-EOF-SW
           END-READ.
           PERFORM UNTIL QUEUE-EOF
               IF NQ-EN-GATEWAY
                   PERFORM APLICAR-ACUSE THRU APLICAR-ACUSE-EXIT
               END-IF
               IF NQ-PENDIENTE
                   PERFORM EXTRAER-PENDIENTE
               END-IF
               EVALUATE TRUE
                   WHEN NQ-EN-GATEWAY ADD 1 TO CANT-EN-GATEWAY
                   WHEN NQ-SIN-RUTA   ADD 1 TO CANT-SIN-RUTA
                   WHEN NQ-FALLIDA    ADD 1 TO CANT-FALLIDAS
                   WHEN OTHER CONTINUE
               END-EVALUATE
               MOVE NOTIF-QUEUE-RECORD TO NOTIF-KEEP-RECORD
               WRITE NOTIF-KEEP-RECORD
               READ NOTIF-QUEUE
                   AT END MOVE "Y" TO QUEUE-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE NOTIF-QUEUE.
           CLOSE NOTIF-KEEP.

       APLICAR-ACUSE.
      /SIN DEVOLUCION PARA SU NUMERO LA ENTRADA SIGUE EN GATEWAY
           MOVE "N" TO ACUSE-HALLADO-SW.
           PERFORM VARYING IND-ACUSE FROM 1 BY 1
                   UNTIL IND-ACUSE > CANT-ACUSES OR ACUSE-HALLADO
               IF TK-NUMERO(IND-ACUSE) = NQ-NUMERO
                  AND TK-USADO(IND-ACUSE) = "N"
                   MOVE "Y" TO ACUSE-HALLADO-SW
               END-IF
           END-PERFORM.
           IF NOT ACUSE-HALLADO
               GO TO APLICAR-ACUSE-EXIT
           END-IF.
           SUBTRACT 1 FROM IND-ACUSE.
           MOVE "Y" TO TK-USADO(IND-ACUSE).
           IF TK-ESTADO(IND-ACUSE) = "E"
               MOVE "E" TO NQ-ESTADO
               MOVE SPACES TO NQ-MOTIVO-FALLA
               ADD 1 TO CANT-ENTREGADAS
               GO TO APLICAR-ACUSE-EXIT
           END-IF.
           MOVE TK-MOTIVO(IND-ACUSE) TO NQ-MOTIVO-FALLA.
           IF NQ-INTENTOS >= MAX-INTENTOS
               MOVE "F" TO NQ-ESTADO
               ADD 1 TO CANT-AGOTADAS
               MOVE "AGOTADA" TO RESULTADO-TEXTO
           ELSE
               MOVE "P" TO NQ-ESTADO
               ADD 1 TO CANT-REINTENTOS
               MOVE "REINTENTO" TO RESULTADO-TEXTO
           END-IF.
           PERFORM IMPRIMIR-FALLA.
       APLICAR-ACUSE-EXIT.
           EXIT.

       EXTRAER-PENDIENTE.
           IF NQ-NUMERO NOT NUMERIC OR NQ-NUMERO = 0
               ADD 1 TO ULTIMO-NUMERO
               MOVE ULTIMO-NUMERO TO NQ-NUMERO
           END-IF.
           ADD 1 TO NQ-INTENTOS.
           MOVE TIMESTAMP-CORRIDA TO NQ-ULTIMO-ENVIO.
           MOVE "X" TO NQ-ESTADO.
           MOVE SPACES TO NOTIF-OUT-RECORD.
           MOVE NQ-NUMERO TO GW-NUMERO.
           MOVE NQ-CANAL TO GW-CANAL.
           MOVE NQ-DIRECCION TO GW-DIRECCION.
           MOVE NQ-ASUNTO TO GW-ASUNTO.
           MOVE NQ-CUERPO TO GW-CUERPO.
           WRITE NOTIF-OUT-RECORD.
           ADD 1 TO CANT-ENVIADAS.

       IMPRIMIR-FALLA.
           MOVE NQ-INTENTOS TO INTENTOS-EDIT.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           STRING NQ-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NQ-ORIGEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NQ-DESTINO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NQ-CANAL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTENTOS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RESULTADO-TEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NQ-MOTIVO-FALLA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NQ-DIRECCION DELIMITED BY SIZE
               INTO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.

       RECONSTRUIR-COLA.
           MOVE "N" TO QUEUE-EOF-SW.
           OPEN INPUT NOTIF-KEEP.
           OPEN OUTPUT NOTIF-QUEUE.
           IF NOTIF-QUEUE-STATUS NOT = "00"
               MOVE "NOTIFQ" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE NOTIF-QUEUE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               CLOSE NOTIF-KEEP
               GO TO RECONSTRUIR-COLA-EXIT
           END-IF.
           READ NOTIF-KEEP
               AT END MOVE "Y" TO QUEUE-EOF-SW
           END-READ.
           PERFORM UNTIL QUEUE-EOF
               MOVE NOTIF-KEEP-RECORD TO NOTIF-QUEUE-RECORD
               WRITE NOTIF-QUEUE-RECORD
               READ NOTIF-KEEP
                   AT END MOVE "Y" TO QUEUE-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE NOTIF-KEEP.
           CLOSE NOTIF-QUEUE.
       RECONSTRUIR-COLA-EXIT.
           EXIT.

       INFORMAR-DESCONOCIDOS.
      /UNA DEVOLUCION QUE NO CASA CON NINGUNA ENTRADA EN GATEWAY SE
      /LISTA PARA QUE SE REVISE DEL LADO DEL GATEWAY
           PERFORM VARYING IND-ACUSE FROM 1 BY 1
                   UNTIL IND-ACUSE > CANT-ACUSES
               IF TK-USADO(IND-ACUSE) = "N"
                   ADD 1 TO CANT-DESCONOCIDOS
                   MOVE SPACES TO NOTIF-REPORT-LINEA
                   STRING TK-NUMERO(IND-ACUSE) DELIMITED BY SIZE
                       " DEVOLUCION SIN ENTRADA EN GATEWAY ("
                       DELIMITED BY SIZE
                       TK-ESTADO(IND-ACUSE) DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       TK-MOTIVO(IND-ACUSE) DELIMITED BY SIZE
                       INTO NOTIF-REPORT-LINEA
                   WRITE NOTIF-REPORT-LINEA
               END-IF
           END-PERFORM.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.
           MOVE CANT-ENVIADAS TO CANT-EDIT.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           STRING "ENVIADAS AL GATEWAY:        " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.
           MOVE CANT-ENTREGADAS TO CANT-EDIT.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           STRING "ENTREGADAS:                 " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.
           MOVE CANT-REINTENTOS TO CANT-EDIT.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           STRING "FALLIDAS A REINTENTAR:      " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.
           MOVE CANT-AGOTADAS TO CANT-EDIT.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           STRING "AGOTADAS EN ESTA CORRIDA:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.
           MOVE CANT-DESCONOCIDOS TO CANT-EDIT.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           STRING "DEVOLUCIONES SIN ENTRADA:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.
           MOVE CANT-EN-GATEWAY TO CANT-EDIT.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           STRING "EN COLA, ESPERANDO GATEWAY: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.
           MOVE CANT-FALLIDAS TO CANT-EDIT.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           STRING "EN COLA, FALLIDAS:          " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.
           MOVE CANT-SIN-RUTA TO CANT-EDIT.
           MOVE SPACES TO NOTIF-REPORT-LINEA.
           STRING "EN COLA, SIN RUTA:          " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO NOTIF-REPORT-LINEA.
           WRITE NOTIF-REPORT-LINEA.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "NOTIFEXT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "NOTIFEXT" TO RL-PROGRAMA.
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
           MOVE "NOTIFEXT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "ENV=" DELIMITED BY SIZE
               CANT-ENVIADAS DELIMITED BY SIZE
               " ENT=" DELIMITED BY SIZE
               CANT-ENTREGADAS DELIMITED BY SIZE
               " REI=" DELIMITED BY SIZE
               CANT-REINTENTOS DELIMITED BY SIZE
               " AGO=" DELIMITED BY SIZE
               CANT-AGOTADAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM NOTIFEXT.
