      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Alerta-De-Conciliaciones-Vencidas-Sin-Certificar
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCVENC IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONC-CERT ASSIGN TO "CONCCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-FECHA
               FILE STATUS IS CONC-CERT-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT FECHA-NEGOCIO-FILE ASSIGN TO "FECHANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHA-NEGOCIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONC-CERT.
           COPY "CONCCERT.cpy".

       FD  ALERT-FILE.
           COPY "OPALERTR.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       FD  FECHA-NEGOCIO-FILE.
      /FECHA DE NEGOCIO PUBLICADA POR EJERCHAIN: EN RECUPERACION DE
      /FECHAS PERDIDAS EL PLAZO SE MIDE CONTRA LA FECHA DE NEGOCIO Y
      /NO LA DEL RELOJ
       01  FECHA-NEGOCIO-RECORD.
           05  FN-FECHA            PIC 9(08).

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE NOTIFICACIONES SALIENTES POR CORREO/SMS
       COPY "NOTIFAREA.cpy".

      /AREA DEL SERVICIO DE FECHAS EN DIAS HABILES
       COPY "DATEAREA.cpy".

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

       01 CONC-CERT-STATUS     PIC X(02).
       01 ALERT-FILE-STATUS    PIC X(02).
       01 RUN-LOG-STATUS       PIC X(02).
       01 FECHA-NEGOCIO-STATUS PIC X(02).

       01 CERT-EOF-SW PIC X(01) VALUE "N".
           88 CERT-EOF VALUE "Y".

      * Dias habiles que tiene una fecha para quedar certificada con
      * las dos firmas; PARMMAST (CONCVENC / PLAZO-DIAS) lo cambia.
       01 PLAZO-DIAS PIC 9(03) VALUE 2.
       01 DIAS-SIN-CERTIFICAR PIC 9(05).

       01 FECHA-HOY PIC 9(08).
       01 MOTIVO-ALERTA PIC X(40).
       01 CANT-LEIDAS    PIC 9(05) VALUE 0.
       01 CANT-VENCIDAS  PIC 9(05) VALUE 0.
       01 CANT-ALERTAS   PIC 9(05) VALUE 0.
       01 DIAS-EDIT PIC ZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /RECORRE LAS CERTIFICACIONES DE LA CONCILIACION Y ALERTA EN
      /OPALERT CADA FECHA QUE SIGUE SIN LAS DOS FIRMAS PASADO EL
      /PLAZO EN DIAS HABILES. LA ALERTA SE REPITE UNA VEZ POR DIA DE
      /NEGOCIO HASTA QUE LA FECHA QUEDE CERTIFICADA.
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM OBTENER-FECHA-NEGOCIO.
           PERFORM OBTENER-PLAZO.

           OPEN I-O CONC-CERT.
           IF CONC-CERT-STATUS = "35"
      /MATEMATICA5 TODAVIA NO DEJO NINGUNA CONCILIACION: NADA VENCE
               DISPLAY "SIN CONCILIACIONES PARA CERTIFICAR"
           ELSE
               IF CONC-CERT-STATUS NOT = "00"
                   MOVE "CONCCERT" TO EH-ARCHIVO
                   MOVE "OPEN" TO EH-OPERACION
                   MOVE CONC-CERT-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
                   PERFORM MARCAR-FALLA-PASO
               ELSE
                   PERFORM REVISAR-CERTIFICACIONES
                   CLOSE CONC-CERT
               END-IF
           END-IF.

           DISPLAY "FECHAS VENCIDAS SIN CERTIFICAR: " CANT-VENCIDAS.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       OBTENER-FECHA-NEGOCIO.
      /SI EJERCHAIN PUBLICO LA FECHA DE NEGOCIO DE LA PASADA, EL
      /PLAZO SE MIDE CONTRA ELLA; SUELTO O SIN CADENA, CONTRA LA
      /FECHA DEL DIA
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

       OBTENER-PLAZO.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL PLAZO FIJO
           MOVE "CONCVENC" TO PR-PROGRAMA.
           MOVE "PLAZO-DIAS" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO PLAZO-DIAS
           END-IF.

       REVISAR-CERTIFICACIONES.
           READ CONC-CERT
               AT END MOVE "Y" TO CERT-EOF-SW
           END-READ.
           PERFORM UNTIL CERT-EOF
               ADD 1 TO CANT-LEIDAS
               IF NOT CO-CERTIFICADA
                   PERFORM CONTROLAR-PLAZO
               END-IF
               READ CONC-CERT
                   AT END MOVE "Y" TO CERT-EOF-SW
               END-READ
           END-PERFORM.

       CONTROLAR-PLAZO.
      /DIAS HABILES TRANSCURRIDOS DESDE LA FECHA CONCILIADA; CON EL
      /PLAZO VENCIDO SE ALERTA, SALVO QUE YA SE HAYA ALERTADO HOY
           MOVE "D" TO DC-OPERACION.
           MOVE CO-FECHA TO DC-FECHA1.
           MOVE FECHA-HOY TO DC-FECHA2.
           CALL "DATECALC" USING DATE-AREA.
           IF DC-FECHA-MALA OR CO-FECHA > FECHA-HOY
               MOVE 0 TO DIAS-SIN-CERTIFICAR
           ELSE
               MOVE DC-DIAS TO DIAS-SIN-CERTIFICAR
           END-IF.
           IF DIAS-SIN-CERTIFICAR > PLAZO-DIAS
               ADD 1 TO CANT-VENCIDAS
               IF CO-FECHA-ALERTA NOT = FECHA-HOY
                   PERFORM ESCRIBIR-ALERTA
                   MOVE FECHA-HOY TO CO-FECHA-ALERTA
                   REWRITE CONC-CERT-RECORD
                   IF CONC-CERT-STATUS NOT = "00"
                       MOVE "CONCCERT" TO EH-ARCHIVO
                       MOVE "REWRITE" TO EH-OPERACION
                       MOVE CONC-CERT-STATUS TO EH-STATUS
                       PERFORM INFORMAR-ERROR-ARCHIVO
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR-ALERTA.
      /COLA DE ALERTAS QUE EJERMENU MUESTRA AL OPERADOR
           ADD 1 TO CANT-ALERTAS.
           MOVE DIAS-SIN-CERTIFICAR TO DIAS-EDIT.
           MOVE SPACES TO MOTIVO-ALERTA.
           IF CO-PREPARADA
               STRING "CONCIL " DELIMITED BY SIZE
                   CO-FECHA DELIMITED BY SIZE
                   " SIN REVISOR" DELIMITED BY SIZE
                   DIAS-EDIT DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
                   INTO MOTIVO-ALERTA
           ELSE
               STRING "CONCIL " DELIMITED BY SIZE
                   CO-FECHA DELIMITED BY SIZE
                   " SIN FIRMAS" DELIMITED BY SIZE
                   DIAS-EDIT DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
                   INTO MOTIVO-ALERTA
           END-IF.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND ALERT-FILE.
           IF ALERT-FILE-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF.
           MOVE SPACES TO OP-ALERT-RECORD.
           MOVE "P" TO AL-ESTADO.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO AL-TIMESTAMP.
           MOVE "CONCVENC" TO AL-PROGRAMA.
           MOVE MOTIVO-ALERTA TO AL-MOTIVO.
           WRITE OP-ALERT-RECORD.
           CLOSE ALERT-FILE.
           PERFORM NOTIFICAR-ALERTA.

       NOTIFICAR-ALERTA.
      /LA MISMA ALERTA SALE POR CORREO/SMS A OPERACIONES, PARA QUE
      /LLEGUE AUNQUE NADIE ESTE MIRANDO EL MENU
           MOVE "CONCVENC" TO NT-ORIGEN.
           MOVE "OPERACIONES" TO NT-DESTINO.
           MOVE "CONCILIACION VENCIDA SIN FIRMAS" TO NT-ASUNTO.
           MOVE SPACES TO NT-CUERPO.
           STRING MOTIVO-ALERTA DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NT-CUERPO.
           CALL "NOTIFPUT" USING NOTIF-AREA.

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
           MOVE "CONCVENC" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "CONCVENC" TO RL-PROGRAMA.
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
           MOVE "CONCVENC" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "FECHAS=" DELIMITED BY SIZE
               CANT-LEIDAS DELIMITED BY SIZE
               " VENCIDAS=" DELIMITED BY SIZE
               CANT-VENCIDAS DELIMITED BY SIZE
               " ALERTAS=" DELIMITED BY SIZE
               CANT-ALERTAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM CONCVENC.
