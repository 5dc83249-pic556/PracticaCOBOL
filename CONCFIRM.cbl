      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Firma-Y-Certificacion-De-La-Conciliacion-Diaria
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCFIRM IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONC-CERT ASSIGN TO "CONCCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-FECHA
               FILE STATUS IS CONC-CERT-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONC-CERT.
           COPY "CONCCERT.cpy".

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO GUARDA SOLO EL
      /HASH, ASI QUE EL PIN TIPEADO SE HASHEA Y SE COMPARA
       COPY "PINAREA.cpy".

       01 CONC-CERT-STATUS PIC X(02).
           88 CONC-CERT-OK VALUE "00".
       01 USER-MASTER-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 CERT-EOF-SW PIC X(01) VALUE "N".
           88 CERT-EOF VALUE "Y".
       01 FECHA-HALLADA-SW PIC X(01) VALUE "N".
           88 FECHA-HALLADA VALUE "Y".

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-LISTA      VALUE "L".
           88 OPCION-VER        VALUE "V".
           88 OPCION-PREPARA    VALUE "P".
           88 OPCION-REVISA     VALUE "R".
           88 OPCION-SALIR      VALUE "S".

      * Cualquier usuario activo puede preparar; la revision es del
      * rol "O" y nunca de quien preparo la misma fecha.
       01 OPERADOR-ACTUAL PIC X(10).
       01 OPERADOR-PIN PIC X(04).
       01 OPERADOR-ROL PIC X(01).
           88 OPERADOR-SUPERVISOR VALUE "O".
       01 OPERADOR-OK-SW PIC X(01) VALUE "N".
           88 OPERADOR-OK VALUE "Y".
       01 INTENTOS-OPERADOR PIC 9(01) VALUE 0.

       01 CONFIRMA-SW PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S".

       01 FECHA-ENTRADA PIC 9(08).
       01 COMENT-ENTRADA PIC X(60).

       01 CANT-LISTADAS PIC 9(05).
       01 CANT-FIRMAS PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 MONTO-EDIT PIC ZZZZZZZZ9.99.

       01 TS-FIRMA PIC X(17).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /CERTIFICACION FORMAL DE LA CONCILIACION DE CADA FECHA: QUIEN
      /PREPARA REVISA LOS NUMEROS QUE DEJO MATEMATICA5 Y FIRMA CON SU
      /COMENTARIO; DESPUES OTRA PERSONA LA REVISA Y CERTIFICA. LAS
      /DOS FIRMAS QUEDAN EN CONCCERT COMO EVIDENCIA PARA AUDITORIA
           PERFORM REGISTRAR-LOG-INICIO.

           OPEN INPUT USER-MASTER.
           IF USER-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                   USER-MASTER-STATUS
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE USER-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           PERFORM IDENTIFICAR-OPERADOR.
           CLOSE USER-MASTER.
           IF NOT OPERADOR-OK
               DISPLAY "ACCESO DENEGADO"
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

      /CONCCERT LO CREA MATEMATICA5: SIN ARCHIVO NO HAY NADA QUE
      /CERTIFICAR TODAVIA
           OPEN I-O CONC-CERT.
           IF NOT CONC-CERT-OK
               DISPLAY "NO SE PUDO ABRIR CONCCERT, STATUS: "
                   CONC-CERT-STATUS
               MOVE "CONCCERT" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE CONC-CERT-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           PERFORM CICLO-MANTENIMIENTO.

           CLOSE CONC-CERT.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       IDENTIFICAR-OPERADOR.
           MOVE "N" TO OPERADOR-OK-SW.
           MOVE 0 TO INTENTOS-OPERADOR.
           PERFORM UNTIL OPERADOR-OK OR INTENTOS-OPERADOR >= 3
               ADD 1 TO INTENTOS-OPERADOR
               DISPLAY "Su NU de operador: "
               ACCEPT OPERADOR-ACTUAL
               MOVE OPERADOR-ACTUAL TO UM-EMP-ID
               READ USER-MASTER
                   INVALID KEY
                       DISPLAY "NU NO REGISTRADO"
                   NOT INVALID KEY
                       IF UM-BAJA OR UM-BLOQUEADO
                           DISPLAY "OPERADOR SIN ACCESO"
                       ELSE
                           DISPLAY "Su PIN: "
                           ACCEPT OPERADOR-PIN WITH NO-ECHO
                           MOVE UM-EMP-ID TO PN-EMP-ID
                           MOVE OPERADOR-PIN TO PN-PIN
                           CALL "PINHASH" USING PIN-AREA
                           IF PN-HASH = UM-PIN
                               MOVE "Y" TO OPERADOR-OK-SW
                               MOVE UM-ROLE TO OPERADOR-ROL
                           ELSE
                               DISPLAY "PIN INCORRECTO"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CICLO-MANTENIMIENTO.
           MOVE SPACE TO OPCION-MANTEN.
           PERFORM UNTIL OPCION-SALIR
               DISPLAY SPACE
               DISPLAY "----- CERTIFICACION DE LA CONCILIACION -----"
               DISPLAY " L - Listar fechas sin certificar"
               DISPLAY " V - Ver una fecha"
               DISPLAY " P - Firmar como preparador"
               DISPLAY " R - Firmar como revisor"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
               EVALUATE TRUE
                   WHEN OPCION-LISTA
                       PERFORM LISTAR-PENDIENTES
                   WHEN OPCION-VER
                       PERFORM VER-FECHA THRU VER-FECHA-EXIT
                   WHEN OPCION-PREPARA
                       PERFORM FIRMAR-PREPARADOR
                           THRU FIRMAR-PREPARADOR-EXIT
                   WHEN OPCION-REVISA
                       PERFORM FIRMAR-REVISOR THRU FIRMAR-REVISOR-EXIT
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       LISTAR-PENDIENTES.
      /LAS FECHAS QUE TODAVIA LE FALTA ALGUNA FIRMA, DE LA MAS VIEJA
      /A LA MAS NUEVA
           MOVE 0 TO CANT-LISTADAS.
           MOVE "N" TO CERT-EOF-SW.
           MOVE 0 TO CO-FECHA.
           START CONC-CERT KEY IS NOT LESS THAN CO-FECHA
               INVALID KEY MOVE "Y" TO CERT-EOF-SW
           END-START.
           PERFORM UNTIL CERT-EOF
               READ CONC-CERT NEXT RECORD
                   AT END
                       MOVE "Y" TO CERT-EOF-SW
                   NOT AT END
                       IF NOT CO-CERTIFICADA
                           ADD 1 TO CANT-LISTADAS
                           PERFORM LISTAR-UNA-FECHA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE CANT-LISTADAS TO CANT-EDIT.
           DISPLAY "FECHAS SIN CERTIFICAR: " CANT-EDIT.

       LISTAR-UNA-FECHA.
           IF CO-PREPARADA
               DISPLAY CO-FECHA " PREPARADA POR " CO-PREPARADOR
                   " - FALTA REVISION"
           ELSE
               DISPLAY CO-FECHA " PENDIENTE DE PREPARADOR"
           END-IF.

       VER-FECHA.
           PERFORM ELEGIR-FECHA.
           IF NOT FECHA-HALLADA
               GO TO VER-FECHA-EXIT
           END-IF.
           PERFORM MOSTRAR-FECHA.
       VER-FECHA-EXIT.
           EXIT.

       FIRMAR-PREPARADOR.
      /LA PRIMERA FIRMA: CUALQUIER USUARIO ACTIVO, CON COMENTARIO
           PERFORM ELEGIR-FECHA.
           IF NOT FECHA-HALLADA
               GO TO FIRMAR-PREPARADOR-EXIT
           END-IF.
           PERFORM MOSTRAR-FECHA.
           IF NOT CO-PENDIENTE
               DISPLAY "LA FECHA YA TIENE LA FIRMA DEL PREPARADOR"
               GO TO FIRMAR-PREPARADOR-EXIT
           END-IF.
           PERFORM PEDIR-COMENTARIO.
           IF COMENT-ENTRADA = SPACES
               DISPLAY "LA FIRMA REQUIERE UN COMENTARIO"
               GO TO FIRMAR-PREPARADOR-EXIT
           END-IF.
           PERFORM CONFIRMAR-OPERACION.
           IF NOT CONFIRMA
               DISPLAY "FIRMA CANCELADA"
               GO TO FIRMAR-PREPARADOR-EXIT
           END-IF.
           MOVE "R" TO CO-ESTADO.
           MOVE OPERADOR-ACTUAL TO CO-PREPARADOR.
           PERFORM ARMAR-TIMESTAMP.
           MOVE TS-FIRMA TO CO-TS-PREPARA.
           MOVE COMENT-ENTRADA TO CO-COMENT-PREPARA.
           PERFORM GRABAR-FIRMA.
       FIRMAR-PREPARADOR-EXIT.
           EXIT.

       FIRMAR-REVISOR.
      /LA SEGUNDA FIRMA: ROL "O" Y OTRA PERSONA QUE EL PREPARADOR
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY "SOLO UN USUARIO DE ROL O REVISA"
               GO TO FIRMAR-REVISOR-EXIT
           END-IF.
           PERFORM ELEGIR-FECHA.
           IF NOT FECHA-HALLADA
               GO TO FIRMAR-REVISOR-EXIT
           END-IF.
           PERFORM MOSTRAR-FECHA.
           IF CO-PENDIENTE
               DISPLAY "FALTA LA FIRMA DEL PREPARADOR"
               GO TO FIRMAR-REVISOR-EXIT
           END-IF.
           IF CO-CERTIFICADA
               DISPLAY "LA FECHA YA ESTA CERTIFICADA"
               GO TO FIRMAR-REVISOR-EXIT
           END-IF.
           IF CO-PREPARADOR = OPERADOR-ACTUAL
               DISPLAY "EL REVISOR DEBE SER OTRA PERSONA QUE EL "
                   "PREPARADOR"
               GO TO FIRMAR-REVISOR-EXIT
           END-IF.
           PERFORM PEDIR-COMENTARIO.
           IF COMENT-ENTRADA = SPACES
               DISPLAY "LA FIRMA REQUIERE UN COMENTARIO"
               GO TO FIRMAR-REVISOR-EXIT
           END-IF.
           PERFORM CONFIRMAR-OPERACION.
           IF NOT CONFIRMA
               DISPLAY "FIRMA CANCELADA"
               GO TO FIRMAR-REVISOR-EXIT
           END-IF.
           MOVE "C" TO CO-ESTADO.
           MOVE OPERADOR-ACTUAL TO CO-REVISOR.
           PERFORM ARMAR-TIMESTAMP.
           MOVE TS-FIRMA TO CO-TS-REVISA.
           MOVE COMENT-ENTRADA TO CO-COMENT-REVISA.
           PERFORM GRABAR-FIRMA.
       FIRMAR-REVISOR-EXIT.
           EXIT.

       ELEGIR-FECHA.
           MOVE "N" TO FECHA-HALLADA-SW.
           DISPLAY "Fecha de la conciliacion (AAAAMMDD): ".
           PERFORM VALIDAFECHA.
           MOVE FECHA-ENTRADA TO CO-FECHA.
           READ CONC-CERT
               INVALID KEY
                   DISPLAY "NO HAY CONCILIACION DEL " FECHA-ENTRADA
               NOT INVALID KEY
                   MOVE "Y" TO FECHA-HALLADA-SW
           END-READ.

       MOSTRAR-FECHA.
           DISPLAY "CONCILIACION DEL " CO-FECHA "  CORRIDA "
               CO-TS-CORRIDA.
           MOVE CO-EMPAREJADAS TO CANT-EDIT.
           MOVE CO-MONTO-EMPAREJADO TO MONTO-EDIT.
           DISPLAY "EMPAREJADAS:       " CANT-EDIT "  IMPORTE "
               MONTO-EDIT.
           MOVE CO-MONTOS-DIF TO CANT-EDIT.
           DISPLAY "DIFERENCIAS IMPORTE: " CANT-EDIT.
           MOVE CO-DISCREPANCIAS TO CANT-EDIT.
           DISPLAY "DISCREPANCIAS:     " CANT-EDIT.
           MOVE CO-SUSP-NUEVAS TO CANT-EDIT.
           DISPLAY "NUEVAS AL SUSPENSO:" CANT-EDIT.
           IF CO-PENDIENTE
               DISPLAY "ESTADO: PENDIENTE DE PREPARADOR"
           ELSE
               DISPLAY "PREPARO: " CO-PREPARADOR " " CO-TS-PREPARA
               DISPLAY "  " CO-COMENT-PREPARA
           END-IF.
           IF CO-CERTIFICADA
               DISPLAY "REVISO:  " CO-REVISOR " " CO-TS-REVISA
               DISPLAY "  " CO-COMENT-REVISA
               DISPLAY "ESTADO: CERTIFICADA"
           END-IF.
           IF CO-PREPARADA
               DISPLAY "ESTADO: FALTA REVISION"
           END-IF.

       PEDIR-COMENTARIO.
           DISPLAY "Comentario de la firma: ".
           MOVE SPACES TO COMENT-ENTRADA.
           ACCEPT COMENT-ENTRADA.

       CONFIRMAR-OPERACION.
           DISPLAY "CONFIRMA LA FIRMA? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.

       ARMAR-TIMESTAMP.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE SPACES TO TS-FIRMA.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO TS-FIRMA.

       GRABAR-FIRMA.
           REWRITE CONC-CERT-RECORD
               INVALID KEY
                   DISPLAY "FIRMA NO GRABADA, STATUS: "
                       CONC-CERT-STATUS
           END-REWRITE.
           IF CONC-CERT-OK
               PERFORM REGISTRAR-CAMBIO-LOG
               IF CO-CERTIFICADA
                   DISPLAY "CONCILIACION DEL " CO-FECHA " CERTIFICADA"
               ELSE
                   DISPLAY "FIRMA REGISTRADA, FALTA LA REVISION"
               END-IF
           END-IF.

       REGISTRAR-CAMBIO-LOG.
      /CADA FIRMA QUEDA EN EL RUN-LOG COMPARTIDO CON LA FECHA Y EL
      /OPERADOR
           ADD 1 TO CANT-FIRMAS.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "CONCFIRM" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "OPC=" DELIMITED BY SIZE
               OPCION-MANTEN DELIMITED BY SIZE
               " FECHA=" DELIMITED BY SIZE
               CO-FECHA DELIMITED BY SIZE
               " POR=" DELIMITED BY SIZE
               OPERADOR-ACTUAL DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "CONCFIRM" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "CONCFIRM" TO RL-PROGRAMA.
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
           MOVE "CONCFIRM" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "FIRMAS=" DELIMITED BY SIZE
               CANT-FIRMAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDAFECHA,
                                     CAMPO-GENERICO BY FECHA-ENTRADA.

       END PROGRAM CONCFIRM.
