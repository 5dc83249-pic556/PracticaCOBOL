      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Entrega-De-Turno-Del-Operador
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFTHND IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT SEC-ALERT ASSIGN TO "SECALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-ALERT-STATUS.

           SELECT CHAIN-STATUS ASSIGN TO "CHAINSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-STATUS-STATUS.

           SELECT CHAIN-COMMAND ASSIGN TO "CHAINCMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-COMMAND-STATUS.

           SELECT RUN-REQUEST ASSIGN TO "RUNREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-REQUEST-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT GRADE-SUSP ASSIGN TO "GRADSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-SUSP-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.

           SELECT HAND-REPORT ASSIGN TO "RPTHAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HAND-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY "OPALERTR.cpy".

       FD  SEC-ALERT.
           COPY "SECALERT.cpy".

       FD  CHAIN-STATUS.
       01  CHAIN-STATUS-RECORD.
           05  CKP-PASO            PIC 9(02).

       FD  CHAIN-COMMAND.
           COPY "CHAINCMR.cpy".

       FD  RUN-REQUEST.
           COPY "RUNREQR.cpy".

       FD  PEND-FILE.
           COPY "PENDCHG.cpy".

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  GRADE-SUSP.
           COPY "GRADSUSP.cpy".

       FD  SUSPENSE-FILE.
           COPY "SUSPREC.cpy".

       FD  HAND-REPORT.
       01  HAND-REPORT-LINEA       PIC X(100).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE FECHAS EN DIAS HABILES
       COPY "DATEAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO GUARDA SOLO EL
      /HASH, ASI QUE EL PIN TIPEADO SE HASHEA Y SE COMPARA
       COPY "PINAREA.cpy".

       01 ALERT-FILE-STATUS    PIC X(02).
       01 SEC-ALERT-STATUS     PIC X(02).
       01 CHAIN-STATUS-STATUS  PIC X(02).
       01 CHAIN-COMMAND-STATUS PIC X(02).
       01 RUN-REQUEST-STATUS   PIC X(02).
       01 PEND-FILE-STATUS     PIC X(02).
       01 USER-MASTER-STATUS   PIC X(02).
       01 GRADE-SUSP-STATUS    PIC X(02).
       01 SUSPENSE-STATUS      PIC X(02).
       01 HAND-REPORT-STATUS   PIC X(02).
       01 RUN-LOG-STATUS       PIC X(02).

       01 ARCHIVO-EOF-SW PIC X(01) VALUE "N".
           88 ARCHIVO-EOF VALUE "Y".
       01 HAY-MAESTRO-SW PIC X(01) VALUE "N".
           88 HAY-MAESTRO VALUE "Y".

      /LA PARTIDA DEL SUSPENSO SE AVISA CUANDO LE FALTAN DIAS-AVISO
      /DIAS HABILES O MENOS PARA LA EDAD DE CASTIGO, QUE ES LA BANDA
      /DE MAS DE 30 DIAS DEL INFORME DE ANTIGUEDAD (SUSPRPT)
       01 DIAS-CASTIGO PIC 9(02) VALUE 30.
       01 DIAS-AVISO PIC 9(02) VALUE 5.
       01 DIAS-LIMITE PIC 9(05).
       01 DIAS-ABIERTA PIC 9(05).

      /ULTIMA PASADA DE EJERCHAIN SEGUN EL RUN-LOG: SI TERMINO EN
      /FALLA, EL PASO QUE LA DETUVO
       01 FALLA-CADENA-SW PIC X(01) VALUE "N".
           88 FALLA-CADENA VALUE "Y".
       01 FALLA-TIMESTAMP PIC X(17) VALUE SPACES.
       01 FALLA-DATOS PIC X(40) VALUE SPACES.

       01 CANT-SECCION PIC 9(05).
       01 CANT-ITEMS PIC 9(05) VALUE 0.
       01 CANT-PASOS-CKP PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 MONTO-EDIT PIC ZZZZ9.99.
       01 TITULO-SECCION PIC X(60).

      /FIRMA DEL OPERADOR ENTRANTE: NU Y PIN, ROL "O", Y DISTINTO
      /DEL OPERADOR QUE ENTREGA
       01 OPERADOR-ENTRANTE PIC X(10) VALUE SPACES.
       01 OPERADOR-SALIENTE PIC X(10) VALUE SPACES.
       01 ENTRANTE-PIN PIC X(04).
       01 INTENTOS-FIRMA PIC 9(01) VALUE 0.
       01 FIRMA-OK-SW PIC X(01) VALUE "N".
           88 FIRMA-OK VALUE "Y".
       01 FIRMA-DESISTIDA-SW PIC X(01) VALUE "N".
           88 FIRMA-DESISTIDA VALUE "Y".

       01 FECHA-HOY PIC 9(08).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /INFORME DE ENTREGA DE TURNO: TODO LO QUE QUEDA ABIERTO Y EL
      /OPERADOR QUE SALE TIENE QUE PASARLE AL QUE ENTRA (ALERTAS SIN
      /ACUSAR, LA CADENA DETENIDA O RETENIDA, SOLICITUDES Y CAMBIOS
      /POR APROBAR, CUENTAS BLOQUEADAS, NOTAS EN SUSPENSO Y PARTIDAS
      /DEL SUSPENSO CERCA DEL CASTIGO). SOLO LEE; AL FINAL EL
      /OPERADOR ENTRANTE LO FIRMA Y LA FIRMA QUEDA EN EL RUN-LOG
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN INPUT USER-MASTER.
           IF USER-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-MAESTRO-SW
           ELSE
               DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                   USER-MASTER-STATUS
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE USER-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           END-IF.

           OPEN OUTPUT HAND-REPORT.
           MOVE SPACES TO HAND-REPORT-LINEA.
           STRING "ENTREGA DE TURNO DEL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               " A LAS " DELIMITED BY SIZE
               CURRENT-TIME-FLD(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               CURRENT-TIME-FLD(3:2) DELIMITED BY SIZE
               INTO HAND-REPORT-LINEA.
           WRITE HAND-REPORT-LINEA.

           PERFORM LISTAR-ALERTAS-OPERACION.
           PERFORM LISTAR-ALERTAS-SEGURIDAD.
           PERFORM LISTAR-ESTADO-CADENA.
           PERFORM LISTAR-SOLICITUDES.
           PERFORM LISTAR-PENDIENTES-USUARIOS.
           PERFORM LISTAR-CUENTAS-BLOQUEADAS.
           PERFORM LISTAR-NOTAS-SUSPENSO.
           PERFORM LISTAR-SUSPENSO-CASTIGO.

           MOVE SPACES TO HAND-REPORT-LINEA.
           WRITE HAND-REPORT-LINEA.
           MOVE CANT-ITEMS TO CANT-EDIT.
           MOVE SPACES TO HAND-REPORT-LINEA.
           STRING "TOTAL DE PENDIENTES QUE SE ENTREGAN: "
               DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO HAND-REPORT-LINEA.
           WRITE HAND-REPORT-LINEA.
           CLOSE HAND-REPORT.
           DISPLAY "ENTREGA DE TURNO EN RPTHAND: " CANT-ITEMS
               " PENDIENTES".

           IF HAY-MAESTRO
               PERFORM FIRMAR-ENTREGA
               CLOSE USER-MASTER
           ELSE
               DISPLAY "SIN USER-MASTER NO SE PUEDE FIRMAR LA ENTREGA"
           END-IF.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       ABRIR-SECCION.
           MOVE 0 TO CANT-SECCION.
           MOVE "N" TO ARCHIVO-EOF-SW.
           MOVE SPACES TO HAND-REPORT-LINEA.
           WRITE HAND-REPORT-LINEA.
           MOVE TITULO-SECCION TO HAND-REPORT-LINEA.
           WRITE HAND-REPORT-LINEA.

       CERRAR-SECCION.
           IF CANT-SECCION = 0
               MOVE "  (NINGUNO)" TO HAND-REPORT-LINEA
               WRITE HAND-REPORT-LINEA
           END-IF.
           ADD CANT-SECCION TO CANT-ITEMS.

       LISTAR-ALERTAS-OPERACION.
           MOVE "ALERTAS DE OPERACION SIN ACUSAR (OPALERT):"
               TO TITULO-SECCION.
           PERFORM ABRIR-SECCION.
           OPEN INPUT ALERT-FILE.
           IF ALERT-FILE-STATUS NOT = "00"
               MOVE "Y" TO ARCHIVO-EOF-SW
           ELSE
               READ ALERT-FILE
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ARCHIVO-EOF
               IF AL-PENDIENTE
                   ADD 1 TO CANT-SECCION
                   MOVE SPACES TO HAND-REPORT-LINEA
                   STRING "  " DELIMITED BY SIZE
                       AL-TIMESTAMP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AL-PROGRAMA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AL-MOTIVO DELIMITED BY SIZE
                       INTO HAND-REPORT-LINEA
                   WRITE HAND-REPORT-LINEA
               END-IF
               READ ALERT-FILE
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           IF ALERT-FILE-STATUS = "00" OR ALERT-FILE-STATUS = "10"
               CLOSE ALERT-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       LISTAR-ALERTAS-SEGURIDAD.
           MOVE "ALERTAS DE SEGURIDAD SIN REVISAR (SECALERT):"
               TO TITULO-SECCION.
           PERFORM ABRIR-SECCION.
           OPEN INPUT SEC-ALERT.
           IF SEC-ALERT-STATUS NOT = "00"
               MOVE "Y" TO ARCHIVO-EOF-SW
           ELSE
               READ SEC-ALERT
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ARCHIVO-EOF
               IF SA-PENDIENTE
                   ADD 1 TO CANT-SECCION
                   MOVE SPACES TO HAND-REPORT-LINEA
                   STRING "  " DELIMITED BY SIZE
                       SA-TIMESTAMP DELIMITED BY SIZE
                       " NU " DELIMITED BY SIZE
                       SA-EMP-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SA-MOTIVO DELIMITED BY SIZE
                       INTO HAND-REPORT-LINEA
                   WRITE HAND-REPORT-LINEA
               END-IF
               READ SEC-ALERT
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           IF SEC-ALERT-STATUS = "00" OR SEC-ALERT-STATUS = "10"
               CLOSE SEC-ALERT
           END-IF.
           PERFORM CERRAR-SECCION.

       LISTAR-ESTADO-CADENA.
      /CHAINSTS SOLO GUARDA LOS PASOS YA COMPLETOS Y SE VACIA AL
      /TERMINAR LA CADENA: SI TIENE PASOS, LA CADENA QUEDO A MEDIAS.
      /EL PASO QUE LA DETUVO SALE DE LA ULTIMA FALLA DE EJERCHAIN
      /EN EL RUN-LOG, Y LOS RETENIDOS DE LAS PAUSAS DE CHAINCMD
           MOVE "CADENA NOCTURNA: PASOS FALLIDOS O RETENIDOS:"
               TO TITULO-SECCION.
           PERFORM ABRIR-SECCION.
           OPEN INPUT CHAIN-STATUS.
           IF CHAIN-STATUS-STATUS NOT = "00"
               MOVE "Y" TO ARCHIVO-EOF-SW
           ELSE
               READ CHAIN-STATUS
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ARCHIVO-EOF
               ADD 1 TO CANT-PASOS-CKP
               READ CHAIN-STATUS
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           IF CHAIN-STATUS-STATUS = "00" OR CHAIN-STATUS-STATUS = "10"
               CLOSE CHAIN-STATUS
           END-IF.

           PERFORM BUSCAR-FALLA-CADENA.
           IF FALLA-CADENA
               ADD 1 TO CANT-SECCION
               MOVE SPACES TO HAND-REPORT-LINEA
               STRING "  FALLIDO " DELIMITED BY SIZE
                   FALLA-TIMESTAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FALLA-DATOS DELIMITED BY SIZE
                   INTO HAND-REPORT-LINEA
               WRITE HAND-REPORT-LINEA
           END-IF.
           IF CANT-PASOS-CKP > 0
               MOVE CANT-PASOS-CKP TO CANT-EDIT
               MOVE SPACES TO HAND-REPORT-LINEA
               STRING "  CHAINSTS TIENE " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   " PASOS COMPLETOS DE UNA CADENA A MEDIAS"
                   DELIMITED BY SIZE
                   " (EJERCHAIN PREGUNTARA SI REANUDA)"
                   DELIMITED BY SIZE
                   INTO HAND-REPORT-LINEA
               WRITE HAND-REPORT-LINEA
           END-IF.

           MOVE "N" TO ARCHIVO-EOF-SW.
           OPEN INPUT CHAIN-COMMAND.
           IF CHAIN-COMMAND-STATUS NOT = "00"
               MOVE "Y" TO ARCHIVO-EOF-SW
           ELSE
               READ CHAIN-COMMAND
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ARCHIVO-EOF
               IF CM-PAUSA OR CM-DETENER
                   ADD 1 TO CANT-SECCION
                   MOVE SPACES TO HAND-REPORT-LINEA
                   IF CM-PAUSA
                       STRING "  RETENIDO " DELIMITED BY SIZE
                           CM-PROGRAMA DELIMITED BY SIZE
                           " POR ORDEN P DE " DELIMITED BY SIZE
                           CM-OPERADOR DELIMITED BY SIZE
                           INTO HAND-REPORT-LINEA
                   ELSE
                       STRING "  CADENA DETENIDA POR ORDEN D DE "
                           DELIMITED BY SIZE
                           CM-OPERADOR DELIMITED BY SIZE
                           INTO HAND-REPORT-LINEA
                   END-IF
                   WRITE HAND-REPORT-LINEA
               END-IF
               READ CHAIN-COMMAND
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           IF CHAIN-COMMAND-STATUS = "00" OR CHAIN-COMMAND-STATUS
               = "10"
               CLOSE CHAIN-COMMAND
           END-IF.
           PERFORM CERRAR-SECCION.

       BUSCAR-FALLA-CADENA.
      /CADA INICIO DE EJERCHAIN ABRE UNA PASADA NUEVA Y OLVIDA LA
      /FALLA ANTERIOR; QUEDA LA FALLA DE LA ULTIMA PASADA, SI LA HUBO
           MOVE "N" TO ARCHIVO-EOF-SW.
           OPEN INPUT RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               MOVE "Y" TO ARCHIVO-EOF-SW
           ELSE
               READ RUN-LOG
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ARCHIVO-EOF
               IF RL-PROGRAMA = "EJERCHAIN"
                   IF RL-EVENTO = "INICIO"
                       MOVE "N" TO FALLA-CADENA-SW
                   END-IF
                   IF RL-EVENTO = "FALLA"
                       MOVE "Y" TO FALLA-CADENA-SW
                       MOVE RL-TIMESTAMP TO FALLA-TIMESTAMP
                       MOVE RL-DATOS-CLAVE TO FALLA-DATOS
                   END-IF
               END-IF
               READ RUN-LOG
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           IF RUN-LOG-STATUS = "00" OR RUN-LOG-STATUS = "10"
               CLOSE RUN-LOG
           END-IF.

       LISTAR-SOLICITUDES.
           MOVE "SOLICITUDES DE CORRIDA POR APROBAR (RUNREQ):"
               TO TITULO-SECCION.
           PERFORM ABRIR-SECCION.
           OPEN INPUT RUN-REQUEST.
           IF RUN-REQUEST-STATUS NOT = "00"
               MOVE "Y" TO ARCHIVO-EOF-SW
           ELSE
               READ RUN-REQUEST
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ARCHIVO-EOF
               IF RQ-PENDIENTE
                   ADD 1 TO CANT-SECCION
                   MOVE SPACES TO HAND-REPORT-LINEA
                   STRING "  " DELIMITED BY SIZE
                       RQ-PROGRAMA DELIMITED BY SIZE
                       " PARAM " DELIMITED BY SIZE
                       RQ-PARAMETRO DELIMITED BY SIZE
                       " PEDIDA POR " DELIMITED BY SIZE
                       RQ-USUARIO DELIMITED BY SIZE
                       " EL " DELIMITED BY SIZE
                       RQ-TIMESTAMP DELIMITED BY SIZE
                       INTO HAND-REPORT-LINEA
                   WRITE HAND-REPORT-LINEA
               END-IF
               READ RUN-REQUEST
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           IF RUN-REQUEST-STATUS = "00" OR RUN-REQUEST-STATUS = "10"
               CLOSE RUN-REQUEST
           END-IF.
           PERFORM CERRAR-SECCION.

       LISTAR-PENDIENTES-USUARIOS.
           MOVE "CAMBIOS DE USUARIOS POR APROBAR (PENDCHG):"
               TO TITULO-SECCION.
           PERFORM ABRIR-SECCION.
           OPEN INPUT PEND-FILE.
           IF PEND-FILE-STATUS NOT = "00"
               MOVE "Y" TO ARCHIVO-EOF-SW
           ELSE
               READ PEND-FILE
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ARCHIVO-EOF
               IF PD-PENDIENTE
                   ADD 1 TO CANT-SECCION
                   MOVE SPACES TO HAND-REPORT-LINEA
                   STRING "  OPER " DELIMITED BY SIZE
                       PD-OPERACION DELIMITED BY SIZE
                       " NU " DELIMITED BY SIZE
                       PD-EMP-ID DELIMITED BY SIZE
                       " CAPTURO " DELIMITED BY SIZE
                       PD-OPERADOR DELIMITED BY SIZE
                       " EL " DELIMITED BY SIZE
                       PD-TIMESTAMP DELIMITED BY SIZE
                       " APRUEBA " DELIMITED BY SIZE
                       PD-RUTEO-JEFE DELIMITED BY SIZE
                       INTO HAND-REPORT-LINEA
                   WRITE HAND-REPORT-LINEA
               END-IF
               READ PEND-FILE
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           IF PEND-FILE-STATUS = "00" OR PEND-FILE-STATUS = "10"
               CLOSE PEND-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       LISTAR-CUENTAS-BLOQUEADAS.
           MOVE "CUENTAS BLOQUEADAS POR PIN (USERMAST):"
               TO TITULO-SECCION.
           PERFORM ABRIR-SECCION.
           IF NOT HAY-MAESTRO
               MOVE "  (USER-MASTER NO DISPONIBLE)"
                   TO HAND-REPORT-LINEA
               WRITE HAND-REPORT-LINEA
               MOVE "Y" TO ARCHIVO-EOF-SW
           ELSE
               MOVE LOW-VALUES TO UM-EMP-ID
               START USER-MASTER KEY IS NOT LESS THAN UM-EMP-ID
                   INVALID KEY MOVE "Y" TO ARCHIVO-EOF-SW
               END-START
               IF NOT ARCHIVO-EOF
                   READ USER-MASTER NEXT RECORD
                       AT END MOVE "Y" TO ARCHIVO-EOF-SW
                   END-READ
               END-IF
           END-IF.
           PERFORM UNTIL ARCHIVO-EOF
               IF UM-BLOQUEADO AND NOT UM-BAJA
                   ADD 1 TO CANT-SECCION
                   MOVE SPACES TO HAND-REPORT-LINEA
                   STRING "  NU " DELIMITED BY SIZE
                       UM-EMP-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       UM-EMP-NAME DELIMITED BY SIZE
                       " DEPTO " DELIMITED BY SIZE
                       UM-DEPT DELIMITED BY SIZE
                       INTO HAND-REPORT-LINEA
                   WRITE HAND-REPORT-LINEA
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           IF HAY-MAESTRO
               PERFORM CERRAR-SECCION
           END-IF.

       LISTAR-NOTAS-SUSPENSO.
           MOVE "NOTAS RECHAZADAS SIN CORREGIR (GRADSUSP):"
               TO TITULO-SECCION.
           PERFORM ABRIR-SECCION.
           OPEN INPUT GRADE-SUSP.
           IF GRADE-SUSP-STATUS NOT = "00"
               MOVE "Y" TO ARCHIVO-EOF-SW
           ELSE
               READ GRADE-SUSP
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ARCHIVO-EOF
               IF GS-PENDIENTE
                   ADD 1 TO CANT-SECCION
                   MOVE SPACES TO HAND-REPORT-LINEA
                   STRING "  ALUMNO " DELIMITED BY SIZE
                       GS-STUDENT-ID DELIMITED BY SIZE
                       " MATERIA " DELIMITED BY SIZE
                       GS-SUBJ DELIMITED BY SIZE
                       " FECHA " DELIMITED BY SIZE
                       GS-FECHA DELIMITED BY SIZE
                       " MOTIVO " DELIMITED BY SIZE
                       GS-MOTIVO DELIMITED BY SIZE
                       " CICLOS " DELIMITED BY SIZE
                       GS-CICLOS DELIMITED BY SIZE
                       INTO HAND-REPORT-LINEA
                   WRITE HAND-REPORT-LINEA
               END-IF
               READ GRADE-SUSP
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           IF GRADE-SUSP-STATUS = "00" OR GRADE-SUSP-STATUS = "10"
               CLOSE GRADE-SUSP
           END-IF.
           PERFORM CERRAR-SECCION.

       LISTAR-SUSPENSO-CASTIGO.
      /LA ANTIGUEDAD SE MIDE EN DIAS HABILES VIA DATECALC, IGUAL QUE
      /EL INFORME DE ANTIGUEDAD Y LA PANTALLA DE CASTIGO
           COMPUTE DIAS-LIMITE = DIAS-CASTIGO - DIAS-AVISO.
           MOVE SPACES TO TITULO-SECCION.
           STRING "PARTIDAS DEL SUSPENSO CERCA DEL CASTIGO ("
               DELIMITED BY SIZE
               DIAS-CASTIGO DELIMITED BY SIZE
               " DIAS HABILES):" DELIMITED BY SIZE
               INTO TITULO-SECCION.
           PERFORM ABRIR-SECCION.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               MOVE "Y" TO ARCHIVO-EOF-SW
           ELSE
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ARCHIVO-EOF
               IF SU-PENDIENTE
                   MOVE "D" TO DC-OPERACION
                   MOVE SU-FECHA-ALTA TO DC-FECHA1
                   MOVE FECHA-HOY TO DC-FECHA2
                   CALL "DATECALC" USING DATE-AREA
                   IF DC-FECHA-MALA
                       MOVE 0 TO DIAS-ABIERTA
                   ELSE
                       MOVE DC-DIAS TO DIAS-ABIERTA
                   END-IF
                   IF DIAS-ABIERTA >= DIAS-LIMITE
                       ADD 1 TO CANT-SECCION
                       MOVE SU-MONTO TO MONTO-EDIT
                       MOVE DIAS-ABIERTA TO CANT-EDIT
                       MOVE SPACES TO HAND-REPORT-LINEA
                       STRING "  REF " DELIMITED BY SIZE
                           SU-REF-ID DELIMITED BY SIZE
                           " ORIGEN " DELIMITED BY SIZE
                           SU-ORIGEN DELIMITED BY SIZE
                           " MONTO " DELIMITED BY SIZE
                           MONTO-EDIT DELIMITED BY SIZE
                           " DESDE " DELIMITED BY SIZE
                           SU-FECHA-ALTA DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           CANT-EDIT DELIMITED BY SIZE
                           " DIAS)" DELIMITED BY SIZE
                           INTO HAND-REPORT-LINEA
                       WRITE HAND-REPORT-LINEA
                   END-IF
               END-IF
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           IF SUSPENSE-STATUS = "00" OR SUSPENSE-STATUS = "10"
               CLOSE SUSPENSE-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       FIRMAR-ENTREGA.
      /EL OPERADOR QUE ENTRA SE IDENTIFICA CON SU NU Y SU PIN COMO
      /EN CERTREV; DEBE TENER ROL "O" Y NO PUEDE RECIBIRSE EL TURNO
      /A SI MISMO. EN BLANCO NO SE FIRMA (EL INFORME QUEDA IGUAL)
           DISPLAY "NU del operador que entrega el turno: ".
           ACCEPT OPERADOR-SALIENTE.
           PERFORM UNTIL FIRMA-OK OR FIRMA-DESISTIDA
                      OR INTENTOS-FIRMA >= 3
               ADD 1 TO INTENTOS-FIRMA
               DISPLAY "Firma del operador entrante - su NU "
                   "(en blanco no firma): "
               ACCEPT OPERADOR-ENTRANTE
               IF OPERADOR-ENTRANTE = SPACES
                   MOVE "Y" TO FIRMA-DESISTIDA-SW
               ELSE
                   PERFORM VERIFICAR-ENTRANTE
               END-IF
           END-PERFORM.
           IF FIRMA-OK
               PERFORM REGISTRAR-FIRMA
               DISPLAY "ENTREGA DE TURNO FIRMADA POR "
                   OPERADOR-ENTRANTE
           ELSE
               DISPLAY "LA ENTREGA DE TURNO QUEDA SIN FIRMAR"
           END-IF.

       VERIFICAR-ENTRANTE.
           IF OPERADOR-ENTRANTE = OPERADOR-SALIENTE
               DISPLAY "QUIEN RECIBE NO PUEDE SER QUIEN ENTREGA"
           ELSE
               MOVE OPERADOR-ENTRANTE TO UM-EMP-ID
               READ USER-MASTER
                   INVALID KEY
                       DISPLAY "NU NO REGISTRADO"
                   NOT INVALID KEY
                       IF UM-BAJA OR UM-BLOQUEADO OR UM-ROLE NOT = "O"
                           DISPLAY "OPERADOR SIN AUTORIZACION"
                       ELSE
                           DISPLAY "Su PIN: "
                           ACCEPT ENTRANTE-PIN WITH NO-ECHO
                           MOVE UM-EMP-ID TO PN-EMP-ID
                           MOVE ENTRANTE-PIN TO PN-PIN
                           CALL "PINHASH" USING PIN-AREA
                           IF PN-HASH = UM-PIN
                               MOVE "Y" TO FIRMA-OK-SW
                           ELSE
                               DISPLAY "PIN INCORRECTO"
                           END-IF
                       END-IF
               END-READ
           END-IF.

       REGISTRAR-FIRMA.
      /LA FIRMA QUEDA EN EL RUN-LOG CON QUIEN RECIBE, QUIEN ENTREGA
      /Y CUANTOS PENDIENTES TENIA EL INFORME FIRMADO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "SHIFTHND" TO RL-PROGRAMA.
           MOVE "FIRMA" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "RECIBE=" DELIMITED BY SIZE
               OPERADOR-ENTRANTE DELIMITED BY SPACE
               " ENTREGA=" DELIMITED BY SIZE
               OPERADOR-SALIENTE DELIMITED BY SPACE
               " PEND=" DELIMITED BY SIZE
               CANT-ITEMS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "SHIFTHND" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "SHIFTHND" TO RL-PROGRAMA.
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
           MOVE "SHIFTHND" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "PEND=" DELIMITED BY SIZE
               CANT-ITEMS DELIMITED BY SIZE
               " FIRMA=" DELIMITED BY SIZE
               FIRMA-OK-SW DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM SHIFTHND.
