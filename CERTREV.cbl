      ******************************************************************
      * Author:Pedro Burgos
      * Date:7/4/26
      * Purpose:Revision-En-Linea-De-La-Recertificacion-De-Accesos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTREV IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT CERT-WORK ASSIGN TO "CERTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-WORK-STATUS.

           SELECT CERT-KEEP ASSIGN TO "CERTKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-KEEP-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  CERT-WORK.
           COPY "CERTWRK.cpy".

       FD  CERT-KEEP.
      /MISMO LARGO QUE EL REGISTRO DE CERTWRK.cpy
       01  CERT-KEEP-RECORD        PIC X(88).

       FD  PEND-FILE.
           COPY "PENDCHG.cpy".

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AU-TIMESTAMP        PIC X(17).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-OPERACION        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-IMAGEN           PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-CONTENIDO        PIC X(80).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-SECUENCIA        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-SELLO            PIC X(08).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO DE USERAUDT
       COPY "SELLAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO GUARDA SOLO EL
      /HASH, ASI QUE EL PIN TIPEADO SE HASHEA Y SE COMPARA
       COPY "PINAREA.cpy".

      /AREA DEL SERVICIO DE RUTEO AL JEFE DE DEPARTAMENTO, COMO EN
      /LAS CAPTURAS DE USERMNT
       COPY "JEFEAREA.cpy".

       01 USER-MASTER-STATUS PIC X(02).
       01 CERT-WORK-STATUS   PIC X(02).
       01 CERT-KEEP-STATUS   PIC X(02).
       01 PEND-FILE-STATUS   PIC X(02).
       01 AUDIT-FILE-STATUS  PIC X(02).
       01 RUN-LOG-STATUS     PIC X(02).

      /EL REVISOR SE IDENTIFICA CON SU NU Y SU PIN, DEBE TENER ROL
      /"O" Y CERTIFICA SOLO LOS RENGLONES DE SU PROPIO DEPARTAMENTO;
      /SU PROPIA CUENTA LA CERTIFICA OTRO REVISOR
       01 REVISOR-ACTUAL PIC X(10).
       01 REVISOR-PIN PIC X(04).
       01 DEPTO-REVISOR PIC X(10).
       01 INTENTOS-REVISOR PIC 9(01) VALUE 0.
       01 REVISOR-OK-SW PIC X(01) VALUE "N".
           88 REVISOR-OK VALUE "Y".

       01 CERT-EOF-SW PIC X(01) VALUE "N".
           88 CERT-EOF VALUE "Y".
       01 TERMINAR-SW PIC X(01) VALUE "N".
           88 TERMINAR VALUE "Y".
       01 HUBO-DECISIONES-SW PIC X(01) VALUE "N".
           88 HUBO-DECISIONES VALUE "Y".

       01 DECISION-CERT PIC X(01).
           88 DECIDE-MANTENER VALUE "M".
           88 DECIDE-CAMBIAR  VALUE "C".
           88 DECIDE-REVOCAR  VALUE "R".
           88 DECIDE-TERMINAR VALUE "F".
       01 ROL-PEDIDO PIC X(01).
       01 OPERACION-PEND PIC X(01).
       01 ENCOLADO-SW PIC X(01).
           88 ENCOLADO VALUE "Y".

       01 CANT-DEL-DEPTO PIC 9(05) VALUE 0.
       01 CANT-DECIDIDAS PIC 9(05) VALUE 0.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /PANTALLA DEL REVISOR DEL DEPARTAMENTO: RECORRE LOS RENGLONES
      /PENDIENTES DE LA CAMPANA ABIERTA Y PARA CADA PERSONA DECIDE
      /MANTENER, CAMBIAR EL ROL O REVOCAR. CAMBIOS Y REVOCACIONES NO
      /TOCAN EL MAESTRO: VAN A PENDCHG PARA EL CONTROL DUAL DE USERMNT
           PERFORM REGISTRAR-LOG-INICIO.
           OPEN INPUT USER-MASTER.
           IF USER-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                   USER-MASTER-STATUS
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE USER-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           ELSE
               PERFORM IDENTIFICAR-REVISOR
               IF NOT REVISOR-OK
                   DISPLAY "ACCESO DENEGADO"
               ELSE
                   PERFORM REVISAR-CAMPANA
               END-IF
               CLOSE USER-MASTER
           END-IF.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       IDENTIFICAR-REVISOR.
      /TRES INTENTOS, COMO EL OPERADOR DE USERMNT
           MOVE "N" TO REVISOR-OK-SW.
           MOVE 0 TO INTENTOS-REVISOR.
           PERFORM UNTIL REVISOR-OK OR INTENTOS-REVISOR >= 3
               ADD 1 TO INTENTOS-REVISOR
               DISPLAY "Su NU de revisor: "
               ACCEPT REVISOR-ACTUAL
               MOVE REVISOR-ACTUAL TO UM-EMP-ID
               READ USER-MASTER
                   INVALID KEY
                       DISPLAY "NU NO REGISTRADO"
                   NOT INVALID KEY
                       IF UM-BAJA OR UM-BLOQUEADO OR UM-ROLE NOT = "O"
                           DISPLAY "REVISOR SIN ACCESO"
                       ELSE
                           DISPLAY "Su PIN: "
                           ACCEPT REVISOR-PIN WITH NO-ECHO
                           MOVE UM-EMP-ID TO PN-EMP-ID
                           MOVE REVISOR-PIN TO PN-PIN
                           CALL "PINHASH" USING PIN-AREA
                           IF PN-HASH = UM-PIN
                               MOVE "Y" TO REVISOR-OK-SW
                               MOVE UM-DEPT TO DEPTO-REVISOR
                           ELSE
                               DISPLAY "PIN INCORRECTO"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-CAMPANA.
      /LA LISTA SE COPIA A TRAVES DE CERTKEEP CON LAS DECISIONES
      /TOMADAS Y SE RECONSTRUYE AL FINAL, ASI UNA LISTA DE CUALQUIER
      /TAMANO NUNCA SE TRUNCA
           OPEN INPUT CERT-WORK.
           IF CERT-WORK-STATUS NOT = "00"
               DISPLAY "NO HAY CAMPANA DE RECERTIFICACION ABIERTA"
           ELSE
               DISPLAY "CAMPANA DE RECERTIFICACION - DEPARTAMENTO "
                   DEPTO-REVISOR
               DISPLAY "(M)ANTENER, (C)AMBIAR ROL, (R)EVOCAR, "
                   "(F)IN U OTRA TECLA SALTEA"
               OPEN OUTPUT CERT-KEEP
               READ CERT-WORK
                   AT END MOVE "Y" TO CERT-EOF-SW
               END-READ
               PERFORM UNTIL CERT-EOF
                   IF CW-DEPT = DEPTO-REVISOR AND CW-PENDIENTE
                      AND NOT TERMINAR
                       ADD 1 TO CANT-DEL-DEPTO
                       PERFORM REVISAR-UN-RENGLON
                   END-IF
                   MOVE CERT-WORK-RECORD TO CERT-KEEP-RECORD
                   WRITE CERT-KEEP-RECORD
                   READ CERT-WORK
                       AT END MOVE "Y" TO CERT-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE CERT-WORK
               CLOSE CERT-KEEP
               IF HUBO-DECISIONES
                   PERFORM RECONSTRUIR-LISTA
               END-IF
               IF CANT-DEL-DEPTO = 0
                   DISPLAY "SIN CUENTAS PENDIENTES EN SU DEPARTAMENTO"
               ELSE
                   DISPLAY "CUENTAS DECIDIDAS: " CANT-DECIDIDAS
               END-IF
           END-IF.

       REVISAR-UN-RENGLON.
           IF CW-EMP-ID = REVISOR-ACTUAL
               DISPLAY "SU PROPIA CUENTA LA CERTIFICA OTRO REVISOR: "
                   CW-EMP-ID
           ELSE
               DISPLAY SPACE
               DISPLAY CW-EMP-ID " " CW-EMP-NAME " ROL " CW-ROL-ACTUAL
               DISPLAY "DECISION: "
               MOVE SPACE TO DECISION-CERT
               ACCEPT DECISION-CERT
               EVALUATE TRUE
                   WHEN DECIDE-MANTENER
                       PERFORM REGISTRAR-DECISION
                   WHEN DECIDE-CAMBIAR
                       PERFORM PEDIR-ROL-NUEVO
                       IF ROL-PEDIDO = SPACE
                           DISPLAY "CAMBIO DE ROL CANCELADO"
                       ELSE
                           MOVE "C" TO OPERACION-PEND
                           PERFORM ENCOLAR-CAMBIO
                           IF ENCOLADO
                               MOVE ROL-PEDIDO TO CW-ROL-NUEVO
                               PERFORM REGISTRAR-DECISION
                           END-IF
                       END-IF
                   WHEN DECIDE-REVOCAR
                       MOVE "B" TO OPERACION-PEND
                       PERFORM ENCOLAR-CAMBIO
                       IF ENCOLADO
                           PERFORM REGISTRAR-DECISION
                       END-IF
                   WHEN DECIDE-TERMINAR
                       MOVE "Y" TO TERMINAR-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       PEDIR-ROL-NUEVO.
      /LOS ROLES VALIDOS SON LOS DE PEDIR-ROL EN USERMNT; PEDIR EL
      /MISMO ROL QUE YA TIENE NO ES UN CAMBIO
           DISPLAY "Rol nuevo (O=operaciones, C=clerk): ".
           MOVE SPACE TO ROL-PEDIDO.
           ACCEPT ROL-PEDIDO.
           IF ROL-PEDIDO NOT = "O" AND ROL-PEDIDO NOT = "C"
               DISPLAY "ROL INVALIDO: SOLO O O C"
               MOVE SPACE TO ROL-PEDIDO
           ELSE
           IF ROL-PEDIDO = CW-ROL-ACTUAL
               DISPLAY "ES EL ROL QUE YA TIENE"
               MOVE SPACE TO ROL-PEDIDO
           END-IF
           END-IF.

       REGISTRAR-DECISION.
           MOVE DECISION-CERT TO CW-DECISION.
           MOVE REVISOR-ACTUAL TO CW-REVISOR.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE SPACES TO CW-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO CW-TIMESTAMP.
           MOVE "Y" TO HUBO-DECISIONES-SW.
           ADD 1 TO CANT-DECIDIDAS.

       ENCOLAR-CAMBIO.
      /ARMA EL REGISTRO COMO QUEDARIA A PARTIR DEL MAESTRO ACTUAL Y
      /LO DEJA EN PENDCHG A NOMBRE DEL REVISOR, COMO UNA CAPTURA DE
      /USERMNT; LA REVOCACION ES UNA BAJA CON FECHA DE HOY
           MOVE "N" TO ENCOLADO-SW.
           MOVE CW-EMP-ID TO UM-EMP-ID.
           READ USER-MASTER
               INVALID KEY
                   DISPLAY "EL EMPLEADO YA NO ESTA EN EL MAESTRO: "
                       CW-EMP-ID
               NOT INVALID KEY
                   MOVE "Y" TO ENCOLADO-SW
           END-READ.
           IF ENCOLADO
               ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD
               ACCEPT CURRENT-TIME-FLD FROM TIME
               IF OPERACION-PEND = "C"
                   MOVE ROL-PEDIDO TO UM-ROLE
               ELSE
                   MOVE "T" TO UM-STATUS
                   MOVE CURRENT-DATE-FLD TO UM-FECHA-EFECTIVA
               END-IF
               OPEN EXTEND PEND-FILE
               IF PEND-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PEND-FILE
               END-IF
               MOVE SPACES TO PEND-CHANGE-RECORD
               MOVE "P" TO PD-ESTADO
               MOVE OPERACION-PEND TO PD-OPERACION
               MOVE REVISOR-ACTUAL TO PD-OPERADOR
               STRING CURRENT-DATE-FLD DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CURRENT-TIME-FLD DELIMITED BY SIZE
                   INTO PD-TIMESTAMP
               MOVE UM-EMP-ID TO PD-EMP-ID
               MOVE USER-MASTER-RECORD TO PD-IMAGEN-NUEVA
               PERFORM RUTEAR-PENDIENTE
               WRITE PEND-CHANGE-RECORD
               CLOSE PEND-FILE
               PERFORM AUDITAR-SOLICITUD
               IF PD-RUTEO-JEFE NOT = SPACES
                   DISPLAY "ENCOLADO EN PENDCHG: LO DEBE APROBAR "
                       PD-RUTEO-JEFE
               ELSE
                   DISPLAY "ENCOLADO EN PENDCHG: OTRO OPERADOR DEBE "
                       "APROBARLO"
               END-IF
           END-IF.

       RUTEAR-PENDIENTE.
      /AL JEFE DEL DEPARTAMENTO DEL EMPLEADO, SUBIENDO POR DM-PARENT;
      /NI EL REVISOR NI EL PROPIO EMPLEADO PUEDEN SER EL APROBADOR
           MOVE "D" TO JF-ACCION.
           MOVE UM-DEPT TO JF-DEPTO.
           MOVE REVISOR-ACTUAL TO JF-EXCLUIR-1.
           MOVE UM-EMP-ID TO JF-EXCLUIR-2.
           CALL "DEPTJEFE" USING JEFE-AREA.
           IF JF-OK
               MOVE JF-JEFE TO PD-RUTEO-JEFE
               MOVE JF-DEPTO-JEFE TO PD-RUTEO-DEPTO
           ELSE
               MOVE SPACES TO PD-RUTEO-JEFE
               MOVE JF-DEPTO TO PD-RUTEO-DEPTO
           END-IF.
           MOVE CURRENT-DATE-FLD TO PD-RUTEO-FECHA.
           MOVE 0 TO PD-ESCALAMIENTOS.

       AUDITAR-SOLICITUD.
      /PRIMERA MITAD DEL CONTROL DUAL EN USERAUDT, IGUAL QUE EN
      /USERMNT, MARCADA COMO SURGIDA DE LA RECERTIFICACION
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO AU-TIMESTAMP.
           MOVE "SOLIC" TO AU-OPERACION.
           MOVE "QUIEN" TO AU-IMAGEN.
           MOVE SPACES TO AU-CONTENIDO.
           STRING "OP=" DELIMITED BY SIZE
               OPERACION-PEND DELIMITED BY SIZE
               " EMP=" DELIMITED BY SIZE
               PD-EMP-ID DELIMITED BY SIZE
               " CAPTURO=" DELIMITED BY SIZE
               REVISOR-ACTUAL DELIMITED BY SIZE
               " RECERTIFICACION" DELIMITED BY SIZE
               " JEFE=" DELIMITED BY SIZE
               PD-RUTEO-JEFE DELIMITED BY SIZE
               INTO AU-CONTENIDO.
           PERFORM GRABAR-AUDITORIA.
           CLOSE AUDIT-FILE.

       RECONSTRUIR-LISTA.
           MOVE "N" TO CERT-EOF-SW.
           OPEN INPUT CERT-KEEP.
           OPEN OUTPUT CERT-WORK.
           READ CERT-KEEP
               AT END MOVE "Y" TO CERT-EOF-SW
           END-READ.
           PERFORM UNTIL CERT-EOF
               MOVE CERT-KEEP-RECORD TO CERT-WORK-RECORD
               WRITE CERT-WORK-RECORD
               READ CERT-KEEP
                   AT END MOVE "Y" TO CERT-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE CERT-KEEP.
           CLOSE CERT-WORK.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "CERTREV" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "CERTREV" TO RL-PROGRAMA.
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
           MOVE "CERTREV" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "REVISOR=" DELIMITED BY SIZE
               REVISOR-ACTUAL DELIMITED BY SIZE
               " DECIDIDAS=" DELIMITED BY SIZE
               CANT-DECIDIDAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       GRABAR-AUDITORIA.
      /CADA REGISTRO DE USERAUDT SALE CON SU SECUENCIA Y SU SELLO,
      /CALCULADO SOBRE LOS PRIMEROS 113 BYTES Y EL SELLO ANTERIOR
           MOVE "S" TO SL-ACCION.
           MOVE "USERAUDT" TO SL-ARCHIVO.
           MOVE SPACES TO SL-REGISTRO.
           MOVE AUDIT-RECORD(1:113) TO SL-REGISTRO.
           CALL "AUDSELLO" USING SELLO-AREA.
           MOVE SL-SECUENCIA TO AU-SECUENCIA.
           MOVE SL-SELLO TO AU-SELLO.
           WRITE AUDIT-RECORD.

       END PROGRAM CERTREV.
