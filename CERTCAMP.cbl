      ******************************************************************
      * Author:Pedro Burgos
      * Date:7/4/26
      * Purpose:Campana-De-Recertificacion-De-Accesos-Por-Departamento
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCAMP IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS DEPT-MASTER-STATUS.

           SELECT CERT-WORK ASSIGN TO "CERTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-WORK-STATUS.

           SELECT CERT-RAW ASSIGN TO "CERTRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-RAW-STATUS.

           SELECT SORT-CERT ASSIGN TO "SORTWK1".

           SELECT CERT-REPORT ASSIGN TO "RPTCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-REPORT-STATUS.

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

       FD  DEPT-MASTER.
           COPY "DEPTMAST.cpy".

       FD  CERT-WORK.
           COPY "CERTWRK.cpy".

       FD  CERT-RAW.
      /MISMO LARGO QUE EL REGISTRO DE CERTWRK.cpy: RENGLONES SIN
      /ORDENAR AL ABRIR, Y LA LISTA ACTUALIZADA AL CERRAR
       01  CERT-RAW-RECORD         PIC X(88).

       SD  SORT-CERT.
       01  SORT-CERT-RECORD.
           05  SX-CAMPANA          PIC 9(08).
           05  SX-DEPT             PIC X(10).
           05  SX-EMP-ID           PIC X(10).
           05  FILLER              PIC X(60).

       FD  CERT-REPORT.
       01  CERT-REPORT-LINEA       PIC X(80).

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

       01 USER-MASTER-STATUS PIC X(02).
       01 DEPT-MASTER-STATUS PIC X(02).
       01 CERT-WORK-STATUS   PIC X(02).
       01 CERT-RAW-STATUS    PIC X(02).
       01 CERT-REPORT-STATUS PIC X(02).
       01 AUDIT-FILE-STATUS  PIC X(02).
       01 RUN-LOG-STATUS     PIC X(02).

      /A ABRE LA CAMPANA, C LA CIERRA LISTANDO LO NO CERTIFICADO, S
      /LA CIERRA Y ADEMAS SUSPENDE (A LICENCIA) ESAS CUENTAS
       01 MODO-CAMPANA PIC X(01) VALUE SPACE.
           88 MODO-ABRIR           VALUE "A".
           88 MODO-CERRAR          VALUE "C".
           88 MODO-CERRAR-SUSPENDE VALUE "S".

       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 CERT-EOF-SW PIC X(01) VALUE "N".
           88 CERT-EOF VALUE "Y".
       01 DEPTMAST-OK-SW PIC X(01) VALUE "N".
           88 DEPTMAST-OK VALUE "Y".
       01 CAMPANA-ABIERTA-SW PIC X(01) VALUE "N".
           88 CAMPANA-ABIERTA VALUE "Y".

       01 CAMPANA-ACTUAL PIC 9(08).
       01 DEPTO-ANTERIOR PIC X(10).
       01 NOMBRE-DEPTO PIC X(30).
       01 NOMBRE-TRABAJO PIC X(30) VALUE "CERTRAW".
       01 NOMBRE-LISTA PIC X(30) VALUE "CERTWORK".

       01 CANT-RENGLONES  PIC 9(05) VALUE 0.
       01 CANT-DEPTOS     PIC 9(05) VALUE 0.
       01 DEP-RENGLONES   PIC 9(05) VALUE 0.
       01 DEP-MANTENIDOS  PIC 9(05) VALUE 0.
       01 DEP-CAMBIOS     PIC 9(05) VALUE 0.
       01 DEP-REVOCADOS   PIC 9(05) VALUE 0.
       01 DEP-VENCIDOS    PIC 9(05) VALUE 0.
       01 CANT-MANTENIDOS PIC 9(05) VALUE 0.
       01 CANT-CAMBIOS    PIC 9(05) VALUE 0.
       01 CANT-REVOCADOS  PIC 9(05) VALUE 0.
       01 CANT-VENCIDOS   PIC 9(05) VALUE 0.
       01 CANT-SUSPENDIDAS PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 CANT-EDIT-2 PIC ZZZZ9.
       01 CANT-EDIT-3 PIC ZZZZ9.
       01 CANT-EDIT-4 PIC ZZZZ9.

       01 IMAGEN-ANTERIOR PIC X(80).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-MODO-EJECUCION ES OPCIONAL: EJERCHAIN LO PASA DESDE EL
      /PARAMETRO DEL PASO (A, C O S); SIN PARAMETRO SE PREGUNTA POR
      /CONSOLA
       01 LK-MODO-EJECUCION PIC X(01).
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-MODO-EJECUCION
                                         LK-RETORNO.
       MAIN-PROCEDURE.
      /LOS AUDITORES PIDEN QUE CADA DEPARTAMENTO CONFIRME CADA TANTO
      /QUE SU GENTE SIGUE NECESITANDO ACCESO, Y EL ROL QUE TIENE. LA
      /APERTURA ARMA LA LISTA DE TRABAJO POR DEPARTAMENTO; EL REVISOR
      /DECIDE EN CERTREV; EL CIERRE LISTA LO QUE NADIE CERTIFICO Y,
      /SI SE PIDE, LO SUSPENDE
           IF ADDRESS OF LK-MODO-EJECUCION = NULL
               DISPLAY "(A)BRIR CAMPANA, (C)ERRAR, O CERRAR Y "
                   "(S)USPENDER LO NO CERTIFICADO: "
               ACCEPT MODO-CAMPANA
           ELSE
               MOVE LK-MODO-EJECUCION TO MODO-CAMPANA
           END-IF.
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD TO CAMPANA-ACTUAL.

           OPEN OUTPUT CERT-REPORT.
           OPEN INPUT DEPT-MASTER.
           IF DEPT-MASTER-STATUS = "00"
               MOVE "Y" TO DEPTMAST-OK-SW
           END-IF.

           EVALUATE TRUE
               WHEN MODO-ABRIR
                   PERFORM ABRIR-CAMPANA THRU ABRIR-CAMPANA-EXIT
               WHEN MODO-CERRAR OR MODO-CERRAR-SUSPENDE
                   PERFORM CERRAR-CAMPANA THRU CERRAR-CAMPANA-EXIT
               WHEN OTHER
                   DISPLAY "MODO DE CAMPANA INVALIDO: " MODO-CAMPANA
                   MOVE "MODO DE CAMPANA INVALIDO, NADA HECHO"
                       TO CERT-REPORT-LINEA
                   WRITE CERT-REPORT-LINEA
                   PERFORM MARCAR-FALLA-PASO
           END-EVALUATE.

           IF DEPTMAST-OK
               CLOSE DEPT-MASTER
           END-IF.
           CLOSE CERT-REPORT.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       ABRIR-CAMPANA.
      /UNA CAMPANA NUEVA NO PISA A UNA ABIERTA: SI QUEDAN RENGLONES
      /SIN DECIDIR, PRIMERO HAY QUE CERRAR LA ANTERIOR
           PERFORM BUSCAR-CAMPANA-ABIERTA.
           IF CAMPANA-ABIERTA
               DISPLAY "HAY UNA CAMPANA ABIERTA: CIERRELA PRIMERO"
               MOVE "HAY UNA CAMPANA ABIERTA: CIERRELA PRIMERO"
                   TO CERT-REPORT-LINEA
               WRITE CERT-REPORT-LINEA
               PERFORM MARCAR-FALLA-PASO
               GO TO ABRIR-CAMPANA-EXIT
           END-IF.
           OPEN INPUT USER-MASTER.
           IF USER-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                   USER-MASTER-STATUS
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE USER-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               GO TO ABRIR-CAMPANA-EXIT
           END-IF.
           OPEN OUTPUT CERT-RAW.
           MOVE LOW-VALUES TO UM-EMP-ID.
           START USER-MASTER KEY IS NOT LESS THAN UM-EMP-ID
               INVALID KEY MOVE "Y" TO MAESTRO-EOF-SW
           END-START.
           IF NOT MAESTRO-EOF
               READ USER-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-IF.
      /TODO EMPLEADO NO DADO DE BAJA ENTRA A LA LISTA, TAMBIEN LOS DE
      /LICENCIA: SIGUEN TENIENDO UN ROL QUE ALGUIEN DEBE CONFIRMAR
           PERFORM UNTIL MAESTRO-EOF
               IF NOT UM-BAJA
                   MOVE SPACES TO CERT-WORK-RECORD
                   MOVE CAMPANA-ACTUAL TO CW-CAMPANA
                   MOVE UM-DEPT TO CW-DEPT
                   MOVE UM-EMP-ID TO CW-EMP-ID
                   MOVE UM-EMP-NAME TO CW-EMP-NAME
                   MOVE UM-ROLE TO CW-ROL-ACTUAL
                   MOVE CERT-WORK-RECORD TO CERT-RAW-RECORD
                   WRITE CERT-RAW-RECORD
                   ADD 1 TO CANT-RENGLONES
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE CERT-RAW.
           CLOSE USER-MASTER.
           SORT SORT-CERT
               ON ASCENDING KEY SX-DEPT SX-EMP-ID
               USING CERT-RAW
               GIVING CERT-WORK.
           OPEN OUTPUT CERT-RAW.
           CLOSE CERT-RAW.
           PERFORM LISTAR-APERTURA.
       ABRIR-CAMPANA-EXIT.
           EXIT.

       BUSCAR-CAMPANA-ABIERTA.
           MOVE "N" TO CAMPANA-ABIERTA-SW.
           MOVE "N" TO CERT-EOF-SW.
           OPEN INPUT CERT-WORK.
           IF CERT-WORK-STATUS NOT = "00"
               MOVE "Y" TO CERT-EOF-SW
           ELSE
               READ CERT-WORK
                   AT END MOVE "Y" TO CERT-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL CERT-EOF OR CAMPANA-ABIERTA
               IF CW-PENDIENTE
                   MOVE "Y" TO CAMPANA-ABIERTA-SW
               ELSE
                   READ CERT-WORK
                       AT END MOVE "Y" TO CERT-EOF-SW
                   END-READ
               END-IF
           END-PERFORM.
           IF CERT-WORK-STATUS = "00" OR CERT-WORK-STATUS = "10"
               CLOSE CERT-WORK
           END-IF.

       LISTAR-APERTURA.
      /LA LISTA DE TRABAJO IMPRESA, UN BLOQUE POR DEPARTAMENTO, PARA
      /QUE CADA REVISOR SEPA QUE LE TOCA CERTIFICAR
           MOVE SPACES TO CERT-REPORT-LINEA.
           STRING "RECERTIFICACION DE ACCESOS - CAMPANA "
               DELIMITED BY SIZE
               CAMPANA-ACTUAL DELIMITED BY SIZE
               " ABIERTA" DELIMITED BY SIZE
               INTO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           MOVE SPACES TO DEPTO-ANTERIOR.
           MOVE 0 TO DEP-RENGLONES.
           MOVE "N" TO CERT-EOF-SW.
           OPEN INPUT CERT-WORK.
           READ CERT-WORK
               AT END MOVE "Y" TO CERT-EOF-SW
           END-READ.
           PERFORM UNTIL CERT-EOF
               IF CW-DEPT NOT = DEPTO-ANTERIOR OR DEP-RENGLONES = 0
                   IF DEP-RENGLONES > 0
                       PERFORM ESCRIBIR-PIE-APERTURA
                   END-IF
                   MOVE CW-DEPT TO DEPTO-ANTERIOR
                   PERFORM ESCRIBIR-CABECERA-DEPTO
               END-IF
               ADD 1 TO DEP-RENGLONES
               MOVE SPACES TO CERT-REPORT-LINEA
               STRING "  " DELIMITED BY SIZE
                   CW-EMP-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CW-EMP-NAME DELIMITED BY SIZE
                   " ROL " DELIMITED BY SIZE
                   CW-ROL-ACTUAL DELIMITED BY SIZE
                   "  [ ]MANTENER [ ]CAMBIAR [ ]REVOCAR"
                   DELIMITED BY SIZE
                   INTO CERT-REPORT-LINEA
               WRITE CERT-REPORT-LINEA
               READ CERT-WORK
                   AT END MOVE "Y" TO CERT-EOF-SW
               END-READ
           END-PERFORM.
           IF DEP-RENGLONES > 0
               PERFORM ESCRIBIR-PIE-APERTURA
           END-IF.
           CLOSE CERT-WORK.
           MOVE SPACES TO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           MOVE CANT-RENGLONES TO CANT-EDIT.
           MOVE CANT-DEPTOS TO CANT-EDIT-2.
           MOVE SPACES TO CERT-REPORT-LINEA.
           STRING "CUENTAS A CERTIFICAR: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               " EN " DELIMITED BY SIZE
               CANT-EDIT-2 DELIMITED BY SIZE
               " DEPARTAMENTOS" DELIMITED BY SIZE
               INTO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           DISPLAY "CAMPANA ABIERTA: " CANT-RENGLONES " CUENTAS".

       ESCRIBIR-CABECERA-DEPTO.
           ADD 1 TO CANT-DEPTOS.
           PERFORM BUSCAR-NOMBRE-DEPTO.
           MOVE SPACES TO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           MOVE SPACES TO CERT-REPORT-LINEA.
           STRING "DEPARTAMENTO " DELIMITED BY SIZE
               DEPTO-ANTERIOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-DEPTO DELIMITED BY SIZE
               INTO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.

       ESCRIBIR-PIE-APERTURA.
           MOVE DEP-RENGLONES TO CANT-EDIT.
           MOVE SPACES TO CERT-REPORT-LINEA.
           STRING "  CUENTAS DEL DEPARTAMENTO: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           MOVE 0 TO DEP-RENGLONES.

       BUSCAR-NOMBRE-DEPTO.
      /UN UM-DEPT QUE NO FIGURA EN DEPTMAST IGUAL SE CERTIFICA: EL
      /REPORTE LO DEJA DICHO PARA QUE SE CORRIJA EL DEPARTAMENTO
           MOVE "(NO REGISTRADO EN DEPTMAST)" TO NOMBRE-DEPTO.
           IF DEPTMAST-OK
               MOVE DEPTO-ANTERIOR TO DM-DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-DEPT-NAME TO NOMBRE-DEPTO
               END-READ
           END-IF.

       CERRAR-CAMPANA.
      /CADA RENGLON SIN DECIDIR QUEDA VENCIDO Y SE LISTA; LA LISTA
      /SE REESCRIBE A TRAVES DE CERTRAW Y SE COPIA DE VUELTA, ASI
      /LOS RENGLONES YA DECIDIDOS QUEDAN COMO RASTRO DE LA CAMPANA
           OPEN INPUT CERT-WORK.
           IF CERT-WORK-STATUS NOT = "00"
               DISPLAY "SIN CERTWORK: NO HAY CAMPANA QUE CERRAR"
               MOVE "SIN CERTWORK: NO HAY CAMPANA QUE CERRAR"
                   TO CERT-REPORT-LINEA
               WRITE CERT-REPORT-LINEA
               GO TO CERRAR-CAMPANA-EXIT
           END-IF.
           IF MODO-CERRAR-SUSPENDE
               OPEN I-O USER-MASTER
               IF USER-MASTER-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                       USER-MASTER-STATUS
                   MOVE "USERMAST" TO EH-ARCHIVO
                   MOVE "OPEN" TO EH-OPERACION
                   MOVE USER-MASTER-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
                   PERFORM MARCAR-FALLA-PASO
                   CLOSE CERT-WORK
                   GO TO CERRAR-CAMPANA-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT CERT-RAW.
           MOVE SPACES TO DEPTO-ANTERIOR.
           MOVE 0 TO DEP-RENGLONES.
           MOVE "N" TO CERT-EOF-SW.
           READ CERT-WORK
               AT END MOVE "Y" TO CERT-EOF-SW
           END-READ.
           IF NOT CERT-EOF
               MOVE CW-CAMPANA TO CAMPANA-ACTUAL
           END-IF.
           MOVE SPACES TO CERT-REPORT-LINEA.
           STRING "RECERTIFICACION DE ACCESOS - CIERRE DE LA CAMPANA "
               DELIMITED BY SIZE
               CAMPANA-ACTUAL DELIMITED BY SIZE
               INTO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           PERFORM UNTIL CERT-EOF
               IF CW-DEPT NOT = DEPTO-ANTERIOR OR DEP-RENGLONES = 0
                   IF DEP-RENGLONES > 0
                       PERFORM ESCRIBIR-PIE-CIERRE
                   END-IF
                   MOVE CW-DEPT TO DEPTO-ANTERIOR
                   PERFORM ESCRIBIR-CABECERA-DEPTO
               END-IF
               ADD 1 TO DEP-RENGLONES
               ADD 1 TO CANT-RENGLONES
               EVALUATE TRUE
                   WHEN CW-MANTENER
                       ADD 1 TO DEP-MANTENIDOS
                   WHEN CW-CAMBIAR-ROL
                       ADD 1 TO DEP-CAMBIOS
                   WHEN CW-REVOCAR
                       ADD 1 TO DEP-REVOCADOS
                   WHEN CW-PENDIENTE
                       PERFORM VENCER-RENGLON
                   WHEN OTHER
                       ADD 1 TO DEP-VENCIDOS
               END-EVALUATE
               MOVE CERT-WORK-RECORD TO CERT-RAW-RECORD
               WRITE CERT-RAW-RECORD
               READ CERT-WORK
                   AT END MOVE "Y" TO CERT-EOF-SW
               END-READ
           END-PERFORM.
           IF DEP-RENGLONES > 0
               PERFORM ESCRIBIR-PIE-CIERRE
           END-IF.
           CLOSE CERT-WORK.
           CLOSE CERT-RAW.
           IF MODO-CERRAR-SUSPENDE
               CLOSE USER-MASTER
           END-IF.
           CALL "CBL_COPY_FILE" USING NOMBRE-TRABAJO NOMBRE-LISTA.
           OPEN OUTPUT CERT-RAW.
           CLOSE CERT-RAW.
           PERFORM ESCRIBIR-TOTALES-CIERRE.
       CERRAR-CAMPANA-EXIT.
           EXIT.

       VENCER-RENGLON.
           ADD 1 TO DEP-VENCIDOS.
           MOVE "V" TO CW-DECISION.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE SPACES TO CW-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO CW-TIMESTAMP.
           MOVE SPACES TO CERT-REPORT-LINEA.
           STRING "  SIN CERTIFICAR: " DELIMITED BY SIZE
               CW-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CW-EMP-NAME DELIMITED BY SIZE
               " ROL " DELIMITED BY SIZE
               CW-ROL-ACTUAL DELIMITED BY SIZE
               INTO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           IF MODO-CERRAR-SUSPENDE
               PERFORM SUSPENDER-CUENTA THRU SUSPENDER-CUENTA-EXIT
           END-IF.

       SUSPENDER-CUENTA.
      /LA CUENTA QUE NADIE CERTIFICO PASA A LICENCIA CON FECHA DE
      /HOY, IGUAL QUE LA SUSPENSION DE DORMANT; SOLO SE TOCAN LAS
      /ACTIVAS, Y EL CAMBIO QUEDA EN USERAUDT
           MOVE CW-EMP-ID TO UM-EMP-ID.
           READ USER-MASTER
               INVALID KEY
                   GO TO SUSPENDER-CUENTA-EXIT
           END-READ.
           IF NOT UM-ACTIVO
               GO TO SUSPENDER-CUENTA-EXIT
           END-IF.
           MOVE USER-MASTER-RECORD TO IMAGEN-ANTERIOR.
           MOVE "L" TO UM-STATUS.
           MOVE CURRENT-DATE-FLD TO UM-FECHA-EFECTIVA.
           REWRITE USER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO SUSPENDER: " UM-EMP-ID
               NOT INVALID KEY
                   ADD 1 TO CANT-SUSPENDIDAS
                   PERFORM REGISTRAR-AUDITORIA
                   MOVE SPACES TO CERT-REPORT-LINEA
                   STRING "    SUSPENDIDA (A LICENCIA): "
                       DELIMITED BY SIZE
                       UM-EMP-ID DELIMITED BY SIZE
                       INTO CERT-REPORT-LINEA
                   WRITE CERT-REPORT-LINEA
           END-REWRITE.
       SUSPENDER-CUENTA-EXIT.
           EXIT.

       ESCRIBIR-PIE-CIERRE.
           MOVE DEP-MANTENIDOS TO CANT-EDIT.
           MOVE DEP-CAMBIOS TO CANT-EDIT-2.
           MOVE DEP-REVOCADOS TO CANT-EDIT-3.
           MOVE DEP-VENCIDOS TO CANT-EDIT-4.
           MOVE SPACES TO CERT-REPORT-LINEA.
           STRING "  MANTENIDAS" DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               " CAMBIO ROL" DELIMITED BY SIZE
               CANT-EDIT-2 DELIMITED BY SIZE
               " REVOCADAS" DELIMITED BY SIZE
               CANT-EDIT-3 DELIMITED BY SIZE
               " SIN CERTIFICAR" DELIMITED BY SIZE
               CANT-EDIT-4 DELIMITED BY SIZE
               INTO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           ADD DEP-MANTENIDOS TO CANT-MANTENIDOS.
           ADD DEP-CAMBIOS TO CANT-CAMBIOS.
           ADD DEP-REVOCADOS TO CANT-REVOCADOS.
           ADD DEP-VENCIDOS TO CANT-VENCIDOS.
           MOVE 0 TO DEP-RENGLONES.
           MOVE 0 TO DEP-MANTENIDOS.
           MOVE 0 TO DEP-CAMBIOS.
           MOVE 0 TO DEP-REVOCADOS.
           MOVE 0 TO DEP-VENCIDOS.

       ESCRIBIR-TOTALES-CIERRE.
           MOVE SPACES TO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           MOVE CANT-RENGLONES TO CANT-EDIT.
           MOVE SPACES TO CERT-REPORT-LINEA.
           STRING "CUENTAS DE LA CAMPANA:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           MOVE CANT-MANTENIDOS TO CANT-EDIT.
           MOVE SPACES TO CERT-REPORT-LINEA.
           STRING "MANTENIDAS:              " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           MOVE CANT-CAMBIOS TO CANT-EDIT.
           MOVE SPACES TO CERT-REPORT-LINEA.
           STRING "CAMBIO DE ROL A PENDCHG: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           MOVE CANT-REVOCADOS TO CANT-EDIT.
           MOVE SPACES TO CERT-REPORT-LINEA.
           STRING "REVOCADAS A PENDCHG:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           MOVE CANT-VENCIDOS TO CANT-EDIT.
           MOVE SPACES TO CERT-REPORT-LINEA.
           STRING "SIN CERTIFICAR:          " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CERT-REPORT-LINEA.
           WRITE CERT-REPORT-LINEA.
           IF MODO-CERRAR-SUSPENDE
               MOVE CANT-SUSPENDIDAS TO CANT-EDIT
               MOVE SPACES TO CERT-REPORT-LINEA
               STRING "SUSPENDIDAS (A LICENCIA):" DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   INTO CERT-REPORT-LINEA
               WRITE CERT-REPORT-LINEA
           END-IF.
           DISPLAY "CAMPANA CERRADA: " CANT-VENCIDOS
               " CUENTAS SIN CERTIFICAR".

       REGISTRAR-AUDITORIA.
      /DEJA IMAGEN ANTES Y DESPUES DE LA SUSPENSION POR FALTA DE
      /CERTIFICACION, EN EL MISMO ARCHIVO DE AUDITORIA DEL MAESTRO
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO AU-TIMESTAMP.
           MOVE "CERTSU" TO AU-OPERACION.
      /LAS POSICIONES DEL PIN NO VIAJAN A LA AUDITORIA
           MOVE "ANTES" TO AU-IMAGEN.
           MOVE IMAGEN-ANTERIOR TO AU-CONTENIDO.
           MOVE SPACES TO AU-CONTENIDO(53:4).
           PERFORM GRABAR-AUDITORIA.
           MOVE "DESPUES" TO AU-IMAGEN.
           MOVE USER-MASTER-RECORD TO AU-CONTENIDO.
           MOVE SPACES TO AU-CONTENIDO(53:4).
           PERFORM GRABAR-AUDITORIA.
           CLOSE AUDIT-FILE.

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
           MOVE "CERTCAMP" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "CERTCAMP" TO RL-PROGRAMA.
           MOVE "INICIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "MODO=" DELIMITED BY SIZE
               MODO-CAMPANA DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
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
           MOVE "CERTCAMP" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "CUENTAS=" DELIMITED BY SIZE
               CANT-RENGLONES DELIMITED BY SIZE
               " VENCIDAS=" DELIMITED BY SIZE
               CANT-VENCIDOS DELIMITED BY SIZE
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

       END PROGRAM CERTCAMP.
