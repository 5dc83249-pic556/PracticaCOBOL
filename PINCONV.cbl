      ******************************************************************
      * Author:Pedro Burgos
      * Date:2/4/26
      * Purpose:Conversion-Unica-De-PINES-En-Claro-A-Hash
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINCONV IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT PIN-HIST ASSIGN TO "PINHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-EMP-ID
               FILE STATUS IS PIN-HIST-STATUS.

           SELECT BACKUP-LIST ASSIGN TO "PINCVLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-LIST-STATUS.

           SELECT BACKUP-ENTRADA ASSIGN TO BACKUP-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-ENTRADA-STATUS.

           SELECT BACKUP-TRABAJO ASSIGN TO "PINCVWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-TRABAJO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT AUDIT-TRABAJO ASSIGN TO "PINCVAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-TRABAJO-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT PEND-TRABAJO ASSIGN TO "PINCVPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-TRABAJO-STATUS.

           SELECT CONV-REPORT ASSIGN TO "RPTPINCV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  PIN-HIST.
           COPY "PINHIST.cpy".

       FD  BACKUP-LIST.
      /UNA GENERACION FECHADA DE USERBKP POR LINEA (LAS QUE DEJA
      /MSTUNLD COMO USERBKP.G<FECHA><HORA>); EL USERBKP DE NOMBRE
      /FIJO SE CONVIERTE SIEMPRE, FIGURE O NO EN LA LISTA
       01  BACKUP-LIST-RECORD.
           05  BL-NOMBRE           PIC X(30).

       FD  BACKUP-ENTRADA.
       01  BACKUP-ENTRADA-RECORD   PIC X(100).

       FD  BACKUP-TRABAJO.
       01  BACKUP-TRABAJO-RECORD   PIC X(100).

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

       FD  AUDIT-TRABAJO.
       01  AUDIT-TRABAJO-RECORD    PIC X(131).

       FD  PEND-FILE.
           COPY "PENDCHG.cpy".

       FD  PEND-TRABAJO.
       01  PEND-TRABAJO-RECORD     PIC X(159).

       FD  CONV-REPORT.
       01  CONV-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO DE USERAUDT
       COPY "SELLAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN
       COPY "PINAREA.cpy".

       01 USER-MASTER-STATUS    PIC X(02).
       01 PIN-HIST-STATUS       PIC X(02).
       01 BACKUP-LIST-STATUS    PIC X(02).
       01 BACKUP-ENTRADA-STATUS PIC X(02).
       01 BACKUP-TRABAJO-STATUS PIC X(02).
       01 AUDIT-FILE-STATUS     PIC X(02).
       01 AUDIT-TRABAJO-STATUS  PIC X(02).
       01 PEND-FILE-STATUS      PIC X(02).
       01 PEND-TRABAJO-STATUS   PIC X(02).
       01 CONV-REPORT-STATUS    PIC X(02).
       01 RUN-LOG-STATUS        PIC X(02).

       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 HIST-EOF-SW PIC X(01) VALUE "N".
           88 HIST-EOF VALUE "Y".
       01 LISTA-EOF-SW PIC X(01) VALUE "N".
           88 LISTA-EOF VALUE "Y".
       01 BACKUP-EOF-SW PIC X(01) VALUE "N".
           88 BACKUP-EOF VALUE "Y".
       01 PEND-EOF-SW PIC X(01) VALUE "N".
           88 PEND-EOF VALUE "Y".
       01 AUDIT-EOF-SW PIC X(01) VALUE "N".
           88 AUDIT-EOF VALUE "Y".

      /LA CONVERSION SE PUEDE REPETIR SIN DANO: SOLO SE HASHEA LO
      /QUE TODAVIA ES NUMERIC (EL HASH EMPIEZA SIEMPRE CON LETRA)
       01 CANT-MAESTRO-LEIDOS    PIC 9(07) VALUE 0.
       01 CANT-MAESTRO-CONV      PIC 9(07) VALUE 0.
       01 CANT-HIST-LEIDOS       PIC 9(07) VALUE 0.
       01 CANT-HIST-PINES-CONV   PIC 9(07) VALUE 0.
       01 CANT-BACKUPS           PIC 9(03) VALUE 0.
       01 CANT-BKP-LEIDOS        PIC 9(07) VALUE 0.
       01 CANT-BKP-CONV          PIC 9(07) VALUE 0.
       01 CANT-BKP-CONV-TOTAL    PIC 9(07) VALUE 0.
       01 CANT-PEND-CONV         PIC 9(07) VALUE 0.
       01 CANT-AUD-LEIDOS        PIC 9(07) VALUE 0.
       01 CANT-AUD-ENMASC        PIC 9(07) VALUE 0.
       01 CANT-EDIT PIC ZZZZZZ9.

       01 HIST-CAMBIADO-SW PIC X(01).
           88 HIST-CAMBIADO VALUE "Y".
       01 IND-HIST PIC 9(01).

       01 BACKUP-NOMBRE PIC X(30).
       01 BACKUP-TRABAJO-NOMBRE PIC X(30) VALUE "PINCVWRK".
       01 PEND-NOMBRE PIC X(30) VALUE "PENDCHG".
       01 PEND-TRABAJO-NOMBRE PIC X(30) VALUE "PINCVPND".

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /CONVERSION DE UNA SOLA VEZ: LOS PINES EN CLARO DEL MAESTRO, DE
      /LA HISTORIA DE PINES, DE LOS PENDIENTES Y DE LOS BACKUPS
      /PASAN A SU HASH DE UNA VIA, Y LOS DE USERAUDT SE ENMASCARAN.
      /DESDE ESTA CORRIDA MI-APP, USERMNT Y LOS DEMAS LOGINS
      /COMPARAN HASH CONTRA HASH
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           OPEN OUTPUT CONV-REPORT.
           MOVE SPACES TO CONV-REPORT-LINEA.
           STRING "CONVERSION DE PINES A HASH DEL " DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               INTO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.

           PERFORM CONVERTIR-MAESTRO THRU CONVERTIR-MAESTRO-EXIT.
           PERFORM CONVERTIR-HISTORIA THRU CONVERTIR-HISTORIA-EXIT.
           PERFORM CONVERTIR-PENDIENTES
               THRU CONVERTIR-PENDIENTES-EXIT.
           PERFORM CONVERTIR-BACKUPS.
           PERFORM ENMASCARAR-AUDITORIA
               THRU ENMASCARAR-AUDITORIA-EXIT.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM AUDITAR-CONVERSION.

           CLOSE CONV-REPORT.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CONVERTIR-MAESTRO.
      /SIN MAESTRO NO HAY NADA QUE CONVERTIR Y ES FALLA DEL PASO
           OPEN I-O USER-MASTER.
           IF USER-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                   USER-MASTER-STATUS
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE USER-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               MOVE "USERMAST AUSENTE O ILEGIBLE, NO SE CONVIRTIO"
                   TO CONV-REPORT-LINEA
               WRITE CONV-REPORT-LINEA
               GO TO CONVERTIR-MAESTRO-EXIT
           END-IF.
           READ USER-MASTER NEXT RECORD
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               ADD 1 TO CANT-MAESTRO-LEIDOS
               IF UM-PIN NUMERIC
                   MOVE UM-EMP-ID TO PN-EMP-ID
                   MOVE UM-PIN TO PN-PIN
                   CALL "PINHASH" USING PIN-AREA
                   MOVE PN-HASH TO UM-PIN
                   REWRITE USER-MASTER-RECORD
                       INVALID KEY
                           MOVE "23" TO USER-MASTER-STATUS
                   END-REWRITE
                   IF USER-MASTER-STATUS NOT = "00"
                       PERFORM FALLA-REGRABAR-MAESTRO
                   ELSE
                       ADD 1 TO CANT-MAESTRO-CONV
                   END-IF
               END-IF
               IF MAESTRO-EOF
                   CONTINUE
               ELSE
                   READ USER-MASTER NEXT RECORD
                       AT END MOVE "Y" TO MAESTRO-EOF-SW
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE USER-MASTER.
       CONVERTIR-MAESTRO-EXIT.
           EXIT.

       FALLA-REGRABAR-MAESTRO.
      /UN REWRITE FALLIDO DEJA EL MAESTRO A MEDIO CONVERTIR: SE
      /CORTA EL RECORRIDO Y EL PASO TERMINA EN FALLA; UNA NUEVA
      /CORRIDA RETOMA DESDE LOS PINES QUE SIGUEN EN CLARO
           DISPLAY "NO SE PUDO REGRABAR USER-MASTER, STATUS: "
               USER-MASTER-STATUS " NU: " UM-EMP-ID.
           MOVE "USERMAST" TO EH-ARCHIVO.
           MOVE "REWRITE" TO EH-OPERACION.
           MOVE USER-MASTER-STATUS TO EH-STATUS.
           PERFORM INFORMAR-ERROR-ARCHIVO.
           PERFORM MARCAR-FALLA-PASO.
           MOVE SPACES TO CONV-REPORT-LINEA.
           STRING "USERMAST A MEDIO CONVERTIR, FALLO EL REWRITE DE "
                   DELIMITED BY SIZE
               UM-EMP-ID DELIMITED BY SIZE
               INTO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
           MOVE "Y" TO MAESTRO-EOF-SW.

       CONVERTIR-HISTORIA.
      /CADA PIN ANTERIOR GUARDADO SE HASHEA CON EL MISMO LEGAJO COMO
      /SAL, ASI EL CONTROL DE REUSO DE MI-APP SIGUE FUNCIONANDO
      /SOLO EL "35" ES HISTORIA INEXISTENTE; CUALQUIER OTRO STATUS
      /(UN PINHIST CON EL REGISTRO ANTERIOR DA 39) DEJARIA LOS PINES
      /VIEJOS EN CLARO Y ES FALLA DEL PASO
           OPEN I-O PIN-HIST.
           IF PIN-HIST-STATUS = "35"
               MOVE "SIN PINHIST, NO HAY HISTORIA QUE CONVERTIR"
                   TO CONV-REPORT-LINEA
               WRITE CONV-REPORT-LINEA
               GO TO CONVERTIR-HISTORIA-EXIT
           END-IF.
           IF PIN-HIST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PIN-HIST, STATUS: "
                   PIN-HIST-STATUS
               MOVE "PINHIST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE PIN-HIST-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               DISPLAY "SI ES LA HISTORIA CON EL REGISTRO ANTERIOR, "
                   "CORRER PINHCONV PARA CONVERTIRLA"
               MOVE "PINHIST ILEGIBLE, HISTORIA NO CONVERTIDA"
                   TO CONV-REPORT-LINEA
               WRITE CONV-REPORT-LINEA
               GO TO CONVERTIR-HISTORIA-EXIT
           END-IF.
           READ PIN-HIST NEXT RECORD
               AT END MOVE "Y" TO HIST-EOF-SW
           END-READ.
           PERFORM UNTIL HIST-EOF
               ADD 1 TO CANT-HIST-LEIDOS
               MOVE "N" TO HIST-CAMBIADO-SW
               PERFORM VARYING IND-HIST FROM 1 BY 1
                       UNTIL IND-HIST > 5
                   IF PH-PIN-ANTERIOR(IND-HIST) NUMERIC
                       MOVE PH-EMP-ID TO PN-EMP-ID
                       MOVE PH-PIN-ANTERIOR(IND-HIST) TO PN-PIN
                       CALL "PINHASH" USING PIN-AREA
                       MOVE PN-HASH TO PH-PIN-ANTERIOR(IND-HIST)
                       ADD 1 TO CANT-HIST-PINES-CONV
                       MOVE "Y" TO HIST-CAMBIADO-SW
                   END-IF
               END-PERFORM
               IF HIST-CAMBIADO
                   REWRITE PIN-HIST-RECORD
               END-IF
               READ PIN-HIST NEXT RECORD
                   AT END MOVE "Y" TO HIST-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE PIN-HIST.
       CONVERTIR-HISTORIA-EXIT.
           EXIT.

       CONVERTIR-PENDIENTES.
      /UN PENDIENTE CAPTURADO ANTES DE LA CONVERSION TRAE EL PIN EN
      /CLARO EN SU IMAGEN (MISMA POSICION 53:4 DEL MAESTRO); SI SE
      /APROBARA ASI, PISARIA EL HASH DEL MAESTRO CON UN PIN EN CLARO
      /Y EL EMPLEADO NO PODRIA ENTRAR. SOLO SE TOCAN LOS PENDIENTES:
      /LOS APROBADOS Y RECHAZADOS YA NO SE APLICAN
           OPEN INPUT PEND-FILE.
           IF PEND-FILE-STATUS NOT = "00"
               MOVE "SIN PENDCHG, NO HAY PENDIENTES QUE CONVERTIR"
                   TO CONV-REPORT-LINEA
               WRITE CONV-REPORT-LINEA
               GO TO CONVERTIR-PENDIENTES-EXIT
           END-IF.
           OPEN OUTPUT PEND-TRABAJO.
           IF PEND-TRABAJO-STATUS NOT = "00"
               MOVE "PINCVPND" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE PEND-TRABAJO-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               CLOSE PEND-FILE
               MOVE "PENDCHG NO CONVERTIDO: SIN ARCHIVO DE TRABAJO"
                   TO CONV-REPORT-LINEA
               WRITE CONV-REPORT-LINEA
               GO TO CONVERTIR-PENDIENTES-EXIT
           END-IF.
           READ PEND-FILE
               AT END MOVE "Y" TO PEND-EOF-SW
           END-READ.
           PERFORM UNTIL PEND-EOF
               IF PD-PENDIENTE
                  AND PD-IMAGEN-NUEVA(53:4) NUMERIC
                   MOVE PD-EMP-ID TO PN-EMP-ID
                   MOVE PD-IMAGEN-NUEVA(53:4) TO PN-PIN
                   CALL "PINHASH" USING PIN-AREA
                   MOVE PN-HASH TO PD-IMAGEN-NUEVA(53:4)
                   ADD 1 TO CANT-PEND-CONV
               END-IF
               MOVE PEND-CHANGE-RECORD TO PEND-TRABAJO-RECORD
               WRITE PEND-TRABAJO-RECORD
               READ PEND-FILE
                   AT END MOVE "Y" TO PEND-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
           CLOSE PEND-TRABAJO.
           IF CANT-PEND-CONV > 0
               CALL "CBL_COPY_FILE" USING PEND-TRABAJO-NOMBRE
                   PEND-NOMBRE
           END-IF.
       CONVERTIR-PENDIENTES-EXIT.
           EXIT.

       CONVERTIR-BACKUPS.
      /EL USERBKP DE NOMBRE FIJO Y CADA GENERACION FECHADA NOMBRADA
      /EN PINCVLST: UN BACKUP VIEJO CON PINES EN CLARO ES TAN
      /LEGIBLE COMO EL MAESTRO
           MOVE "USERBKP" TO BACKUP-NOMBRE.
           PERFORM CONVERTIR-UN-BACKUP THRU CONVERTIR-UN-BACKUP-EXIT.
           OPEN INPUT BACKUP-LIST.
           IF BACKUP-LIST-STATUS NOT = "00"
               MOVE "SIN PINCVLST, SOLO SE CONVIRTIO USERBKP"
                   TO CONV-REPORT-LINEA
               WRITE CONV-REPORT-LINEA
           ELSE
               READ BACKUP-LIST
                   AT END MOVE "Y" TO LISTA-EOF-SW
               END-READ
               PERFORM UNTIL LISTA-EOF
                   IF BL-NOMBRE NOT = SPACES
                      AND BL-NOMBRE NOT = "USERBKP"
                       MOVE BL-NOMBRE TO BACKUP-NOMBRE
                       PERFORM CONVERTIR-UN-BACKUP
                           THRU CONVERTIR-UN-BACKUP-EXIT
                   END-IF
                   READ BACKUP-LIST
                       AT END MOVE "Y" TO LISTA-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE BACKUP-LIST
           END-IF.

       CONVERTIR-UN-BACKUP.
      /EL BACKUP SE COPIA AL ARCHIVO DE TRABAJO CON LOS PINES YA
      /HASHEADOS (POSICIONES FIJAS: LEGAJO 1:10, PIN 53:4) Y LA
      /COPIA VUELVE SOBRE EL NOMBRE ORIGINAL
           MOVE 0 TO CANT-BKP-LEIDOS CANT-BKP-CONV.
           MOVE "N" TO BACKUP-EOF-SW.
           OPEN INPUT BACKUP-ENTRADA.
           IF BACKUP-ENTRADA-STATUS NOT = "00"
               MOVE SPACES TO CONV-REPORT-LINEA
               STRING "NO SE PUDO ABRIR EL BACKUP " DELIMITED BY SIZE
                   BACKUP-NOMBRE DELIMITED BY SPACE
                   INTO CONV-REPORT-LINEA
               WRITE CONV-REPORT-LINEA
               GO TO CONVERTIR-UN-BACKUP-EXIT
           END-IF.
           OPEN OUTPUT BACKUP-TRABAJO.
           READ BACKUP-ENTRADA
               AT END MOVE "Y" TO BACKUP-EOF-SW
           END-READ.
           PERFORM UNTIL BACKUP-EOF
               ADD 1 TO CANT-BKP-LEIDOS
               MOVE BACKUP-ENTRADA-RECORD TO BACKUP-TRABAJO-RECORD
               IF BACKUP-TRABAJO-RECORD(53:4) NUMERIC
                   MOVE BACKUP-TRABAJO-RECORD(1:10) TO PN-EMP-ID
                   MOVE BACKUP-TRABAJO-RECORD(53:4) TO PN-PIN
                   CALL "PINHASH" USING PIN-AREA
                   MOVE PN-HASH TO BACKUP-TRABAJO-RECORD(53:4)
                   ADD 1 TO CANT-BKP-CONV
               END-IF
               WRITE BACKUP-TRABAJO-RECORD
               READ BACKUP-ENTRADA
                   AT END MOVE "Y" TO BACKUP-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE BACKUP-ENTRADA.
           CLOSE BACKUP-TRABAJO.
           IF CANT-BKP-CONV > 0
               CALL "CBL_COPY_FILE" USING BACKUP-TRABAJO-NOMBRE
                   BACKUP-NOMBRE
           END-IF.
           ADD 1 TO CANT-BACKUPS.
           ADD CANT-BKP-CONV TO CANT-BKP-CONV-TOTAL.
           MOVE CANT-BKP-CONV TO CANT-EDIT.
           MOVE SPACES TO CONV-REPORT-LINEA.
           STRING BACKUP-NOMBRE DELIMITED BY SPACE
               ": PINES HASHEADOS " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
       CONVERTIR-UN-BACKUP-EXIT.
           EXIT.

       ENMASCARAR-AUDITORIA.
      /LAS IMAGENES ANTES/DESPUES DE USERAUDT ANTERIORES A LA
      /CONVERSION GUARDAN EL PIN EN CLARO EN AU-CONTENIDO(53:4): SE
      /ENMASCARAN. RETOCAR REGISTROS ROMPE LA CADENA DE SELLOS, ASI
      /QUE SI SE ENMASCARO ALGO EL ARCHIVO SE RESELLA COMPLETO DESDE
      /EL ANCLA, COMO HACE INTAUDIT CON LOGINLOG
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               MOVE "SIN USERAUDT, NO HAY RASTRO QUE ENMASCARAR"
                   TO CONV-REPORT-LINEA
               WRITE CONV-REPORT-LINEA
               GO TO ENMASCARAR-AUDITORIA-EXIT
           END-IF.
           OPEN OUTPUT AUDIT-TRABAJO.
           IF AUDIT-TRABAJO-STATUS NOT = "00"
               MOVE "PINCVAUD" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE AUDIT-TRABAJO-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               CLOSE AUDIT-FILE
               MOVE "USERAUDT NO ENMASCARADO: SIN ARCHIVO DE TRABAJO"
                   TO CONV-REPORT-LINEA
               WRITE CONV-REPORT-LINEA
               GO TO ENMASCARAR-AUDITORIA-EXIT
           END-IF.
           READ AUDIT-FILE
               AT END MOVE "Y" TO AUDIT-EOF-SW
           END-READ.
           PERFORM UNTIL AUDIT-EOF
               ADD 1 TO CANT-AUD-LEIDOS
               IF (AU-IMAGEN = "ANTES" OR AU-IMAGEN = "DESPUES")
                  AND AU-CONTENIDO(53:4) NUMERIC
                   MOVE "****" TO AU-CONTENIDO(53:4)
                   ADD 1 TO CANT-AUD-ENMASC
               END-IF
               MOVE AUDIT-RECORD TO AUDIT-TRABAJO-RECORD
               WRITE AUDIT-TRABAJO-RECORD
               READ AUDIT-FILE
                   AT END MOVE "Y" TO AUDIT-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE AUDIT-TRABAJO.
      /SIN NADA ENMASCARADO EL ARCHIVO QUEDA COMO ESTABA, CON SUS
      /SELLOS ORIGINALES
           IF CANT-AUD-ENMASC = 0
               GO TO ENMASCARAR-AUDITORIA-EXIT
           END-IF.
           MOVE "R" TO SL-ACCION.
           MOVE "USERAUDT" TO SL-ARCHIVO.
           CALL "AUDSELLO" USING SELLO-AREA.
           MOVE "N" TO AUDIT-EOF-SW.
           OPEN INPUT AUDIT-TRABAJO.
           OPEN OUTPUT AUDIT-FILE.
           READ AUDIT-TRABAJO
               AT END MOVE "Y" TO AUDIT-EOF-SW
           END-READ.
           PERFORM UNTIL AUDIT-EOF
               MOVE AUDIT-TRABAJO-RECORD TO AUDIT-RECORD
               PERFORM GRABAR-AUDITORIA
               READ AUDIT-TRABAJO
                   AT END MOVE "Y" TO AUDIT-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE AUDIT-TRABAJO.
           CLOSE AUDIT-FILE.
           MOVE "USERAUDT RESELLADO DESDE EL ANCLA POR ENMASCARADO"
               TO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
       ENMASCARAR-AUDITORIA-EXIT.
           EXIT.

       ESCRIBIR-TOTALES.
           MOVE CANT-MAESTRO-CONV TO CANT-EDIT.
           MOVE SPACES TO CONV-REPORT-LINEA.
           STRING "USERMAST: PINES HASHEADOS " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
           MOVE CANT-MAESTRO-LEIDOS TO CANT-EDIT.
           MOVE SPACES TO CONV-REPORT-LINEA.
           STRING "USERMAST: REGISTROS LEIDOS " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
           MOVE CANT-HIST-PINES-CONV TO CANT-EDIT.
           MOVE SPACES TO CONV-REPORT-LINEA.
           STRING "PINHIST: PINES ANTERIORES HASHEADOS "
               DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
           MOVE CANT-PEND-CONV TO CANT-EDIT.
           MOVE SPACES TO CONV-REPORT-LINEA.
           STRING "PENDCHG: PENDIENTES HASHEADOS " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
           MOVE CANT-BACKUPS TO CANT-EDIT.
           MOVE SPACES TO CONV-REPORT-LINEA.
           STRING "BACKUPS CONVERTIDOS " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
           MOVE CANT-AUD-ENMASC TO CANT-EDIT.
           MOVE SPACES TO CONV-REPORT-LINEA.
           STRING "USERAUDT: PINES ENMASCARADOS " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONV-REPORT-LINEA.
           WRITE CONV-REPORT-LINEA.
           DISPLAY "CONVERSION DE PINES: MAESTRO " CANT-MAESTRO-CONV
               " HISTORIA " CANT-HIST-PINES-CONV
               " BACKUPS " CANT-BKP-CONV-TOTAL.

       AUDITAR-CONVERSION.
      /LA CONVERSION QUEDA EN USERAUDT CON SUS CONTEOS, SIN NINGUN
      /PIN NI HASH
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
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
           MOVE "PINCNV" TO AU-OPERACION.
           MOVE "QUIEN" TO AU-IMAGEN.
           MOVE SPACES TO AU-CONTENIDO.
           STRING "MAESTRO=" DELIMITED BY SIZE
               CANT-MAESTRO-CONV DELIMITED BY SIZE
               " HISTORIA=" DELIMITED BY SIZE
               CANT-HIST-PINES-CONV DELIMITED BY SIZE
               " BACKUPS=" DELIMITED BY SIZE
               CANT-BKP-CONV-TOTAL DELIMITED BY SIZE
               " PEND=" DELIMITED BY SIZE
               CANT-PEND-CONV DELIMITED BY SIZE
               INTO AU-CONTENIDO.
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
           MOVE "PINCONV" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "PINCONV" TO RL-PROGRAMA.
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
           MOVE "PINCONV" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "MAESTRO=" DELIMITED BY SIZE
               CANT-MAESTRO-CONV DELIMITED BY SIZE
               " HISTORIA=" DELIMITED BY SIZE
               CANT-HIST-PINES-CONV DELIMITED BY SIZE
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

       END PROGRAM PINCONV.
