      ******************************************************************
      * Author:Pedro Burgos
      * Date:12/4/26
      * Purpose:Aplicar-Los-Cambios-Programados-Al-USER-MASTER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUTAPLY IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS DEPT-MASTER-STATUS.

           SELECT FUTURE-FILE ASSIGN TO "FUTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUTURE-FILE-STATUS.

           SELECT FUT-REPORT ASSIGN TO "RPTFUTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUT-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT CARD-TRIGGER ASSIGN TO "CARDTRIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-TRIGGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  DEPT-MASTER.
           COPY "DEPTMAST.cpy".

       FD  FUTURE-FILE.
           COPY "FUTCHG.cpy".

       FD  FUT-REPORT.
       01  FUT-REPORT-LINEA        PIC X(80).

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

       FD  BALANCE-FILE.
           COPY "BALREC.cpy".

       FD  CARD-TRIGGER.
           COPY "CARDTRIG.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO DE USERAUDT
       COPY "SELLAREA.cpy".

      /AREA DEL CANDADO DE CORRIDAS COMPARTIDO
       COPY "RUNCAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: UNA ALTA PROGRAMADA SIN PIN
      /NACE CON EL PIN INICIAL, HASHEADO COMO EN HRFEED
       COPY "PINAREA.cpy".

       01 USER-MASTER-STATUS PIC X(02).
           88 USER-MASTER-OK VALUE "00".
       01 DEPT-MASTER-STATUS PIC X(02).
       01 FUTURE-FILE-STATUS PIC X(02).
       01 FUT-REPORT-STATUS  PIC X(02).
       01 AUDIT-FILE-STATUS  PIC X(02).
       01 RUN-LOG-STATUS     PIC X(02).
       01 BALANCE-FILE-STATUS PIC X(02).
       01 CARD-TRIGGER-STATUS PIC X(02).

      /CONTROLES DE BALANCE DE LA CORRIDA BATCH
       01 BAL-LEIDOS     PIC 9(07) VALUE 0.
       01 BAL-ESCRITOS   PIC 9(07) VALUE 0.
       01 BAL-RECHAZADOS PIC 9(07) VALUE 0.

       01 FUTURO-EOF-SW PIC X(01) VALUE "N".
           88 FUTURO-EOF VALUE "Y".
       01 TABLA-DESBORDADA-SW PIC X(01) VALUE "N".
           88 TABLA-DESBORDADA VALUE "Y".
       01 HAY-VENCIDO-SW PIC X(01) VALUE "N".
           88 HAY-VENCIDO VALUE "Y".
       01 EMPLEADO-EXISTE-SW PIC X(01) VALUE "N".
           88 EMPLEADO-EXISTE VALUE "Y".

      /UNA BAJA SOBRE UN EMPLEADO QUE YA ESTABA DE BAJA NO ES UNA
      /SALIDA NUEVA: NO DISPARA TARJETA DE DESPEDIDA, COMO EN HRFEED
       01 YA-DE-BAJA-SW PIC X(01) VALUE "N".
           88 YA-DE-BAJA VALUE "Y".

      /LA VALIDACION DE DEPARTAMENTOS SOLO RIGE SI EL MAESTRO
      /DEPTMAST ABRIO, IGUAL QUE EN HRFEED
       01 VALIDAR-DEPT-SW PIC X(01) VALUE "N".
           88 VALIDAR-DEPT VALUE "Y".
       01 DEPTO-VALIDO-SW PIC X(01) VALUE "Y".
           88 DEPTO-VALIDO VALUE "Y".

      /FUTCHG ENTERO EN MEMORIA: LOS VENCIDOS SE APLICAN POR FECHA
      /EFECTIVA Y NO POR ORDEN DE CARGA, ASI UNA NOCHE DE RECUPERO
      /QUE ALCANZA VARIOS CAMBIOS DEL MISMO EMPLEADO LOS APLICA EN
      /EL ORDEN EN QUE RRHH LOS FECHO
       01 MAX-PROGRAMADOS PIC 9(03) VALUE 500.
       01 CANT-PROGRAMADOS PIC 9(03) VALUE 0.
       01 TABLA-PROGRAMADOS.
           05 PROGRAMADO-ITEM OCCURS 500 TIMES.
              10 TP-ESTADO     PIC X(01).
              10 TP-FECHA      PIC 9(08).
              10 TP-RESTO      PIC X(145).
       01 IND-PROG PIC 9(03) COMP.
       01 IND-ELEGIDO PIC 9(03) COMP.

       01 FECHA-NEGOCIO PIC 9(08) VALUE 0.
       01 MOTIVO-RECHAZO PIC X(25).
       01 IMAGEN-ANTERIOR PIC X(80).

       01 CANT-LEIDOS     PIC 9(05) VALUE 0.
       01 CANT-APLICADOS  PIC 9(05) VALUE 0.
       01 CANT-RECHAZADOS PIC 9(05) VALUE 0.
       01 CANT-PENDIENTES PIC 9(05) VALUE 0.
       01 CANT-DEPURADOS  PIC 9(05) VALUE 0.
       01 CANT-DISPARADORES PIC 9(05) VALUE 0.
       01 CANT-EDIT       PIC ZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /APLICA AL MAESTRO LOS CAMBIOS DE FUTCHG CUYA FECHA EFECTIVA YA
      /ALCANZO LA FECHA DE NEGOCIO, CON SU RASTRO EN USERAUDT; LO QUE
      /SIGUE EN EL FUTURO QUEDA PROGRAMADO PARA OTRA NOCHE
           PERFORM REGISTRAR-LOG-INICIO.
      /CANDADO DE CORRIDA: LA MISMA FECHA DE NEGOCIO NO SE APLICA DOS
      /VECES; RC-FECHA VUELVE CON LA FECHA DE NEGOCIO RESUELTA
           PERFORM TOMAR-CONTROL-CORRIDA.
           IF RC-BLOQUEADO
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           MOVE RC-FECHA TO FECHA-NEGOCIO.

           OPEN OUTPUT FUT-REPORT.
           MOVE SPACES TO FUT-REPORT-LINEA.
           STRING "CAMBIOS PROGRAMADOS - FECHA DE NEGOCIO "
               DELIMITED BY SIZE
               FECHA-NEGOCIO DELIMITED BY SIZE
               INTO FUT-REPORT-LINEA.
           WRITE FUT-REPORT-LINEA.

           PERFORM CARGAR-PROGRAMADOS.
           IF TABLA-DESBORDADA
      /SIN LA COLA COMPLETA EN MEMORIA NO SE PUEDE REESCRIBIR FUTCHG
      /SIN PERDER CAMBIOS: NO SE APLICA NADA Y EL PASO FALLA
               DISPLAY "FUTCHG EXCEDE " MAX-PROGRAMADOS
                   " CAMBIOS, NADA APLICADO"
               MOVE "FUTCHG EXCEDE LA TABLA, NADA APLICADO"
                   TO FUT-REPORT-LINEA
               WRITE FUT-REPORT-LINEA
               PERFORM MARCAR-FALLA-PASO
           ELSE
               OPEN I-O USER-MASTER
               IF NOT USER-MASTER-OK
                   DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                       USER-MASTER-STATUS
                   MOVE "USERMAST" TO EH-ARCHIVO
                   MOVE "OPEN" TO EH-OPERACION
                   MOVE USER-MASTER-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
                   PERFORM MARCAR-FALLA-PASO
                   MOVE "NO SE PUDO ABRIR USER-MASTER, NADA APLICADO"
                       TO FUT-REPORT-LINEA
                   WRITE FUT-REPORT-LINEA
               ELSE
                   OPEN INPUT DEPT-MASTER
                   IF DEPT-MASTER-STATUS = "00"
                       MOVE "Y" TO VALIDAR-DEPT-SW
                   ELSE
                       MOVE "SIN DEPTMAST: DEPARTAMENTOS SIN VALIDAR"
                           TO FUT-REPORT-LINEA
                       WRITE FUT-REPORT-LINEA
                   END-IF
                   PERFORM APLICAR-VENCIDOS
                   IF VALIDAR-DEPT
                       CLOSE DEPT-MASTER
                   END-IF
                   CLOSE USER-MASTER
                   PERFORM REESCRIBIR-PROGRAMADOS
               END-IF
           END-IF.

           PERFORM ESCRIBIR-TOTALES.
           CLOSE FUT-REPORT.
           COMPUTE BAL-LEIDOS = CANT-APLICADOS + CANT-RECHAZADOS.
           MOVE CANT-APLICADOS TO BAL-ESCRITOS.
           MOVE CANT-RECHAZADOS TO BAL-RECHAZADOS.
           PERFORM REGISTRAR-BALANCE.
           PERFORM LIBERAR-CONTROL-CORRIDA.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CARGAR-PROGRAMADOS.
      /LOS APLICADOS Y RECHAZADOS DE UNA NOCHE ANTERIOR YA TIENEN SU
      /RASTRO EN USERAUDT Y EN EL REPORTE DE ESA NOCHE: SE DEPURAN
      /AL CARGAR. SIN FUTCHG NO HAY NADA PROGRAMADO.
           MOVE 0 TO CANT-PROGRAMADOS.
           OPEN INPUT FUTURE-FILE.
           IF FUTURE-FILE-STATUS NOT = "00"
               IF FUTURE-FILE-STATUS NOT = "35"
                   MOVE "FUTCHG" TO EH-ARCHIVO
                   MOVE "OPEN" TO EH-OPERACION
                   MOVE FUTURE-FILE-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
               END-IF
               MOVE "Y" TO FUTURO-EOF-SW
           ELSE
               READ FUTURE-FILE
                   AT END MOVE "Y" TO FUTURO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL FUTURO-EOF
               ADD 1 TO CANT-LEIDOS
               IF NOT FC-PROGRAMADO
                  AND FC-FECHA-APLICADA < FECHA-NEGOCIO
                   ADD 1 TO CANT-DEPURADOS
               ELSE
                   IF CANT-PROGRAMADOS < MAX-PROGRAMADOS
                       ADD 1 TO CANT-PROGRAMADOS
                       MOVE FUTURE-CHANGE-RECORD
                           TO PROGRAMADO-ITEM(CANT-PROGRAMADOS)
                   ELSE
                       MOVE "Y" TO TABLA-DESBORDADA-SW
                   END-IF
               END-IF
               READ FUTURE-FILE
                   AT END MOVE "Y" TO FUTURO-EOF-SW
               END-READ
           END-PERFORM.
           IF FUTURE-FILE-STATUS = "00" OR FUTURE-FILE-STATUS = "10"
               CLOSE FUTURE-FILE
           END-IF.

       APLICAR-VENCIDOS.
           MOVE "Y" TO HAY-VENCIDO-SW.
           PERFORM UNTIL NOT HAY-VENCIDO
               PERFORM BUSCAR-PROXIMO-VENCIDO
               IF HAY-VENCIDO
                   PERFORM APLICAR-UN-PROGRAMADO
               END-IF
           END-PERFORM.
           PERFORM VARYING IND-PROG FROM 1 BY 1
                   UNTIL IND-PROG > CANT-PROGRAMADOS
               IF TP-ESTADO(IND-PROG) = "P"
                   ADD 1 TO CANT-PENDIENTES
               END-IF
           END-PERFORM.

       BUSCAR-PROXIMO-VENCIDO.
      /EL PROGRAMADO PENDIENTE DE FECHA MAS VIEJA QUE YA VENCIO; A
      /IGUAL FECHA, EL QUE SE CARGO PRIMERO
           MOVE 0 TO IND-ELEGIDO.
           PERFORM VARYING IND-PROG FROM 1 BY 1
                   UNTIL IND-PROG > CANT-PROGRAMADOS
               IF TP-ESTADO(IND-PROG) = "P"
                  AND TP-FECHA(IND-PROG) <= FECHA-NEGOCIO
                   IF IND-ELEGIDO = 0
                       MOVE IND-PROG TO IND-ELEGIDO
                   ELSE
                       IF TP-FECHA(IND-PROG) < TP-FECHA(IND-ELEGIDO)
                           MOVE IND-PROG TO IND-ELEGIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF IND-ELEGIDO = 0
               MOVE "N" TO HAY-VENCIDO-SW
           END-IF.

       APLICAR-UN-PROGRAMADO.
      /LA EXISTENCIA DEL EMPLEADO Y EL DEPARTAMENTO SE VALIDAN HOY,
      /CONTRA EL MAESTRO TAL COMO QUEDO, NO CONTRA EL DIA DE CARGA
           MOVE PROGRAMADO-ITEM(IND-ELEGIDO) TO FUTURE-CHANGE-RECORD.
           MOVE SPACES TO MOTIVO-RECHAZO.
           PERFORM BUSCAR-EMPLEADO.
           PERFORM VALIDAR-DEPARTAMENTO.
           EVALUATE TRUE
               WHEN FC-ALTA AND EMPLEADO-EXISTE
                   MOVE "ALTA DUPLICADA" TO MOTIVO-RECHAZO
               WHEN FC-ALTA AND FC-EMP-NAME = SPACES
                   MOVE "NOMBRE EN BLANCO" TO MOTIVO-RECHAZO
               WHEN NOT FC-BAJA AND NOT DEPTO-VALIDO
                   MOVE "DEPARTAMENTO INVALIDO" TO MOTIVO-RECHAZO
               WHEN FC-ALTA
                   PERFORM APLICAR-ALTA
               WHEN NOT EMPLEADO-EXISTE
                   MOVE "ID INEXISTENTE" TO MOTIVO-RECHAZO
               WHEN FC-CAMBIO
                   PERFORM APLICAR-CAMBIO
               WHEN FC-BAJA
                   PERFORM APLICAR-BAJA
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO MOTIVO-RECHAZO
           END-EVALUATE.
           MOVE FECHA-NEGOCIO TO FC-FECHA-APLICADA.
           IF MOTIVO-RECHAZO = SPACES
               MOVE "A" TO FC-ESTADO
               ADD 1 TO CANT-APLICADOS
               PERFORM ESCRIBIR-LINEA-APLICADO
               IF (FC-ALTA AND NOT UM-BAJA)
                  OR (FC-BAJA AND NOT YA-DE-BAJA)
                   PERFORM GRABAR-DISPARADOR-TARJETA
               END-IF
           ELSE
               MOVE "R" TO FC-ESTADO
               MOVE MOTIVO-RECHAZO TO FC-MOTIVO
               ADD 1 TO CANT-RECHAZADOS
               PERFORM ESCRIBIR-LINEA-RECHAZO
           END-IF.
           MOVE FUTURE-CHANGE-RECORD TO PROGRAMADO-ITEM(IND-ELEGIDO).

       BUSCAR-EMPLEADO.
           MOVE FC-EMP-ID TO UM-EMP-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE "N" TO EMPLEADO-EXISTE-SW
               NOT INVALID KEY
                   MOVE "Y" TO EMPLEADO-EXISTE-SW
           END-READ.

       VALIDAR-DEPARTAMENTO.
      /UN CAMBIO SIN DEPARTAMENTO CONSERVA EL DEL MAESTRO
           MOVE "Y" TO DEPTO-VALIDO-SW.
           IF VALIDAR-DEPT
               IF FC-CAMBIO AND FC-DEPT = SPACES
                   CONTINUE
               ELSE
                   MOVE FC-DEPT TO DM-DEPT-CODE
                   READ DEPT-MASTER
                       INVALID KEY
                           MOVE "N" TO DEPTO-VALIDO-SW
                   END-READ
               END-IF
           END-IF.

       APLICAR-ALTA.
           MOVE SPACES TO IMAGEN-ANTERIOR.
           MOVE FC-EMP-ID TO UM-EMP-ID.
           MOVE FC-EMP-NAME TO UM-EMP-NAME.
           MOVE FC-DEPT TO UM-DEPT.
           MOVE FC-LANG-CODE TO UM-LANG-CODE.
           IF FC-PIN = SPACES
      /PIN INICIAL POR DEFECTO; EL EMPLEADO LO CAMBIA POR USERMNT
               MOVE FC-EMP-ID TO PN-EMP-ID
               MOVE "0000" TO PN-PIN
               CALL "PINHASH" USING PIN-AREA
               MOVE PN-HASH TO UM-PIN
           ELSE
               MOVE FC-PIN TO UM-PIN
           END-IF.
           IF FC-FECHA-NAC NUMERIC
               MOVE FC-FECHA-NAC TO UM-BIRTH-DATE
           ELSE
               MOVE 0 TO UM-BIRTH-DATE
           END-IF.
           IF FC-ROLE = "O" OR FC-ROLE = "C"
               MOVE FC-ROLE TO UM-ROLE
           ELSE
      /ROL MAS RESTRINGIDO POR DEFECTO; OPERACIONES LO SUBE LUEGO
               MOVE "C" TO UM-ROLE
           END-IF.
           IF FC-STATUS = "A" OR FC-STATUS = "L" OR FC-STATUS = "T"
               MOVE FC-STATUS TO UM-STATUS
           ELSE
               MOVE "A" TO UM-STATUS
           END-IF.
           MOVE SPACE TO UM-LOCK-SW.
           MOVE FC-FECHA-EFECTIVA TO UM-FECHA-EFECTIVA.
           WRITE USER-MASTER-RECORD
               INVALID KEY
                   MOVE "ERROR DE ARCHIVO" TO MOTIVO-RECHAZO
               NOT INVALID KEY
                   MOVE "FU-ALT" TO AU-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

       APLICAR-CAMBIO.
      /UN CAMPO EN BLANCO EN EL PROGRAMADO CONSERVA EL DEL MAESTRO
           MOVE USER-MASTER-RECORD TO IMAGEN-ANTERIOR.
           IF FC-EMP-NAME NOT = SPACES
               MOVE FC-EMP-NAME TO UM-EMP-NAME
           END-IF.
           IF FC-DEPT NOT = SPACES
               MOVE FC-DEPT TO UM-DEPT
           END-IF.
           IF FC-LANG-CODE NOT = SPACES
               MOVE FC-LANG-CODE TO UM-LANG-CODE
           END-IF.
           IF FC-PIN NOT = SPACES
               MOVE FC-PIN TO UM-PIN
           END-IF.
           IF FC-FECHA-NAC NOT = SPACES AND FC-FECHA-NAC NUMERIC
               MOVE FC-FECHA-NAC TO UM-BIRTH-DATE
           END-IF.
           IF FC-ROLE = "O" OR FC-ROLE = "C"
               MOVE FC-ROLE TO UM-ROLE
           END-IF.
           IF FC-STATUS = "A" OR FC-STATUS = "L" OR FC-STATUS = "T"
               MOVE FC-STATUS TO UM-STATUS
           END-IF.
           MOVE FC-FECHA-EFECTIVA TO UM-FECHA-EFECTIVA.
           REWRITE USER-MASTER-RECORD
               INVALID KEY
                   MOVE "ERROR DE ARCHIVO" TO MOTIVO-RECHAZO
               NOT INVALID KEY
                   MOVE "FU-CAM" TO AU-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

       APLICAR-BAJA.
      /LA BAJA CONSERVA EL REGISTRO: ESTADO "T" DESDE LA FECHA QUE
      /RRHH AVISO, NO DESDE LA NOCHE EN QUE SE APLICA
           MOVE USER-MASTER-RECORD TO IMAGEN-ANTERIOR.
           IF UM-BAJA
               MOVE "Y" TO YA-DE-BAJA-SW
           ELSE
               MOVE "N" TO YA-DE-BAJA-SW
           END-IF.
           MOVE "T" TO UM-STATUS.
           MOVE FC-FECHA-EFECTIVA TO UM-FECHA-EFECTIVA.
           REWRITE USER-MASTER-RECORD
               INVALID KEY
                   MOVE "ERROR DE ARCHIVO" TO MOTIVO-RECHAZO
               NOT INVALID KEY
                   MOVE "FU-BAJ" TO AU-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

       REESCRIBIR-PROGRAMADOS.
      /FUTCHG SE REESCRIBE COMPLETO: LO PENDIENTE SIGUE PROGRAMADO Y
      /LO DE ESTA NOCHE QUEDA CON SU ESTADO HASTA LA CORRIDA SIGUIENTE
           OPEN OUTPUT FUTURE-FILE.
           IF FUTURE-FILE-STATUS NOT = "00"
               MOVE "FUTCHG" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE FUTURE-FILE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
           ELSE
               PERFORM VARYING IND-PROG FROM 1 BY 1
                       UNTIL IND-PROG > CANT-PROGRAMADOS
                   MOVE PROGRAMADO-ITEM(IND-PROG)
                       TO FUTURE-CHANGE-RECORD
                   WRITE FUTURE-CHANGE-RECORD
               END-PERFORM
               CLOSE FUTURE-FILE
           END-IF.

       ESCRIBIR-LINEA-APLICADO.
           MOVE SPACES TO FUT-REPORT-LINEA.
           STRING "APLICADO  " DELIMITED BY SIZE
               FC-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FC-EMP-ID DELIMITED BY SIZE
               " EFECTIVO " DELIMITED BY SIZE
               FC-FECHA-EFECTIVA DELIMITED BY SIZE
               " ORIGEN " DELIMITED BY SIZE
               FC-ORIGEN DELIMITED BY SIZE
               INTO FUT-REPORT-LINEA.
           WRITE FUT-REPORT-LINEA.

       ESCRIBIR-LINEA-RECHAZO.
           MOVE SPACES TO FUT-REPORT-LINEA.
           STRING "RECHAZADO " DELIMITED BY SIZE
               FC-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FC-EMP-ID DELIMITED BY SIZE
               " EFECTIVO " DELIMITED BY SIZE
               FC-FECHA-EFECTIVA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOTIVO-RECHAZO DELIMITED BY SIZE
               INTO FUT-REPORT-LINEA.
           WRITE FUT-REPORT-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO FUT-REPORT-LINEA.
           WRITE FUT-REPORT-LINEA.
           MOVE CANT-LEIDOS TO CANT-EDIT.
           MOVE SPACES TO FUT-REPORT-LINEA.
           STRING "REGISTROS EN FUTCHG:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO FUT-REPORT-LINEA.
           WRITE FUT-REPORT-LINEA.
           MOVE CANT-APLICADOS TO CANT-EDIT.
           MOVE SPACES TO FUT-REPORT-LINEA.
           STRING "CAMBIOS APLICADOS:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO FUT-REPORT-LINEA.
           WRITE FUT-REPORT-LINEA.
           MOVE CANT-RECHAZADOS TO CANT-EDIT.
           MOVE SPACES TO FUT-REPORT-LINEA.
           STRING "CAMBIOS RECHAZADOS:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO FUT-REPORT-LINEA.
           WRITE FUT-REPORT-LINEA.
           MOVE CANT-PENDIENTES TO CANT-EDIT.
           MOVE SPACES TO FUT-REPORT-LINEA.
           STRING "SIGUEN PROGRAMADOS:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO FUT-REPORT-LINEA.
           WRITE FUT-REPORT-LINEA.
           MOVE CANT-DEPURADOS TO CANT-EDIT.
           MOVE SPACES TO FUT-REPORT-LINEA.
           STRING "DEPURADOS DE FUTCHG:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO FUT-REPORT-LINEA.
           WRITE FUT-REPORT-LINEA.
           MOVE CANT-DISPARADORES TO CANT-EDIT.
           MOVE SPACES TO FUT-REPORT-LINEA.
           STRING "DISPARADOS TARJETA:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO FUT-REPORT-LINEA.
           WRITE FUT-REPORT-LINEA.

       GRABAR-DISPARADOR-TARJETA.
      /EL ALTA O LA BAJA PROGRAMADA QUE SE APLICO HOY DISPARA SU
      /TARJETA IGUAL QUE SI HUBIERA LLEGADO POR HRFEED; SIN CARDTRIG
      /EL ERROR QUEDA EN ERRORLOG Y EL CAMBIO SIGUE APLICADO
           OPEN EXTEND CARD-TRIGGER.
           IF CARD-TRIGGER-STATUS NOT = "00"
               OPEN OUTPUT CARD-TRIGGER
           END-IF.
           IF CARD-TRIGGER-STATUS NOT = "00"
               MOVE "CARDTRIG" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE CARD-TRIGGER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           ELSE
               MOVE SPACES TO CARD-TRIGGER-RECORD
               IF FC-ALTA
                   MOVE "BIEN" TO CT-EVENTO
               ELSE
                   MOVE "DESP" TO CT-EVENTO
               END-IF
               MOVE UM-EMP-ID TO CT-EMP-ID
               MOVE UM-EMP-NAME TO CT-EMP-NAME
               MOVE UM-DEPT TO CT-DEPT
               MOVE UM-LANG-CODE TO CT-LANG-CODE
               MOVE UM-FECHA-EFECTIVA TO CT-FECHA-EVENTO
               MOVE "FUTAPLY" TO CT-ORIGEN
               MOVE FECHA-NEGOCIO TO CT-FECHA-GRAB
               WRITE CARD-TRIGGER-RECORD
               ADD 1 TO CANT-DISPARADORES
               CLOSE CARD-TRIGGER
           END-IF.

       REGISTRAR-AUDITORIA.
      /IMAGEN ANTES Y DESPUES COMO EN HRFEED Y USERMNT, CON LAS
      /POSICIONES DEL PIN EN BLANCO, Y UN TERCER REGISTRO CON QUIEN
      /PROGRAMO EL CAMBIO Y PARA CUANDO
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
           MOVE "ANTES" TO AU-IMAGEN.
           MOVE IMAGEN-ANTERIOR TO AU-CONTENIDO.
           IF IMAGEN-ANTERIOR NOT = SPACES
               MOVE SPACES TO AU-CONTENIDO(53:4)
           END-IF.
           PERFORM GRABAR-AUDITORIA.
           MOVE "DESPUES" TO AU-IMAGEN.
           MOVE USER-MASTER-RECORD TO AU-CONTENIDO.
           MOVE SPACES TO AU-CONTENIDO(53:4).
           PERFORM GRABAR-AUDITORIA.
           MOVE "QUIEN" TO AU-IMAGEN.
           MOVE SPACES TO AU-CONTENIDO.
           STRING "ORIGEN=" DELIMITED BY SIZE
               FC-ORIGEN DELIMITED BY SIZE
               " CAPTURO=" DELIMITED BY SIZE
               FC-OPERADOR DELIMITED BY SIZE
               " APROBO=" DELIMITED BY SIZE
               FC-APROBADOR DELIMITED BY SIZE
               " PARA=" DELIMITED BY SIZE
               FC-FECHA-EFECTIVA DELIMITED BY SIZE
               INTO AU-CONTENIDO.
           PERFORM GRABAR-AUDITORIA.
           CLOSE AUDIT-FILE.

       TOMAR-CONTROL-CORRIDA.
           MOVE "R" TO RC-ACCION.
           MOVE "FUTAPLY" TO RC-PROGRAMA.
           MOVE 0 TO RC-FECHA.
           MOVE "N" TO RC-FORZAR-SW.
           CALL "RUNCTRL" USING RUNC-AREA.

       LIBERAR-CONTROL-CORRIDA.
      /UNA CORRIDA FALLIDA SUELTA EL CANDADO DEL TODO PARA QUE LA
      /RECORRIDA CORREGIDA ARRANQUE SIN PASAR POR RUNCFREE
           IF RETURN-CODE = 0
               MOVE "L" TO RC-ACCION
           ELSE
               MOVE "A" TO RC-ACCION
           END-IF.
           MOVE "FUTAPLY" TO RC-PROGRAMA.
           CALL "RUNCTRL" USING RUNC-AREA.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "FUTAPLY" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-BALANCE.
      /DEJA LOS CONTEOS DE CONTROL DE LA CORRIDA EN EL ARCHIVO DE
      /BALANCE COMPARTIDO, PARA QUE EL BALANCEADOR DE FIN DE CADENA
      /CERTIFIQUE LA NOCHE
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           OPEN EXTEND BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
               OPEN OUTPUT BALANCE-FILE
           END-IF.
           MOVE SPACES TO BALANCE-RECORD.
           MOVE "FUTAPLY" TO BA-PROGRAMA.
           MOVE CURRENT-DATE-FLD TO BA-FECHA.
           MOVE BAL-LEIDOS TO BA-LEIDOS.
           MOVE BAL-ESCRITOS TO BA-ESCRITOS.
           MOVE BAL-RECHAZADOS TO BA-RECHAZADOS.
           WRITE BALANCE-RECORD.
           CLOSE BALANCE-FILE.

       MARCAR-FALLA-PASO.
      /FALLA DURA: SE DEJA EL RETORNO EN EL REGISTRO ESPECIAL Y, SI
      /EJERCHAIN PASO SU AREA DE RETORNO, TAMBIEN POR LINKAGE
           MOVE 12 TO RETURN-CODE.
           IF ADDRESS OF LK-RETORNO NOT = NULL
               MOVE 12 TO LK-RETORNO
           END-IF.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "FUTAPLY" TO RL-PROGRAMA.
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
           MOVE "FUTAPLY" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "APLICADOS=" DELIMITED BY SIZE
               CANT-APLICADOS DELIMITED BY SIZE
               " RECHAZADOS=" DELIMITED BY SIZE
               CANT-RECHAZADOS DELIMITED BY SIZE
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

       END PROGRAM FUTAPLY.
