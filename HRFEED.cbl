               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT FUTURE-FILE ASSIGN TO "FUTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUTURE-FILE-STATUS.

           SELECT CARD-TRIGGER ASSIGN TO "CARDTRIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-TRIGGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
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

       FD  FUTURE-FILE.
           COPY "FUTCHG.cpy".

       FD  CARD-TRIGGER.
           COPY "CARDTRIG.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO DE USERAUDT
       COPY "SELLAREA.cpy".

      /AREA DEL CANDADO DE CORRIDAS COMPARTIDO
       COPY "RUNCAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL PIN DE LA DELTA SE GUARDA
      /SOLO HASHEADO, NUNCA EN CLARO
       COPY "PINAREA.cpy".

       01 USER-MASTER-STATUS PIC X(02).
           88 USER-MASTER-OK VALUE "00".
       01 DEPT-MASTER-STATUS PIC X(02).
       01 RUN-LOG-STATUS     PIC X(02).

       01 BALANCE-FILE-STATUS PIC X(02).
       01 FUTURE-FILE-STATUS PIC X(02).
       01 CARD-TRIGGER-STATUS PIC X(02).
      /CONTROLES DE BALANCE DE LA CORRIDA BATCH
       01 BAL-LEIDOS     PIC 9(07) VALUE 0.
       01 BAL-ESCRITOS   PIC 9(07) VALUE 0.
       01 EMPLEADO-EXISTE-SW PIC X(01) VALUE "N".
           88 EMPLEADO-EXISTE VALUE "Y".

      /UNA DELTA CON FECHA EFECTIVA POSTERIOR A LA FECHA DE NEGOCIO
      /NO SE APLICA: QUEDA PROGRAMADA EN FUTCHG Y LA APLICA FUTAPLY
      /LA NOCHE EN QUE FECHANEG LA ALCANZA
       01 FECHA-NEGOCIO PIC 9(08) VALUE 0.
       01 DELTA-PROGRAMADA-SW PIC X(01) VALUE "N".
           88 DELTA-PROGRAMADA VALUE "Y".

      /UNA BAJA SOBRE UN EMPLEADO QUE YA ESTABA DE BAJA SE APLICA
      /IGUAL, PERO NO ES UNA SALIDA NUEVA: NO DISPARA DESPEDIDA
       01 YA-DE-BAJA-SW PIC X(01) VALUE "N".
           88 YA-DE-BAJA VALUE "Y".
       01 CANT-DISPARADORES PIC 9(05) VALUE 0.

      /LA VALIDACION DE DEPARTAMENTOS SOLO RIGE SI EL MAESTRO
      /DEPTMAST ABRIO; SIN EL MAESTRO SE APLICA EL FEED COMO ANTES
      /PARA NO FRENAR RRHH, PERO SE DEJA AVISO EN EL REPORTE
       01 CANT-LEIDOS     PIC 9(05) VALUE 0.
       01 CANT-APLICADOS  PIC 9(05) VALUE 0.
       01 CANT-RECHAZADOS PIC 9(05) VALUE 0.
       01 CANT-PROGRAMADOS PIC 9(05) VALUE 0.
       01 CANT-EDIT       PIC ZZZZ9.

       01 IMAGEN-ANTERIOR PIC X(80).
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           MOVE RC-FECHA TO FECHA-NEGOCIO.

           OPEN I-O USER-MASTER.
           IF USER-MASTER-STATUS = "35"
           CLOSE DELTA-FILE.
           CLOSE FEED-REPORT.
           MOVE CANT-LEIDOS TO BAL-LEIDOS.
      /LAS PROGRAMADAS TAMBIEN SE ESCRIBEN, EN FUTCHG EN LUGAR DEL
      /MAESTRO, Y ASI EL BALANCE LEIDAS = ESCRITAS + RECHAZADAS CIERRA
           COMPUTE BAL-ESCRITOS = CANT-APLICADOS + CANT-PROGRAMADOS.
           MOVE CANT-RECHAZADOS TO BAL-RECHAZADOS.
           PERFORM REGISTRAR-BALANCE.
           PERFORM LIBERAR-CONTROL-CORRIDA.
           MOVE SPACES TO MOTIVO-RECHAZO.
           PERFORM BUSCAR-EMPLEADO.
           PERFORM VALIDAR-DEPARTAMENTO.
           MOVE "N" TO DELTA-PROGRAMADA-SW.
           IF HD-FECHA-EFECTIVA NUMERIC
               IF HD-FECHA-EFECTIVA > FECHA-NEGOCIO
                   MOVE "Y" TO DELTA-PROGRAMADA-SW
               END-IF
           END-IF.
      /LA DELTA PROGRAMADA SOLO PASA LAS VALIDACIONES QUE NO DEPENDEN
      /DEL MAESTRO: LA EXISTENCIA DEL EMPLEADO SE VERIFICA EL DIA
      /QUE SE APLICA, PORQUE PARA ENTONCES PUEDE HABER CAMBIADO
           EVALUATE TRUE
               WHEN HD-EMP-ID = SPACES
                   MOVE "04" TO MOTIVO-RECHAZO
               WHEN DELTA-PROGRAMADA AND HD-ALTA
                AND HD-EMP-NAME = SPACES
                   MOVE "05" TO MOTIVO-RECHAZO
               WHEN DELTA-PROGRAMADA AND NOT HD-BAJA
                AND NOT DEPTO-VALIDO
                   MOVE "07" TO MOTIVO-RECHAZO
               WHEN DELTA-PROGRAMADA
                AND (HD-ALTA OR HD-CAMBIO OR HD-BAJA)
                   PERFORM PROGRAMAR-DELTA
               WHEN HD-ALTA AND EMPLEADO-EXISTE
                   MOVE "01" TO MOTIVO-RECHAZO
               WHEN HD-ALTA AND HD-EMP-NAME = SPACES
                   MOVE "03" TO MOTIVO-RECHAZO
           END-EVALUATE.
           IF MOTIVO-RECHAZO = SPACES
               IF DELTA-PROGRAMADA
                   ADD 1 TO CANT-PROGRAMADOS
                   PERFORM ESCRIBIR-LINEA-PROGRAMADO
               ELSE
                   ADD 1 TO CANT-APLICADOS
                   PERFORM ACUMULAR-DEPTO-APLICADO
                   PERFORM ESCRIBIR-LINEA-APLICADO
                   IF (HD-ALTA AND NOT UM-BAJA)
                      OR (HD-BAJA AND NOT YA-DE-BAJA)
                       PERFORM GRABAR-DISPARADOR-TARJETA
                   END-IF
               END-IF
           ELSE
               ADD 1 TO CANT-RECHAZADOS
               PERFORM ESCRIBIR-LINEA-RECHAZO
           MOVE HD-LANG-CODE TO UM-LANG-CODE.
           IF HD-PIN = SPACES
      /PIN INICIAL POR DEFECTO; EL EMPLEADO LO CAMBIA POR USERMNT
               MOVE "0000" TO PN-PIN
           ELSE
               MOVE HD-PIN TO PN-PIN
           END-IF.
           PERFORM HASHEAR-PIN.
           IF HD-FECHA-NAC NUMERIC
               MOVE HD-FECHA-NAC TO UM-BIRTH-DATE
           ELSE
               MOVE HD-LANG-CODE TO UM-LANG-CODE
           END-IF.
           IF HD-PIN NOT = SPACES
               MOVE HD-PIN TO PN-PIN
               PERFORM HASHEAR-PIN
           END-IF.
           IF HD-FECHA-NAC NOT = SPACES AND HD-FECHA-NAC NUMERIC
               MOVE HD-FECHA-NAC TO UM-BIRTH-DATE
      /BAJA PARA AUDITORIA, ASI QUE LA BAJA ES UN CAMBIO DE ESTADO
      /A "T" CON SU FECHA EFECTIVA, NO UN DELETE FISICO
           MOVE USER-MASTER-RECORD TO IMAGEN-ANTERIOR.
           IF UM-BAJA
               MOVE "Y" TO YA-DE-BAJA-SW
           ELSE
               MOVE "N" TO YA-DE-BAJA-SW
           END-IF.
           MOVE "T" TO UM-STATUS.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD TO UM-FECHA-EFECTIVA.
               INTO FEED-REPORT-LINEA.
           WRITE FEED-REPORT-LINEA.

       PROGRAMAR-DELTA.
      /DEJA LA DELTA EN FUTCHG TAL COMO VINO, CON EL PIN YA HASHEADO;
      /EL MAESTRO Y USERAUDT NO SE TOCAN HASTA LA FECHA EFECTIVA
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND FUTURE-FILE.
           IF FUTURE-FILE-STATUS NOT = "00"
               OPEN OUTPUT FUTURE-FILE
           END-IF.
           IF FUTURE-FILE-STATUS NOT = "00"
               MOVE "FUTCHG" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE FUTURE-FILE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "06" TO MOTIVO-RECHAZO
           ELSE
               MOVE SPACES TO FUTURE-CHANGE-RECORD
               MOVE "P" TO FC-ESTADO
               MOVE HD-FECHA-EFECTIVA TO FC-FECHA-EFECTIVA
               MOVE HD-TIPO TO FC-TIPO
               MOVE "HRFEED" TO FC-ORIGEN
               STRING CURRENT-DATE-FLD DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CURRENT-TIME-FLD DELIMITED BY SIZE
                   INTO FC-TIMESTAMP
               MOVE HD-EMP-ID TO FC-EMP-ID
               MOVE HD-EMP-NAME TO FC-EMP-NAME
               MOVE HD-DEPT TO FC-DEPT
               MOVE HD-LANG-CODE TO FC-LANG-CODE
               IF HD-PIN NOT = SPACES
                   MOVE HD-EMP-ID TO PN-EMP-ID
                   MOVE HD-PIN TO PN-PIN
                   CALL "PINHASH" USING PIN-AREA
                   MOVE PN-HASH TO FC-PIN
               END-IF
               MOVE HD-FECHA-NAC TO FC-FECHA-NAC
               MOVE HD-ROLE TO FC-ROLE
               MOVE HD-STATUS TO FC-STATUS
               WRITE FUTURE-CHANGE-RECORD
               CLOSE FUTURE-FILE
           END-IF.

       GRABAR-DISPARADOR-TARJETA.
      /DEJA EN CARDTRIG EL ALTA O LA BAJA RECIEN APLICADA PARA LA
      /TARJETA DE BIENVENIDA O DESPEDIDA DE Navidad2024, CON LOS
      /DATOS DEL MAESTRO YA ACTUALIZADO. SIN CARDTRIG NO SE FRENA EL
      /FEED: EL ERROR QUEDA EN ERRORLOG Y LA DELTA SIGUE APLICADA
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
               IF HD-ALTA
                   MOVE "BIEN" TO CT-EVENTO
               ELSE
                   MOVE "DESP" TO CT-EVENTO
               END-IF
               MOVE UM-EMP-ID TO CT-EMP-ID
               MOVE UM-EMP-NAME TO CT-EMP-NAME
               MOVE UM-DEPT TO CT-DEPT
               MOVE UM-LANG-CODE TO CT-LANG-CODE
               MOVE UM-FECHA-EFECTIVA TO CT-FECHA-EVENTO
               MOVE "HRFEED" TO CT-ORIGEN
               MOVE FECHA-NEGOCIO TO CT-FECHA-GRAB
               WRITE CARD-TRIGGER-RECORD
               ADD 1 TO CANT-DISPARADORES
               CLOSE CARD-TRIGGER
           END-IF.

       ESCRIBIR-LINEA-PROGRAMADO.
           MOVE SPACES TO FEED-REPORT-LINEA.
           STRING "PROGRAMADO " DELIMITED BY SIZE
               HD-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HD-EMP-ID DELIMITED BY SIZE
               " PARA EL " DELIMITED BY SIZE
               HD-FECHA-EFECTIVA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HD-EMP-NAME DELIMITED BY SIZE
               INTO FEED-REPORT-LINEA.
           WRITE FEED-REPORT-LINEA.

       ESCRIBIR-LINEA-RECHAZO.
           EVALUATE TRUE
               WHEN RECHAZO-ALTA-DUPLICADA
               CANT-EDIT DELIMITED BY SIZE
               INTO FEED-REPORT-LINEA.
           WRITE FEED-REPORT-LINEA.
           MOVE CANT-PROGRAMADOS TO CANT-EDIT.
           MOVE SPACES TO FEED-REPORT-LINEA.
           STRING "DELTAS PROGRAMADAS:" DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO FEED-REPORT-LINEA.
           WRITE FEED-REPORT-LINEA.
           MOVE CANT-DISPARADORES TO CANT-EDIT.
           MOVE SPACES TO FEED-REPORT-LINEA.
           STRING "DISPARADOS TARJETA:" DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO FEED-REPORT-LINEA.
           WRITE FEED-REPORT-LINEA.

       HASHEAR-PIN.
      /EL MAESTRO GUARDA EL HASH DE UNA VIA DEL PIN, CON EL ID DEL
      /EMPLEADO COMO SAL, IGUAL QUE USERMNT Y MI-APP
           MOVE UM-EMP-ID TO PN-EMP-ID.
           CALL "PINHASH" USING PIN-AREA.
           MOVE PN-HASH TO UM-PIN.

       REGISTRAR-AUDITORIA.
      /DEJA IMAGEN ANTES Y DESPUES DE CADA DELTA APLICADA, EN EL MISMO
      /ARCHIVO DE AUDITORIA QUE USA EL MANTENIMIENTO EN LINEA; LAS
      /POSICIONES DEL PIN SALEN EN BLANCO EN LAS DOS IMAGENES
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND AUDIT-FILE.
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
           CLOSE AUDIT-FILE.

       TOMAR-CONTROL-CORRIDA.
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

       END PROGRAM HRFEED.
