
       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE HASH DE PIN: UN BACKUP ANTERIOR A LA
      /CONVERSION TODAVIA TRAE PINES EN CLARO Y NO DEBEN VOLVER AL
      /MAESTRO ASI
       COPY "PINAREA.cpy".

       01 MAESTRO-STATUS       PIC X(02).
       01 BACKUP-STATUS        PIC X(02).
       01 RELOAD-REPORT-STATUS PIC X(02).
       01 CANT-LEIDOS    PIC 9(07) VALUE 0.
       01 CANT-CARGADOS  PIC 9(07) VALUE 0.
       01 CANT-DUPLICADOS PIC 9(07) VALUE 0.
       01 CANT-PIN-HASHEADOS PIC 9(07) VALUE 0.
       01 CANT-EDIT PIC ZZZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-OPCION-RECARGA ES OPCIONAL: MSTRECOV LA PASA PARA RECARGAR
      /SIN PREGUNTAR; SIN PARAMETRO SE PIDE POR CONSOLA COMO SIEMPRE
       01 LK-OPCION-RECARGA PIC X(01).

       PROCEDURE DIVISION USING OPTIONAL LK-OPCION-RECARGA.
       MAIN-PROCEDURE.
      /RECONSTRUYE UN MAESTRO INDEXADO DESDE EL BACKUP SECUENCIAL DE
      /MSTUNLD. PARA VOLVER A UNA COPIA FECHADA, OPERACIONES COPIA
      /DE CORRER ESTA RECARGA. EL MAESTRO SE REESCRIBE COMPLETO.
           PERFORM REGISTRAR-LOG-INICIO.

           IF ADDRESS OF LK-OPCION-RECARGA = NULL
               DISPLAY "RECARGAR (U)SUARIOS, (E)STUDIANTES O (A)MBOS: "
               ACCEPT OPCION-RECARGA
           ELSE
               MOVE LK-OPCION-RECARGA TO OPCION-RECARGA
           END-IF.

           OPEN OUTPUT RELOAD-REPORT.
           MOVE "RECARGA DE MAESTROS DESDE BACKUP"

       RECARGAR-USUARIOS.
           MOVE 0 TO CANT-LEIDOS CANT-CARGADOS CANT-DUPLICADOS.
           MOVE 0 TO CANT-PIN-HASHEADOS.
           MOVE "N" TO BACKUP-EOF-SW.
           OPEN INPUT USER-BACKUP.
           IF BACKUP-STATUS NOT = "00"
               PERFORM UNTIL BACKUP-EOF
                   ADD 1 TO CANT-LEIDOS
                   MOVE USER-BACKUP-RECORD TO USER-MASTER-RECORD
                   IF UM-PIN NUMERIC
                       PERFORM HASHEAR-PIN-EN-CLARO
                   END-IF
                   WRITE USER-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO CANT-DUPLICADOS
               PERFORM ESCRIBIR-CONTEOS-USUARIOS
           END-IF.

       HASHEAR-PIN-EN-CLARO.
      /UN HASH EMPIEZA SIEMPRE CON LETRA: UN UM-PIN NUMERIC ES UN
      /PIN EN CLARO DE UNA GENERACION VIEJA Y SE HASHEA AL CARGARLO
           MOVE UM-EMP-ID TO PN-EMP-ID.
           MOVE UM-PIN TO PN-PIN.
           CALL "PINHASH" USING PIN-AREA.
           MOVE PN-HASH TO UM-PIN.
           ADD 1 TO CANT-PIN-HASHEADOS.

       ESCRIBIR-CONTEOS-USUARIOS.
           MOVE CANT-LEIDOS TO CANT-EDIT.
           MOVE SPACES TO RELOAD-REPORT-LINEA.
               CANT-EDIT DELIMITED BY SIZE
               INTO RELOAD-REPORT-LINEA.
           WRITE RELOAD-REPORT-LINEA.
           MOVE CANT-PIN-HASHEADOS TO CANT-EDIT.
           MOVE SPACES TO RELOAD-REPORT-LINEA.
           STRING "USERMAST: PINES EN CLARO HASHEADOS "
               DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO RELOAD-REPORT-LINEA.
           WRITE RELOAD-REPORT-LINEA.
           DISPLAY "USERMAST RECARGADO: " CANT-CARGADOS " DE "
               CANT-LEIDOS.

