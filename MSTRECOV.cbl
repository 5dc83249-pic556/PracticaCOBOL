      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Recuperacion-De-Los-Maestros-Desde-Backup-Y-Rastros
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRECOV IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT USER-BACKUP ASSIGN TO "USERBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.

           SELECT STUDENT-BACKUP ASSIGN TO "STUDBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT GRADE-AUDIT ASSIGN TO "GRADAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-AUDIT-STATUS.

           SELECT GRADE-JOURNAL ASSIGN TO "GRADJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JR-CLAVE
               FILE STATUS IS GRADE-JOURNAL-STATUS.

           SELECT PIN-HIST ASSIGN TO "PINHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-EMP-ID
               FILE STATUS IS PIN-HIST-STATUS.

           SELECT RECOV-TRABAJO ASSIGN TO "RECOVRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOV-TRABAJO-STATUS.

           SELECT RECOV-ORDENADO ASSIGN TO "RECOVSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOV-ORDENADO-STATUS.

           SELECT SORT-RECOV ASSIGN TO "SORTWK1".

           SELECT RECOV-REPORT ASSIGN TO "RPTRECOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOV-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  USER-BACKUP.
       01  USER-BACKUP-RECORD      PIC X(100).

       FD  STUDENT-BACKUP.
       01  STUDENT-BACKUP-RECORD   PIC X(200).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AU-TIMESTAMP        PIC X(17).
           05  FILLER              PIC X(01).
           05  AU-OPERACION        PIC X(06).
           05  FILLER              PIC X(01).
           05  AU-IMAGEN           PIC X(07).
           05  FILLER              PIC X(01).
           05  AU-CONTENIDO        PIC X(80).
           05  FILLER              PIC X(01).
           05  AU-SECUENCIA        PIC 9(08).
           05  FILLER              PIC X(01).
           05  AU-SELLO            PIC X(08).

       FD  GRADE-AUDIT.
       01  GRADE-AUDIT-RECORD.
           05  GA-TIMESTAMP        PIC X(17).
           05  FILLER              PIC X(01).
           05  GA-OPERADOR         PIC X(10).
           05  FILLER              PIC X(01).
           05  GA-STUDENT-ID       PIC X(10).
           05  FILLER              PIC X(01).
           05  GA-IMAGEN           PIC X(07).
           05  FILLER              PIC X(01).
           05  GA-CONTENIDO        PIC X(125).
           05  FILLER              PIC X(01).
           05  GA-SECUENCIA        PIC 9(08).
           05  FILLER              PIC X(01).
           05  GA-SELLO            PIC X(08).

       FD  GRADE-JOURNAL.
       01  GRADE-JOURNAL-RECORD.
           05  JR-CLAVE.
               10  JR-LOTE         PIC X(12).
               10  JR-SECUENCIA    PIC 9(05).
           05  JR-STUDENT-ID       PIC X(10).
           05  JR-FECHA-POSTEO     PIC 9(08).
           05  JR-HORA-POSTEO      PIC 9(08).
           05  JR-SUBJ             PIC X(04).
           05  JR-FECHA-NOTA       PIC X(08).
           05  JR-NOTA             PIC 9(03).

       FD  PIN-HIST.
           COPY "PINHIST.cpy".

       FD  RECOV-TRABAJO.
      /UN CAMBIO A REAPLICAR, DE CUALQUIER RASTRO, PARA ORDENAR POR
      /MOMENTO; RT-ORDEN CONSERVA EL ORDEN DE LECTURA ENTRE CAMBIOS
      /DEL MISMO INSTANTE. RT-TIPO: U IMAGEN DE USERMAST, J NOTA DEL
      /DIARIO DE POSTEO, G TABLA DE NOTAS DE GRADAUDT
       01  RECOV-TRABAJO-RECORD.
           05  RT-TIMESTAMP        PIC X(17).
           05  RT-ORDEN            PIC 9(07).
           05  RT-TIPO             PIC X(01).
           05  RT-CLAVE            PIC X(10).
           05  RT-OPERACION        PIC X(06).
           05  RT-CONTENIDO        PIC X(125).

       FD  RECOV-ORDENADO.
       01  RECOV-ORDENADO-RECORD.
           05  RO-TIMESTAMP        PIC X(17).
           05  RO-ORDEN            PIC 9(07).
           05  RO-TIPO             PIC X(01).
               88  RO-IMAGEN-USUARIO   VALUE "U".
               88  RO-NOTA-DIARIO      VALUE "J".
               88  RO-TABLA-NOTAS      VALUE "G".
           05  RO-CLAVE            PIC X(10).
           05  RO-OPERACION        PIC X(06).
           05  RO-CONTENIDO        PIC X(125).

       SD  SORT-RECOV.
       01  SORT-RECOV-RECORD.
           05  SX-TIMESTAMP        PIC X(17).
           05  SX-ORDEN            PIC 9(07).
           05  SX-TIPO             PIC X(01).
           05  SX-CLAVE            PIC X(10).
           05  SX-OPERACION        PIC X(06).
           05  SX-CONTENIDO        PIC X(125).

       FD  RECOV-REPORT.
       01  RECOV-REPORT-LINEA      PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 USER-MASTER-STATUS    PIC X(02).
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 BACKUP-STATUS         PIC X(02).
       01 AUDIT-FILE-STATUS     PIC X(02).
       01 GRADE-AUDIT-STATUS    PIC X(02).
       01 GRADE-JOURNAL-STATUS  PIC X(02).
       01 PIN-HIST-STATUS       PIC X(02).
       01 RECOV-TRABAJO-STATUS  PIC X(02).
       01 RECOV-ORDENADO-STATUS PIC X(02).
       01 RECOV-REPORT-STATUS   PIC X(02).
       01 RUN-LOG-STATUS        PIC X(02).

       01 FUENTE-EOF-SW PIC X(01) VALUE "N".
           88 FUENTE-EOF VALUE "Y".
       01 RECUPERACION-MALA-SW PIC X(01) VALUE "N".
           88 RECUPERACION-MALA VALUE "Y".
       01 CONFIRMA-SW PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S" "s".

       01 OPCION-RECARGA PIC X(01).
           88 RECUPERA-USUARIOS    VALUE "U" "A".
           88 RECUPERA-ESTUDIANTES VALUE "E" "A".
           88 OPCION-VALIDA        VALUE "U" "E" "A".

      /VENTANA DE REAPLICACION, EN EL FORMATO DE LOS TIMESTAMPS DE
      /LOS RASTROS (AAAAMMDD-HHMMSSCC): DESDE EL INICIO DEL MSTUNLD
      /QUE GENERO EL BACKUP HASTA EL PUNTO QUE ELIGE EL OPERADOR
       01 TS-DESDE PIC X(17).
       01 TS-HASTA PIC X(17).
       01 TS-REGISTRO PIC X(17).
       01 ENTRADA-MOMENTO PIC X(15).
       01 MOMENTO-ARMADO PIC X(17).
       01 MOMENTO-VALIDO-SW PIC X(01).
           88 MOMENTO-VALIDO VALUE "Y".
       01 FECHA-DESDE PIC 9(08).

      /LA IMAGEN DESPUES DE UNA PURGA SALE EN BLANCO: LA CLAVE SE
      /TOMA DE LA IMAGEN ANTES QUE LA PRECEDE
       01 CLAVE-ANTES PIC X(10).
       01 PIN-VIGENTE PIC X(04).
       01 SEC-LECTURA PIC 9(07) VALUE 0.

      /CONTEOS POR RASTRO: 1 USERAUDT, 2 GRADJRNL, 3 GRADAUDT
       01 TABLA-CONTEOS.
           05 CONTEO-FUENTE OCCURS 3 TIMES.
               10 CF-NOMBRE PIC X(08).
               10 CF-EN-RANGO PIC 9(07).
               10 CF-APLICADOS PIC 9(07).
               10 CF-NO-APLICADOS PIC 9(07).
               10 CF-POSTERIORES PIC 9(07).
       01 IND-FUENTE PIC 9(01).
       01 CANT-CAMBIOS PIC 9(07) VALUE 0.
       01 CANT-PINES-A-BLANQUEAR PIC 9(07) VALUE 0.
       01 TOTAL-NO-APLICADOS PIC 9(07) VALUE 0.
       01 CANT-EDIT PIC ZZZZZZ9.
       01 CANT-EDIT-2 PIC ZZZZZZ9.
       01 CANT-EDIT-3 PIC ZZZZZZ9.
       01 CANT-EDIT-4 PIC ZZZZZZ9.

       01 MOTIVO-NO-APLICADO PIC X(40).

      /LECTURA DE LA IMAGEN DE NOTAS DE STUMNT: CANTIDAD EN LA
      /POSICION 1 Y POR ENTRADA " MMMM/AAAAMMDD/NNN" (18 BYTES); EN
      /125 BYTES SOLO ENTRAN ENTERAS LAS PRIMERAS SEIS
       01 MAX-NOTAS-IMAGEN PIC 9(01) VALUE 6.
       01 CANT-NOTAS-IMAGEN PIC 9(01).
       01 IND-NOTA PIC 9(02).
       01 POS-NOTA PIC 9(03).
       01 IMAGEN-LEGIBLE-SW PIC X(01).
           88 IMAGEN-LEGIBLE VALUE "Y".
       01 NOTA-PRESENTE-SW PIC X(01).
           88 NOTA-PRESENTE VALUE "Y".
       01 MAX-NOTAS-ALUMNO PIC 9(01) VALUE 8.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /MSTRELD SOLO DEVUELVE UN MAESTRO AL MOMENTO DEL ULTIMO BACKUP.
      /ESTA RECUPERACION RECARGA DESDE USERBKP/STUDBKP Y DESPUES
      /REAPLICA EN ORDEN DE TIMESTAMP LO QUE LOS RASTROS REGISTRARON
      /DESDE ENTONCES (USERAUDT PARA USERMAST; GRADJRNL Y GRADAUDT
      /PARA STUDMAST) HASTA EL PUNTO QUE ELIJA EL OPERADOR, Y DEJA
      /EN RPTRECOV LO REAPLICADO Y LO QUE NO SE PUDO APLICAR
           PERFORM REGISTRAR-LOG-INICIO.
           MOVE "USERAUDT" TO CF-NOMBRE(1).
           MOVE "GRADJRNL" TO CF-NOMBRE(2).
           MOVE "GRADAUDT" TO CF-NOMBRE(3).
           PERFORM VARYING IND-FUENTE FROM 1 BY 1 UNTIL IND-FUENTE > 3
               MOVE 0 TO CF-EN-RANGO(IND-FUENTE)
               MOVE 0 TO CF-APLICADOS(IND-FUENTE)
               MOVE 0 TO CF-NO-APLICADOS(IND-FUENTE)
               MOVE 0 TO CF-POSTERIORES(IND-FUENTE)
           END-PERFORM.

           OPEN OUTPUT RECOV-REPORT.
           PERFORM PEDIR-PARAMETROS THRU PEDIR-PARAMETROS-EXIT.
           IF RECUPERACION-MALA
               PERFORM MARCAR-FALLA-PASO
               CLOSE RECOV-REPORT
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           PERFORM VERIFICAR-BACKUPS THRU VERIFICAR-BACKUPS-EXIT.
           IF RECUPERACION-MALA
               PERFORM MARCAR-FALLA-PASO
               CLOSE RECOV-REPORT
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           DISPLAY "EL MAESTRO SE REEMPLAZA POR EL BACKUP. CONFIRMA? "
               "(S/N): ".
           ACCEPT CONFIRMA-SW.
           IF NOT CONFIRMA
               MOVE "RECUPERACION CANCELADA POR EL OPERADOR"
                   TO RECOV-REPORT-LINEA
               WRITE RECOV-REPORT-LINEA
               DISPLAY "RECUPERACION CANCELADA"
               CLOSE RECOV-REPORT
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

      /PRIMERO SE JUNTAN LOS CAMBIOS: SI UN RASTRO NO SE PUEDE LEER
      /EL MAESTRO TODAVIA NO FUE TOCADO
           OPEN OUTPUT RECOV-TRABAJO.
           IF RECUPERA-USUARIOS
               PERFORM JUNTAR-USERAUDT
           END-IF.
           IF RECUPERA-ESTUDIANTES
               PERFORM JUNTAR-GRADJRNL
               PERFORM JUNTAR-GRADAUDT
           END-IF.
           CLOSE RECOV-TRABAJO.
           IF RECUPERACION-MALA
               DISPLAY "RECUPERACION CANCELADA"
               PERFORM MARCAR-FALLA-PASO
               CLOSE RECOV-REPORT
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           CALL "MSTRELD" USING OPCION-RECARGA.

           IF CANT-CAMBIOS > 0
               SORT SORT-RECOV
                   ON ASCENDING KEY SX-TIMESTAMP SX-ORDEN
                   USING RECOV-TRABAJO
                   GIVING RECOV-ORDENADO
               PERFORM REAPLICAR-CAMBIOS THRU REAPLICAR-CAMBIOS-EXIT
           END-IF.

           IF RECUPERA-USUARIOS
               PERFORM LISTAR-PINES-CAMBIADOS
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE RECOV-REPORT.

           IF RECUPERACION-MALA
               DISPLAY "RECUPERACION FALLIDA"
               PERFORM MARCAR-FALLA-PASO
           ELSE
               IF TOTAL-NO-APLICADOS > 0
      /LO QUE NO SE PUDO APLICAR QUEDA A MANO DEL OPERADOR: LA
      /CADENA DEBE GRITARLO AUNQUE EL MAESTRO HAYA QUEDADO ARRIBA
                   DISPLAY "RECUPERACION CON CAMBIOS NO APLICADOS: "
                       TOTAL-NO-APLICADOS
                   MOVE 8 TO RETURN-CODE
                   IF ADDRESS OF LK-RETORNO NOT = NULL
                       MOVE 8 TO LK-RETORNO
                   END-IF
               ELSE
                   DISPLAY "RECUPERACION COMPLETA"
               END-IF
           END-IF.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       PEDIR-PARAMETROS.
           DISPLAY "RECUPERAR (U)SUARIOS, (E)STUDIANTES O (A)MBOS: ".
           ACCEPT OPCION-RECARGA.
           IF NOT OPCION-VALIDA
               MOVE "OPCION DE RECUPERACION INVALIDA"
                   TO RECOV-REPORT-LINEA
               WRITE RECOV-REPORT-LINEA
               MOVE "Y" TO RECUPERACION-MALA-SW
               GO TO PEDIR-PARAMETROS-EXIT
           END-IF.

      /EL PUNTO DE PARTIDA POR DEFECTO ES EL INICIO DEL ULTIMO
      /MSTUNLD DEL RUN-LOG; SI SE RECARGA UNA GENERACION FECHADA
      /ANTERIOR, EL OPERADOR TIPEA EL MOMENTO DE ESA DESCARGA
           PERFORM BUSCAR-ULTIMO-BACKUP.
           DISPLAY "MOMENTO DEL BACKUP (AAAAMMDD HHMMSS), ENTER = "
               TS-DESDE.
           MOVE SPACES TO ENTRADA-MOMENTO.
           ACCEPT ENTRADA-MOMENTO.
           IF ENTRADA-MOMENTO NOT = SPACES
               PERFORM ARMAR-MOMENTO
               IF NOT MOMENTO-VALIDO
                   MOVE "MOMENTO DEL BACKUP INVALIDO"
                       TO RECOV-REPORT-LINEA
                   WRITE RECOV-REPORT-LINEA
                   MOVE "Y" TO RECUPERACION-MALA-SW
                   GO TO PEDIR-PARAMETROS-EXIT
               END-IF
               MOVE MOMENTO-ARMADO TO TS-DESDE
               MOVE "00" TO TS-DESDE(16:2)
           END-IF.
           IF TS-DESDE = SPACES
               MOVE "SIN MSTUNLD EN EL RUN-LOG NI MOMENTO TIPEADO"
                   TO RECOV-REPORT-LINEA
               WRITE RECOV-REPORT-LINEA
               MOVE "Y" TO RECUPERACION-MALA-SW
               GO TO PEDIR-PARAMETROS-EXIT
           END-IF.

           DISPLAY "REAPLICAR HASTA (AAAAMMDD HHMMSS), ENTER = TODO: ".
           MOVE SPACES TO ENTRADA-MOMENTO.
           ACCEPT ENTRADA-MOMENTO.
           IF ENTRADA-MOMENTO = SPACES
               MOVE "99999999-99999999" TO TS-HASTA
           ELSE
               PERFORM ARMAR-MOMENTO
               IF NOT MOMENTO-VALIDO
                   MOVE "PUNTO DE DETENCION INVALIDO"
                       TO RECOV-REPORT-LINEA
                   WRITE RECOV-REPORT-LINEA
                   MOVE "Y" TO RECUPERACION-MALA-SW
                   GO TO PEDIR-PARAMETROS-EXIT
               END-IF
      /EL SEGUNDO TIPEADO ENTRA COMPLETO
               MOVE MOMENTO-ARMADO TO TS-HASTA
               MOVE "99" TO TS-HASTA(16:2)
           END-IF.
           IF TS-HASTA < TS-DESDE
               MOVE "EL PUNTO DE DETENCION ES ANTERIOR AL BACKUP"
                   TO RECOV-REPORT-LINEA
               WRITE RECOV-REPORT-LINEA
               MOVE "Y" TO RECUPERACION-MALA-SW
               GO TO PEDIR-PARAMETROS-EXIT
           END-IF.
           MOVE TS-DESDE(1:8) TO FECHA-DESDE.

           MOVE SPACES TO RECOV-REPORT-LINEA.
           STRING "RECUPERACION DE MAESTROS, OPCION " DELIMITED BY SIZE
               OPCION-RECARGA DELIMITED BY SIZE
               INTO RECOV-REPORT-LINEA.
           WRITE RECOV-REPORT-LINEA.
           MOVE SPACES TO RECOV-REPORT-LINEA.
           STRING "BACKUP DEL " DELIMITED BY SIZE
               TS-DESDE DELIMITED BY SIZE
               "  REAPLICADO HASTA " DELIMITED BY SIZE
               TS-HASTA DELIMITED BY SIZE
               INTO RECOV-REPORT-LINEA.
           WRITE RECOV-REPORT-LINEA.
           MOVE SPACES TO RECOV-REPORT-LINEA.
           WRITE RECOV-REPORT-LINEA.
       PEDIR-PARAMETROS-EXIT.
           EXIT.

       BUSCAR-ULTIMO-BACKUP.
           MOVE SPACES TO TS-DESDE.
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT RUN-LOG.
           IF RUN-LOG-STATUS = "00"
               READ RUN-LOG
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   IF RL-PROGRAMA = "MSTUNLD"
                      AND RL-EVENTO = "INICIO"
                       MOVE RL-TIMESTAMP TO TS-DESDE
                   END-IF
                   READ RUN-LOG
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG
           END-IF.

       ARMAR-MOMENTO.
      /"AAAAMMDD HHMMSS" TIPEADO PASA AL FORMATO DE LOS RASTROS
           MOVE "N" TO MOMENTO-VALIDO-SW.
           MOVE SPACES TO MOMENTO-ARMADO.
           IF ENTRADA-MOMENTO(1:8) NUMERIC
              AND ENTRADA-MOMENTO(10:6) NUMERIC
               STRING ENTRADA-MOMENTO(1:8) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ENTRADA-MOMENTO(10:6) DELIMITED BY SIZE
                   INTO MOMENTO-ARMADO
               MOVE "Y" TO MOMENTO-VALIDO-SW
           END-IF.

       VERIFICAR-BACKUPS.
      /SIN EL BACKUP MSTRELD DEJARIA EL MAESTRO COMO ESTA Y LA
      /REAPLICACION CAERIA SOBRE DATOS QUE YA LA CONTIENEN
           IF RECUPERA-USUARIOS
               OPEN INPUT USER-BACKUP
               IF BACKUP-STATUS NOT = "00"
                   MOVE "USERBKP" TO EH-ARCHIVO
                   MOVE "OPEN" TO EH-OPERACION
                   MOVE BACKUP-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
                   MOVE "SIN USERBKP, NO SE RECUPERA NADA"
                       TO RECOV-REPORT-LINEA
                   WRITE RECOV-REPORT-LINEA
                   MOVE "Y" TO RECUPERACION-MALA-SW
                   GO TO VERIFICAR-BACKUPS-EXIT
               END-IF
               CLOSE USER-BACKUP
           END-IF.
           IF RECUPERA-ESTUDIANTES
               OPEN INPUT STUDENT-BACKUP
               IF BACKUP-STATUS NOT = "00"
                   MOVE "STUDBKP" TO EH-ARCHIVO
                   MOVE "OPEN" TO EH-OPERACION
                   MOVE BACKUP-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
                   MOVE "SIN STUDBKP, NO SE RECUPERA NADA"
                       TO RECOV-REPORT-LINEA
                   WRITE RECOV-REPORT-LINEA
                   MOVE "Y" TO RECUPERACION-MALA-SW
                   GO TO VERIFICAR-BACKUPS-EXIT
               END-IF
               CLOSE STUDENT-BACKUP
           END-IF.
       VERIFICAR-BACKUPS-EXIT.
           EXIT.

       JUNTAR-USERAUDT.
      /DE USERAUDT SOLO CUENTAN LAS IMAGENES DESPUES: LLEVAN EL
      /REGISTRO COMPLETO COMO QUEDO, SIN EL PIN. LOS RENGLONES QUIEN
      /SON CONSTANCIA DE QUIEN ACTUO Y NO CAMBIAN EL MAESTRO
           MOVE 1 TO IND-FUENTE.
           MOVE SPACES TO CLAVE-ANTES.
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               MOVE "SIN USERAUDT: USERMAST QUEDA COMO EL BACKUP"
                   TO RECOV-REPORT-LINEA
               WRITE RECOV-REPORT-LINEA
           ELSE
               READ AUDIT-FILE
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   IF AU-IMAGEN = "ANTES"
                       MOVE AU-CONTENIDO(1:10) TO CLAVE-ANTES
                   END-IF
                   IF AU-IMAGEN = "DESPUES"
                       MOVE AU-TIMESTAMP TO TS-REGISTRO
                       PERFORM JUNTAR-UNA-IMAGEN
                   END-IF
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       JUNTAR-UNA-IMAGEN.
           IF TS-REGISTRO > TS-DESDE
               IF TS-REGISTRO > TS-HASTA
                   ADD 1 TO CF-POSTERIORES(IND-FUENTE)
               ELSE
                   ADD 1 TO CF-EN-RANGO(IND-FUENTE)
                   MOVE SPACES TO RECOV-TRABAJO-RECORD
                   MOVE TS-REGISTRO TO RT-TIMESTAMP
                   MOVE "U" TO RT-TIPO
                   MOVE AU-OPERACION TO RT-OPERACION
                   IF AU-CONTENIDO = SPACES
                       MOVE CLAVE-ANTES TO RT-CLAVE
                   ELSE
                       MOVE AU-CONTENIDO(1:10) TO RT-CLAVE
                       MOVE AU-CONTENIDO TO RT-CONTENIDO
                   END-IF
                   PERFORM GRABAR-TRABAJO
               END-IF
           END-IF.

       JUNTAR-GRADJRNL.
      /CADA NOTA POSTEADA POR GRADPOST, CON SU FECHA Y HORA DE POSTEO
           MOVE 2 TO IND-FUENTE.
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT GRADE-JOURNAL.
           IF GRADE-JOURNAL-STATUS = "35"
               MOVE "SIN GRADJRNL: NINGUN POSTEO A REAPLICAR"
                   TO RECOV-REPORT-LINEA
               WRITE RECOV-REPORT-LINEA
           END-IF.
      /UN DIARIO QUE EXISTE PERO NO ABRE (39 SI QUEDO CON EL
      /REGISTRO ANTERIOR) DEJARIA POSTEOS SIN REAPLICAR: SE CANCELA
      /ANTES DE TOCAR EL MAESTRO
           IF GRADE-JOURNAL-STATUS NOT = "00"
              AND GRADE-JOURNAL-STATUS NOT = "35"
               MOVE "GRADJRNL" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE GRADE-JOURNAL-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "Y" TO RECUPERACION-MALA-SW
               MOVE "GRADJRNL ILEGIBLE, CORRER JRNLCONV SI ES EL VIEJO"
                   TO RECOV-REPORT-LINEA
               WRITE RECOV-REPORT-LINEA
           END-IF.
           IF GRADE-JOURNAL-STATUS = "00"
               READ GRADE-JOURNAL NEXT RECORD
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE SPACES TO TS-REGISTRO
                   IF JR-HORA-POSTEO NUMERIC
                       STRING JR-FECHA-POSTEO DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           JR-HORA-POSTEO DELIMITED BY SIZE
                           INTO TS-REGISTRO
                   ELSE
      /UNA ANOTACION SIN HORA CAE AL PRINCIPIO DE SU DIA
                       STRING JR-FECHA-POSTEO DELIMITED BY SIZE
                           "-00000000" DELIMITED BY SIZE
                           INTO TS-REGISTRO
                   END-IF
                   PERFORM JUNTAR-UNA-NOTA
                   READ GRADE-JOURNAL NEXT RECORD
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE GRADE-JOURNAL
           END-IF.

       JUNTAR-UNA-NOTA.
           IF TS-REGISTRO > TS-DESDE
               IF TS-REGISTRO > TS-HASTA
                   ADD 1 TO CF-POSTERIORES(IND-FUENTE)
               ELSE
                   ADD 1 TO CF-EN-RANGO(IND-FUENTE)
                   MOVE SPACES TO RECOV-TRABAJO-RECORD
                   MOVE TS-REGISTRO TO RT-TIMESTAMP
                   MOVE "J" TO RT-TIPO
                   MOVE JR-STUDENT-ID TO RT-CLAVE
                   MOVE "POSTEO" TO RT-OPERACION
                   MOVE JR-SUBJ TO RT-CONTENIDO(1:4)
                   MOVE JR-FECHA-NOTA TO RT-CONTENIDO(5:8)
                   MOVE JR-NOTA TO RT-CONTENIDO(13:3)
                   MOVE JR-LOTE TO RT-CONTENIDO(16:12)
                   PERFORM GRABAR-TRABAJO
               END-IF
           END-IF.

       JUNTAR-GRADAUDT.
      /LA IMAGEN DESPUES DE STUMNT ES LA TABLA DE NOTAS COMPLETA
      /COMO QUEDO DESPUES DE LA CORRECCION
           MOVE 3 TO IND-FUENTE.
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT GRADE-AUDIT.
           IF GRADE-AUDIT-STATUS NOT = "00"
               MOVE "SIN GRADAUDT: NINGUNA CORRECCION A REAPLICAR"
                   TO RECOV-REPORT-LINEA
               WRITE RECOV-REPORT-LINEA
           ELSE
               READ GRADE-AUDIT
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   IF GA-IMAGEN = "DESPUES"
                       MOVE GA-TIMESTAMP TO TS-REGISTRO
                       PERFORM JUNTAR-UNA-TABLA
                   END-IF
                   READ GRADE-AUDIT
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE GRADE-AUDIT
           END-IF.

       JUNTAR-UNA-TABLA.
           IF TS-REGISTRO > TS-DESDE
               IF TS-REGISTRO > TS-HASTA
                   ADD 1 TO CF-POSTERIORES(IND-FUENTE)
               ELSE
                   ADD 1 TO CF-EN-RANGO(IND-FUENTE)
                   MOVE SPACES TO RECOV-TRABAJO-RECORD
                   MOVE TS-REGISTRO TO RT-TIMESTAMP
                   MOVE "G" TO RT-TIPO
                   MOVE GA-STUDENT-ID TO RT-CLAVE
                   MOVE "NOTAS" TO RT-OPERACION
                   MOVE GA-CONTENIDO TO RT-CONTENIDO
                   PERFORM GRABAR-TRABAJO
               END-IF
           END-IF.

       GRABAR-TRABAJO.
           ADD 1 TO SEC-LECTURA.
           MOVE SEC-LECTURA TO RT-ORDEN.
           WRITE RECOV-TRABAJO-RECORD.
           ADD 1 TO CANT-CAMBIOS.

       REAPLICAR-CAMBIOS.
           IF RECUPERA-USUARIOS
               OPEN I-O USER-MASTER
               IF USER-MASTER-STATUS NOT = "00"
                   MOVE "USERMAST" TO EH-ARCHIVO
                   MOVE "OPEN" TO EH-OPERACION
                   MOVE USER-MASTER-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
                   MOVE "USERMAST NO ABRIO DESPUES DE LA RECARGA"
                       TO RECOV-REPORT-LINEA
                   WRITE RECOV-REPORT-LINEA
                   MOVE "Y" TO RECUPERACION-MALA-SW
                   GO TO REAPLICAR-CAMBIOS-EXIT
               END-IF
           END-IF.
           IF RECUPERA-ESTUDIANTES
               OPEN I-O STUDENT-MASTER
               IF STUDENT-MASTER-STATUS NOT = "00"
                   MOVE "STUDMAST" TO EH-ARCHIVO
                   MOVE "OPEN" TO EH-OPERACION
                   MOVE STUDENT-MASTER-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
                   MOVE "STUDMAST NO ABRIO DESPUES DE LA RECARGA"
                       TO RECOV-REPORT-LINEA
                   WRITE RECOV-REPORT-LINEA
                   MOVE "Y" TO RECUPERACION-MALA-SW
                   IF RECUPERA-USUARIOS
                       CLOSE USER-MASTER
                   END-IF
                   GO TO REAPLICAR-CAMBIOS-EXIT
               END-IF
           END-IF.

           MOVE "DETALLE DE LO REAPLICADO Y LO NO APLICADO:"
               TO RECOV-REPORT-LINEA.
           WRITE RECOV-REPORT-LINEA.
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT RECOV-ORDENADO.
           READ RECOV-ORDENADO
               AT END MOVE "Y" TO FUENTE-EOF-SW
           END-READ.
           PERFORM UNTIL FUENTE-EOF
               MOVE SPACES TO MOTIVO-NO-APLICADO
               EVALUATE TRUE
                   WHEN RO-IMAGEN-USUARIO
                       MOVE 1 TO IND-FUENTE
                       PERFORM REAPLICAR-USUARIO
                   WHEN RO-NOTA-DIARIO
                       MOVE 2 TO IND-FUENTE
                       PERFORM REAPLICAR-NOTA
                   WHEN RO-TABLA-NOTAS
                       MOVE 3 TO IND-FUENTE
                       PERFORM REAPLICAR-TABLA
               END-EVALUATE
               IF MOTIVO-NO-APLICADO = SPACES
                   ADD 1 TO CF-APLICADOS(IND-FUENTE)
                   PERFORM ESCRIBIR-LINEA-APLICADO
               ELSE
                   ADD 1 TO CF-NO-APLICADOS(IND-FUENTE)
                   ADD 1 TO TOTAL-NO-APLICADOS
                   PERFORM ESCRIBIR-LINEA-NO-APLICADO
               END-IF
               READ RECOV-ORDENADO
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE RECOV-ORDENADO.
           IF RECUPERA-USUARIOS
               CLOSE USER-MASTER
           END-IF.
           IF RECUPERA-ESTUDIANTES
               CLOSE STUDENT-MASTER
           END-IF.
       REAPLICAR-CAMBIOS-EXIT.
           EXIT.

       REAPLICAR-USUARIO.
      /LA IMAGEN DEJA EL REGISTRO COMO QUEDO, ASI QUE REAPLICARLA
      /DOS VECES NO HACE DANO: SI EL CAMBIO YA ESTABA EN EL BACKUP
      /SOLO SE VUELVE A ESCRIBIR IGUAL. EL PIN NO VIAJA EN EL
      /RASTRO: SE CONSERVA EL QUE TIENE EL MAESTRO RECARGADO
           MOVE RO-CLAVE TO UM-EMP-ID.
           IF RO-CONTENIDO = SPACES
               READ USER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE USER-MASTER
                           INVALID KEY
                               MOVE "PURGA RECHAZADA POR USERMAST"
                                   TO MOTIVO-NO-APLICADO
                       END-DELETE
               END-READ
           ELSE
               READ USER-MASTER
                   INVALID KEY
                       MOVE RO-CONTENIDO(1:75) TO USER-MASTER-RECORD
                       WRITE USER-MASTER-RECORD
                           INVALID KEY
                               MOVE "ALTA RECHAZADA POR USERMAST"
                                   TO MOTIVO-NO-APLICADO
                           NOT INVALID KEY
      /UN ALTA POSTERIOR AL BACKUP NO TIENE PIN EN NINGUN LADO
                               ADD 1 TO CANT-PINES-A-BLANQUEAR
                               PERFORM ESCRIBIR-LINEA-SIN-PIN
                       END-WRITE
                   NOT INVALID KEY
                       MOVE UM-PIN TO PIN-VIGENTE
                       MOVE RO-CONTENIDO(1:75) TO USER-MASTER-RECORD
                       MOVE PIN-VIGENTE TO UM-PIN
                       REWRITE USER-MASTER-RECORD
                           INVALID KEY
                               MOVE "CAMBIO RECHAZADO POR USERMAST"
                                   TO MOTIVO-NO-APLICADO
                       END-REWRITE
               END-READ
           END-IF.

       REAPLICAR-NOTA.
      /LA NOTA SE AGREGA AL FINAL DE LA TABLA COMO EN GRADPOST; SI
      /YA ESTA (POSTEADA MIENTRAS CORRIA EL BACKUP) NO SE DUPLICA
           IF RO-CONTENIDO(1:4) = SPACES
               MOVE "DIARIO SIN DETALLE, REPOSTEAR EL LOTE"
                   TO MOTIVO-NO-APLICADO
           ELSE
               MOVE RO-CLAVE TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "NO EXISTE EL ESTUDIANTE"
                           TO MOTIVO-NO-APLICADO
                   NOT INVALID KEY
                       PERFORM BUSCAR-NOTA-PRESENTE
                       IF NOT NOTA-PRESENTE
                           PERFORM AGREGAR-NOTA
                       END-IF
               END-READ
           END-IF.

       BUSCAR-NOTA-PRESENTE.
           MOVE "N" TO NOTA-PRESENTE-SW.
           PERFORM VARYING IND-NOTA FROM 1 BY 1
                   UNTIL IND-NOTA > SM-GRADE-COUNT OR NOTA-PRESENTE
               IF SM-GRADE-SUBJ(IND-NOTA) = RO-CONTENIDO(1:4)
                  AND SM-GRADE-DATE(IND-NOTA) = RO-CONTENIDO(5:8)
                  AND SM-GRADE-VALUE(IND-NOTA) = RO-CONTENIDO(13:3)
                   MOVE "Y" TO NOTA-PRESENTE-SW
               END-IF
           END-PERFORM.

       AGREGAR-NOTA.
           IF SM-GRADE-COUNT >= MAX-NOTAS-ALUMNO
               MOVE "TABLA DE NOTAS COMPLETA"
                   TO MOTIVO-NO-APLICADO
           ELSE
               ADD 1 TO SM-GRADE-COUNT
               MOVE RO-CONTENIDO(1:4) TO SM-GRADE-SUBJ(SM-GRADE-COUNT)
               MOVE RO-CONTENIDO(5:8) TO SM-GRADE-DATE(SM-GRADE-COUNT)
               MOVE RO-CONTENIDO(13:3)
                   TO SM-GRADE-VALUE(SM-GRADE-COUNT)
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       MOVE "CAMBIO RECHAZADO POR STUDMAST"
                           TO MOTIVO-NO-APLICADO
               END-REWRITE
           END-IF.

       REAPLICAR-TABLA.
      /LA TABLA DE LA IMAGEN REEMPLAZA A LA DEL MAESTRO; UNA IMAGEN
      /DE MAS DE SEIS NOTAS LLEGO CORTADA AL RASTRO Y SE DEJA PARA
      /CARGA MANUAL EN STUMNT
           MOVE "Y" TO IMAGEN-LEGIBLE-SW.
           IF RO-CONTENIDO(1:1) NUMERIC
               MOVE RO-CONTENIDO(1:1) TO CANT-NOTAS-IMAGEN
           ELSE
               MOVE "N" TO IMAGEN-LEGIBLE-SW
           END-IF.
           IF IMAGEN-LEGIBLE AND CANT-NOTAS-IMAGEN > MAX-NOTAS-IMAGEN
               MOVE "IMAGEN CORTADA, CARGAR A MANO EN STUMNT"
                   TO MOTIVO-NO-APLICADO
           ELSE
               IF IMAGEN-LEGIBLE
                   PERFORM VARYING IND-NOTA FROM 1 BY 1
                           UNTIL IND-NOTA > CANT-NOTAS-IMAGEN
                       COMPUTE POS-NOTA = 2 + (IND-NOTA - 1) * 18
                       IF RO-CONTENIDO(POS-NOTA + 6:8) NOT NUMERIC
                          OR RO-CONTENIDO(POS-NOTA + 15:3) NOT NUMERIC
                           MOVE "N" TO IMAGEN-LEGIBLE-SW
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT IMAGEN-LEGIBLE
                   MOVE "IMAGEN DE NOTAS ILEGIBLE"
                       TO MOTIVO-NO-APLICADO
               ELSE
                   MOVE RO-CLAVE TO SM-STUDENT-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE "NO EXISTE EL ESTUDIANTE"
                               TO MOTIVO-NO-APLICADO
                       NOT INVALID KEY
                           PERFORM CARGAR-TABLA-IMAGEN
                           REWRITE STUDENT-MASTER-RECORD
                               INVALID KEY
                                   MOVE "CAMBIO RECHAZADO POR STUDMAST"
                                       TO MOTIVO-NO-APLICADO
                           END-REWRITE
                   END-READ
               END-IF
           END-IF.

       CARGAR-TABLA-IMAGEN.
           MOVE CANT-NOTAS-IMAGEN TO SM-GRADE-COUNT.
           PERFORM VARYING IND-NOTA FROM 1 BY 1
                   UNTIL IND-NOTA > CANT-NOTAS-IMAGEN
               COMPUTE POS-NOTA = 2 + (IND-NOTA - 1) * 18
               MOVE RO-CONTENIDO(POS-NOTA + 1:4)
                   TO SM-GRADE-SUBJ(IND-NOTA)
               MOVE RO-CONTENIDO(POS-NOTA + 6:8)
                   TO SM-GRADE-DATE(IND-NOTA)
               MOVE RO-CONTENIDO(POS-NOTA + 15:3)
                   TO SM-GRADE-VALUE(IND-NOTA)
           END-PERFORM.

       ESCRIBIR-LINEA-APLICADO.
           MOVE SPACES TO RECOV-REPORT-LINEA.
           STRING "REAPLICADO    " DELIMITED BY SIZE
               RO-TIMESTAMP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CF-NOMBRE(IND-FUENTE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RO-OPERACION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RO-CLAVE DELIMITED BY SIZE
               INTO RECOV-REPORT-LINEA.
           WRITE RECOV-REPORT-LINEA.

       ESCRIBIR-LINEA-NO-APLICADO.
           MOVE SPACES TO RECOV-REPORT-LINEA.
           STRING "*** NO APLICADO " DELIMITED BY SIZE
               RO-TIMESTAMP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CF-NOMBRE(IND-FUENTE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RO-OPERACION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RO-CLAVE DELIMITED BY SIZE
               INTO RECOV-REPORT-LINEA.
           WRITE RECOV-REPORT-LINEA.
           MOVE SPACES TO RECOV-REPORT-LINEA.
           STRING "    MOTIVO: " DELIMITED BY SIZE
               MOTIVO-NO-APLICADO DELIMITED BY SIZE
               INTO RECOV-REPORT-LINEA.
           WRITE RECOV-REPORT-LINEA.

       ESCRIBIR-LINEA-SIN-PIN.
           MOVE SPACES TO RECOV-REPORT-LINEA.
           STRING "    ALTA SIN PIN, BLANQUEAR CON PINRESET: "
                   DELIMITED BY SIZE
               RO-CLAVE DELIMITED BY SIZE
               INTO RECOV-REPORT-LINEA.
           WRITE RECOV-REPORT-LINEA.

       LISTAR-PINES-CAMBIADOS.
      /NI USERAUDT NI PINHIST GUARDAN EL PIN NUEVO: QUIEN CAMBIO SU
      /PIN DESDE EL DIA DEL BACKUP QUEDA CON EL PIN DEL BACKUP Y SE
      /LISTA PARA BLANQUEARLO CON PINRESET
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT PIN-HIST.
           IF PIN-HIST-STATUS = "00"
               READ PIN-HIST NEXT RECORD
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   IF PH-FECHA-CAMBIO NUMERIC
                      AND PH-FECHA-CAMBIO >= FECHA-DESDE
                       ADD 1 TO CANT-PINES-A-BLANQUEAR
                       MOVE SPACES TO RECOV-REPORT-LINEA
                       STRING "    PIN CAMBIADO EL " DELIMITED BY SIZE
                           PH-FECHA-CAMBIO DELIMITED BY SIZE
                           ", BLANQUEAR CON PINRESET: "
                               DELIMITED BY SIZE
                           PH-EMP-ID DELIMITED BY SIZE
                           INTO RECOV-REPORT-LINEA
                       WRITE RECOV-REPORT-LINEA
                   END-IF
                   READ PIN-HIST NEXT RECORD
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE PIN-HIST
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO RECOV-REPORT-LINEA.
           WRITE RECOV-REPORT-LINEA.
           MOVE "RASTRO    EN RANGO REAPLIC. NO APLIC. POSTERIORES"
               TO RECOV-REPORT-LINEA.
           WRITE RECOV-REPORT-LINEA.
           PERFORM VARYING IND-FUENTE FROM 1 BY 1 UNTIL IND-FUENTE > 3
               MOVE CF-EN-RANGO(IND-FUENTE) TO CANT-EDIT
               MOVE CF-APLICADOS(IND-FUENTE) TO CANT-EDIT-2
               MOVE CF-NO-APLICADOS(IND-FUENTE) TO CANT-EDIT-3
               MOVE CF-POSTERIORES(IND-FUENTE) TO CANT-EDIT-4
               MOVE SPACES TO RECOV-REPORT-LINEA
               STRING CF-NOMBRE(IND-FUENTE) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CANT-EDIT-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CANT-EDIT-3 DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CANT-EDIT-4 DELIMITED BY SIZE
                   INTO RECOV-REPORT-LINEA
               WRITE RECOV-REPORT-LINEA
           END-PERFORM.
           MOVE CANT-PINES-A-BLANQUEAR TO CANT-EDIT.
           MOVE SPACES TO RECOV-REPORT-LINEA.
           STRING "PINES A BLANQUEAR CON PINRESET: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO RECOV-REPORT-LINEA.
           WRITE RECOV-REPORT-LINEA.
           IF TOTAL-NO-APLICADOS > 0
               MOVE TOTAL-NO-APLICADOS TO CANT-EDIT
               MOVE SPACES TO RECOV-REPORT-LINEA
               STRING "*** " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   " CAMBIOS NO APLICADOS: CARGAR A MANO ***"
                       DELIMITED BY SIZE
                   INTO RECOV-REPORT-LINEA
               WRITE RECOV-REPORT-LINEA
           END-IF.

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
           MOVE "MSTRECOV" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "MSTRECOV" TO RL-PROGRAMA.
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
           MOVE "MSTRECOV" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "HASTA=" DELIMITED BY SIZE
               TS-HASTA DELIMITED BY SIZE
               " NO APLIC=" DELIMITED BY SIZE
               TOTAL-NO-APLICADOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM MSTRECOV.
