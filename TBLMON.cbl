      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Monitor-De-Ocupacion-De-Tablas-En-Memoria
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLMON IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MON-CONTROL ASSIGN TO "TBLMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MON-CONTROL-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS MAESTRO-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS MAESTRO-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS MAESTRO-STATUS.

           SELECT SECT-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SE-SECTION
               FILE STATUS IS MAESTRO-STATUS.

           SELECT CONTEO-FILE ASSIGN TO CONTEO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTEO-STATUS.

           SELECT MON-REPORT ASSIGN TO "RPTTBLMN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MON-REPORT-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MON-CONTROL.
      /TC-UMBRAL: PORCENTAJE DE OCUPACION A PARTIR DEL CUAL UNA
      /TABLA LEVANTA ALERTA DE OPERADOR
       01  MON-CONTROL-RECORD.
           05  TC-UMBRAL           PIC 9(03).

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  DEPT-MASTER.
           COPY "DEPTMAST.cpy".

       FD  SECT-MASTER.
           COPY "SECTMAST.cpy".

       FD  CONTEO-FILE.
      /SOLO SE CUENTAN LINEAS: EL CONTENIDO NO INTERESA
       01  CONTEO-RECORD           PIC X(200).

       FD  MON-REPORT.
       01  MON-REPORT-LINEA        PIC X(100).

       FD  ALERT-FILE.
           COPY "OPALERTR.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE NOTIFICACIONES SALIENTES POR CORREO/SMS
       COPY "NOTIFAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 MON-CONTROL-STATUS PIC X(02).
       01 MAESTRO-STATUS     PIC X(02).
       01 CONTEO-STATUS      PIC X(02).
       01 MON-REPORT-STATUS  PIC X(02).
       01 ALERT-FILE-STATUS  PIC X(02).
       01 RUN-LOG-STATUS     PIC X(02).

       01 CONTEO-NOMBRE PIC X(08).
       01 CONTEO-EOF-SW PIC X(01) VALUE "N".
           88 CONTEO-EOF VALUE "Y".

       01 UMBRAL-ALERTA PIC 9(03) VALUE 80.

      * Limites conocidos de las tablas en memoria de la suite: el
      * programa, la tabla, el archivo cuyos registros la llenan y
      * el OCCURS del programa. Cuando un programa agranda su tabla
      * hay que agrandar aqui el limite; USR+ALU es la suma de
      * USERMAST y STUDMAST.
       01 MAX-LIMITES PIC 9(02) VALUE 40.
       01 CANT-LIMITES PIC 9(02) VALUE 0.
       01 TABLA-LIMITES.
           05 LIMITE-ITEM OCCURS 40 TIMES.
              10 LM-PROGRAMA PIC X(10).
              10 LM-TABLA    PIC X(14).
              10 LM-ARCHIVO  PIC X(08).
              10 LM-LIMITE   PIC 9(04).
       01 IND-LIMITE PIC 9(02) COMP.

      * Conteo de registros por archivo, para leer cada archivo una
      * sola vez aunque alimente varias tablas.
       01 MAX-ARCHIVOS PIC 9(02) VALUE 40.
       01 CANT-ARCHIVOS PIC 9(02) VALUE 0.
       01 TABLA-ARCHIVOS.
           05 ARCHIVO-ITEM OCCURS 40 TIMES.
              10 AR-ARCHIVO  PIC X(08).
              10 AR-EXISTE   PIC X(01).
              10 AR-REGISTROS PIC 9(07).
       01 IND-ARCHIVO PIC 9(02) COMP.
       01 ARCHIVO-HALLADO-SW PIC X(01) VALUE "N".
           88 ARCHIVO-HALLADO VALUE "Y".

       01 REGISTROS-CONTADOS PIC 9(07).
       01 ARCHIVO-EXISTE-SW PIC X(01).
           88 ARCHIVO-EXISTE VALUE "Y".
       01 REGISTROS-TABLA PIC 9(07).
       01 PORCENTAJE-USO PIC 9(05).

       01 CANT-ALERTAS PIC 9(03) VALUE 0.
       01 CANT-EXCEDIDAS PIC 9(03) VALUE 0.
       01 MOTIVO-ALERTA PIC X(40).
       01 CANT-EDIT PIC ZZZZZZ9.
       01 LIMITE-EDIT PIC ZZZ9.
       01 PCT-EDIT PIC ZZZZ9.
       01 FECHA-HOY PIC 9(08).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /LAS TABLAS EN MEMORIA TIENEN TOPE FIJO Y HOY NOS ENTERAMOS
      /DE QUE QUEDARON CHICAS LA NOCHE QUE UNA CORRIDA TRUNCA. AQUI
      /SE CUENTAN LOS REGISTROS QUE CADA PROGRAMA VA A ENCONTRAR Y
      /SE COMPARAN CONTRA SU TOPE: PASADO EL UMBRAL SALE UNA ALERTA
      /DE OPERADOR PARA PEDIR EL AUMENTO A TIEMPO
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM LEER-CONTROL.
           PERFORM CARGAR-LIMITES.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

           OPEN OUTPUT MON-REPORT.
           MOVE SPACES TO MON-REPORT-LINEA.
           STRING "OCUPACION DE TABLAS EN MEMORIA AL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               " (UMBRAL " DELIMITED BY SIZE
               UMBRAL-ALERTA DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO MON-REPORT-LINEA.
           WRITE MON-REPORT-LINEA.
           MOVE SPACES TO MON-REPORT-LINEA.
           WRITE MON-REPORT-LINEA.
           MOVE "PROGRAMA   TABLA          ARCHIVO   REGISTROS TOPE"
               TO MON-REPORT-LINEA.
           MOVE "USO%" TO MON-REPORT-LINEA(56:4).
           WRITE MON-REPORT-LINEA.

           PERFORM VARYING IND-LIMITE FROM 1 BY 1
                   UNTIL IND-LIMITE > CANT-LIMITES
               PERFORM EVALUAR-TABLA
           END-PERFORM.

           MOVE SPACES TO MON-REPORT-LINEA.
           WRITE MON-REPORT-LINEA.
           MOVE CANT-ALERTAS TO CANT-EDIT.
           MOVE SPACES TO MON-REPORT-LINEA.
           STRING "TABLAS SOBRE EL UMBRAL: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO MON-REPORT-LINEA.
           WRITE MON-REPORT-LINEA.
           MOVE CANT-EXCEDIDAS TO CANT-EDIT.
           MOVE SPACES TO MON-REPORT-LINEA.
           STRING "TABLAS YA EXCEDIDAS:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO MON-REPORT-LINEA.
           WRITE MON-REPORT-LINEA.
           CLOSE MON-REPORT.

           IF CANT-EXCEDIDAS > 0
      /UNA TABLA QUE YA NO ALCANZA TRUNCA ESTA MISMA NOCHE: SE
      /DETIENE LA CADENA ANTES DE QUE CORRA EL PASO AFECTADO
               MOVE 8 TO RETURN-CODE
               IF ADDRESS OF LK-RETORNO NOT = NULL
                   MOVE 8 TO LK-RETORNO
               END-IF
           END-IF.
           DISPLAY "TABLAS SOBRE EL UMBRAL: " CANT-ALERTAS
               " EXCEDIDAS: " CANT-EXCEDIDAS.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       LEER-CONTROL.
           OPEN INPUT MON-CONTROL.
           IF MON-CONTROL-STATUS = "00"
               READ MON-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TC-UMBRAL > 0
                           MOVE TC-UMBRAL TO UMBRAL-ALERTA
                       END-IF
               END-READ
               CLOSE MON-CONTROL
           END-IF.

       CARGAR-LIMITES.
      /CADA ENTRADA: PROGRAMA (10), TABLA (14), ARCHIVO (8) Y TOPE
      /(4 DIGITOS), TAL COMO ESTAN DECLARADOS HOY EN CADA PROGRAMA
           MOVE 34 TO CANT-LIMITES.
           MOVE "GRADPOST  SUSPENSO      GRADSUSP0100"
               TO LIMITE-ITEM(1).
           MOVE "GRADFIX   SUSPENSO      GRADSUSP0100"
               TO LIMITE-ITEM(2).
           MOVE "SUSPWOFF  SUSPENSO      SUSPENSE0200"
               TO LIMITE-ITEM(3).
           MOVE "CHARGEBK  DEPARTAMENTOS DEPTMAST0050"
               TO LIMITE-ITEM(4).
           MOVE "HRFEED    DEPARTAMENTOS DEPTMAST0050"
               TO LIMITE-ITEM(5).
           MOVE "LOGINRPT  DEPARTAMENTOS DEPTMAST0100"
               TO LIMITE-ITEM(6).
           MOVE "DEPTREOR  DEPARTAMENTOS DEPTMAST0200"
               TO LIMITE-ITEM(7).
           MOVE "LOGINRPT  RESUMEN NU    USERMAST0500"
               TO LIMITE-ITEM(8).
           MOVE "PRIVRPT   PRIVILEGIADOS USERMAST0500"
               TO LIMITE-ITEM(9).
           MOVE "SODRPT    PERSONAS      USERMAST0200"
               TO LIMITE-ITEM(10).
           MOVE "DUPMATCH  PERSONAS      USR+ALU 4000"
               TO LIMITE-ITEM(11).
           MOVE "DUPMATCH  EXCLUSIONES   DUPEXCL 1000"
               TO LIMITE-ITEM(12).
           MOVE "YEARROLL  REGLAS        PROMOTAB0050"
               TO LIMITE-ITEM(13).
           MOVE "YEARROLL  SECCIONES     SECTMAST0050"
               TO LIMITE-ITEM(14).
           MOVE "HRRECON   SNAPSHOT      HRSNAP  0500"
               TO LIMITE-ITEM(15).
           MOVE "PREEDIT   VISTOS        TRANSRAW0500"
               TO LIMITE-ITEM(16).
           MOVE "FUTAPLY   PROGRAMADOS   FUTCHG  0500"
               TO LIMITE-ITEM(17).
           MOVE "PENDESC   PENDIENTES    PENDCHG 0500"
               TO LIMITE-ITEM(18).
           MOVE "USERMNT   PENDIENTES    PENDCHG 0100"
               TO LIMITE-ITEM(19).
           MOVE "MOTDMNT   MENSAJES      MOTDMSG 0050"
               TO LIMITE-ITEM(20).
           MOVE "OCCASMNT  OCASIONES     OCCASCAL0050"
               TO LIMITE-ITEM(21).
           MOVE "HOLDMNT   RETENCIONES   LEGHOLD 0300"
               TO LIMITE-ITEM(22).
           MOVE "GENCLEAN  RETENCIONES   LEGHOLD 0100"
               TO LIMITE-ITEM(23).
           MOVE "LOGPURGE  RETENCIONES   LEGHOLD 0100"
               TO LIMITE-ITEM(24).
           MOVE "GENCLEAN  GENERACIONES  GENCAT  0500"
               TO LIMITE-ITEM(25).
           MOVE "DATECALC  FERIADOS      PROCCAL 0100"
               TO LIMITE-ITEM(26).
           MOVE "EJERCHAIN FERIADOS      PROCCAL 0100"
               TO LIMITE-ITEM(27).
           MOVE "EJERCHAIN PASOS         CHAINCTL0020"
               TO LIMITE-ITEM(28).
           MOVE "EJERCHAIN SOLICITUDES   RUNREQ  0050"
               TO LIMITE-ITEM(29).
           MOVE "CHAINWDG  PLAZOS        STEPDDL 0030"
               TO LIMITE-ITEM(30).
           MOVE "DORMANT   EXCEPCIONES   DORMEXC 0050"
               TO LIMITE-ITEM(31).
           MOVE "NOTIFEXT  DEVOLUCIONES  NOTIFACK0500"
               TO LIMITE-ITEM(32).
           MOVE "GLJRNL    CUENTAS GL    GLMAP   0100"
               TO LIMITE-ITEM(33).
           MOVE "GLJRNL    ENVIADOS      GLSENT  2000"
               TO LIMITE-ITEM(34).

       EVALUAR-TABLA.
           IF LM-ARCHIVO(IND-LIMITE) = "USR+ALU"
               MOVE "USERMAST" TO CONTEO-NOMBRE
               PERFORM OBTENER-CONTEO
               MOVE REGISTROS-CONTADOS TO REGISTROS-TABLA
               MOVE "STUDMAST" TO CONTEO-NOMBRE
               PERFORM OBTENER-CONTEO
               ADD REGISTROS-CONTADOS TO REGISTROS-TABLA
           ELSE
               MOVE LM-ARCHIVO(IND-LIMITE) TO CONTEO-NOMBRE
               PERFORM OBTENER-CONTEO
               MOVE REGISTROS-CONTADOS TO REGISTROS-TABLA
           END-IF.
           COMPUTE PORCENTAJE-USO =
               (REGISTROS-TABLA * 100) / LM-LIMITE(IND-LIMITE).

           MOVE SPACES TO MON-REPORT-LINEA.
           MOVE LM-PROGRAMA(IND-LIMITE) TO MON-REPORT-LINEA(1:10).
           MOVE LM-TABLA(IND-LIMITE) TO MON-REPORT-LINEA(12:14).
           MOVE LM-ARCHIVO(IND-LIMITE) TO MON-REPORT-LINEA(27:8).
           MOVE REGISTROS-TABLA TO CANT-EDIT.
           MOVE CANT-EDIT TO MON-REPORT-LINEA(37:7).
           MOVE LM-LIMITE(IND-LIMITE) TO LIMITE-EDIT.
           MOVE LIMITE-EDIT TO MON-REPORT-LINEA(47:4).
           MOVE PORCENTAJE-USO TO PCT-EDIT.
           MOVE PCT-EDIT TO MON-REPORT-LINEA(55:5).
           IF NOT ARCHIVO-EXISTE
               MOVE "SIN ARCHIVO" TO MON-REPORT-LINEA(62:11)
           END-IF.
           IF REGISTROS-TABLA > LM-LIMITE(IND-LIMITE)
               MOVE "EXCEDIDA" TO MON-REPORT-LINEA(62:8)
           ELSE
               IF PORCENTAJE-USO >= UMBRAL-ALERTA
                   MOVE "SOBRE UMBRAL" TO MON-REPORT-LINEA(62:12)
               END-IF
           END-IF.
           WRITE MON-REPORT-LINEA.

           IF PORCENTAJE-USO >= UMBRAL-ALERTA
               PERFORM EMITIR-ALERTA
           END-IF.

       OBTENER-CONTEO.
      /CADA ARCHIVO SE LEE UNA SOLA VEZ; LOS SIGUIENTES PEDIDOS SALEN
      /DE LA TABLA DE CONTEOS
           MOVE "N" TO ARCHIVO-HALLADO-SW.
           PERFORM VARYING IND-ARCHIVO FROM 1 BY 1
                   UNTIL IND-ARCHIVO > CANT-ARCHIVOS
                      OR ARCHIVO-HALLADO
               IF AR-ARCHIVO(IND-ARCHIVO) = CONTEO-NOMBRE
                   MOVE "Y" TO ARCHIVO-HALLADO-SW
                   MOVE AR-REGISTROS(IND-ARCHIVO)
                       TO REGISTROS-CONTADOS
                   MOVE AR-EXISTE(IND-ARCHIVO) TO ARCHIVO-EXISTE-SW
               END-IF
           END-PERFORM.
           IF NOT ARCHIVO-HALLADO
               PERFORM CONTAR-ARCHIVO
               IF CANT-ARCHIVOS < MAX-ARCHIVOS
                   ADD 1 TO CANT-ARCHIVOS
                   MOVE CONTEO-NOMBRE TO AR-ARCHIVO(CANT-ARCHIVOS)
                   MOVE REGISTROS-CONTADOS
                       TO AR-REGISTROS(CANT-ARCHIVOS)
                   MOVE ARCHIVO-EXISTE-SW TO AR-EXISTE(CANT-ARCHIVOS)
               END-IF
           END-IF.

       CONTAR-ARCHIVO.
      /LOS MAESTROS INDEXADOS SE RECORREN CON SU PROPIA DECLARACION;
      /EL RESTO SON SECUENCIALES DE LINEA Y SE CUENTAN POR NOMBRE
           MOVE 0 TO REGISTROS-CONTADOS.
           MOVE "Y" TO ARCHIVO-EXISTE-SW.
           MOVE "N" TO CONTEO-EOF-SW.
           EVALUATE CONTEO-NOMBRE
               WHEN "USERMAST"
                   PERFORM CONTAR-USER-MASTER
               WHEN "STUDMAST"
                   PERFORM CONTAR-STUDENT-MASTER
               WHEN "DEPTMAST"
                   PERFORM CONTAR-DEPT-MASTER
               WHEN "SECTMAST"
                   PERFORM CONTAR-SECT-MASTER
               WHEN OTHER
                   PERFORM CONTAR-SECUENCIAL
           END-EVALUATE.

       CONTAR-USER-MASTER.
           OPEN INPUT USER-MASTER.
           IF MAESTRO-STATUS NOT = "00"
               PERFORM INFORMAR-MAESTRO-AUSENTE
           ELSE
               READ USER-MASTER NEXT RECORD
                   AT END MOVE "Y" TO CONTEO-EOF-SW
               END-READ
               PERFORM UNTIL CONTEO-EOF
                   ADD 1 TO REGISTROS-CONTADOS
                   READ USER-MASTER NEXT RECORD
                       AT END MOVE "Y" TO CONTEO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE USER-MASTER
           END-IF.

       CONTAR-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER.
           IF MAESTRO-STATUS NOT = "00"
               PERFORM INFORMAR-MAESTRO-AUSENTE
           ELSE
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO CONTEO-EOF-SW
               END-READ
               PERFORM UNTIL CONTEO-EOF
                   ADD 1 TO REGISTROS-CONTADOS
                   READ STUDENT-MASTER NEXT RECORD
                       AT END MOVE "Y" TO CONTEO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.

       CONTAR-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER.
           IF MAESTRO-STATUS NOT = "00"
               PERFORM INFORMAR-MAESTRO-AUSENTE
           ELSE
               READ DEPT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO CONTEO-EOF-SW
               END-READ
               PERFORM UNTIL CONTEO-EOF
                   ADD 1 TO REGISTROS-CONTADOS
                   READ DEPT-MASTER NEXT RECORD
                       AT END MOVE "Y" TO CONTEO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER
           END-IF.

       CONTAR-SECT-MASTER.
           OPEN INPUT SECT-MASTER.
           IF MAESTRO-STATUS NOT = "00"
               PERFORM INFORMAR-MAESTRO-AUSENTE
           ELSE
               READ SECT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO CONTEO-EOF-SW
               END-READ
               PERFORM UNTIL CONTEO-EOF
                   ADD 1 TO REGISTROS-CONTADOS
                   READ SECT-MASTER NEXT RECORD
                       AT END MOVE "Y" TO CONTEO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SECT-MASTER
           END-IF.

       CONTAR-SECUENCIAL.
      /UN ARCHIVO DE TRABAJO QUE NO EXISTE TODAVIA CUENTA CERO, SIN
      /ERROR: ES LO NORMAL PARA LAS COLAS VACIAS
           OPEN INPUT CONTEO-FILE.
           IF CONTEO-STATUS NOT = "00"
               MOVE "N" TO ARCHIVO-EXISTE-SW
           ELSE
               READ CONTEO-FILE
                   AT END MOVE "Y" TO CONTEO-EOF-SW
               END-READ
               PERFORM UNTIL CONTEO-EOF
                   ADD 1 TO REGISTROS-CONTADOS
                   READ CONTEO-FILE
                       AT END MOVE "Y" TO CONTEO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE CONTEO-FILE
           END-IF.

       INFORMAR-MAESTRO-AUSENTE.
           MOVE "N" TO ARCHIVO-EXISTE-SW.
           MOVE CONTEO-NOMBRE TO EH-ARCHIVO.
           MOVE "OPEN" TO EH-OPERACION.
           MOVE MAESTRO-STATUS TO EH-STATUS.
           PERFORM INFORMAR-ERROR-ARCHIVO.

       EMITIR-ALERTA.
      /LA ALERTA VA A NOMBRE DEL PROGRAMA DUENO DE LA TABLA, QUE ES
      /AL QUE HAY QUE AGRANDARLE EL TOPE
           ADD 1 TO CANT-ALERTAS.
           MOVE SPACES TO MOTIVO-ALERTA.
           MOVE REGISTROS-TABLA TO CANT-EDIT.
           MOVE LM-LIMITE(IND-LIMITE) TO LIMITE-EDIT.
           IF REGISTROS-TABLA > LM-LIMITE(IND-LIMITE)
               ADD 1 TO CANT-EXCEDIDAS
               STRING "TABLA " DELIMITED BY SIZE
                   LM-TABLA(IND-LIMITE) DELIMITED BY SPACE
                   " EXCEDIDA " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   LIMITE-EDIT DELIMITED BY SIZE
                   INTO MOTIVO-ALERTA
           ELSE
               MOVE PORCENTAJE-USO TO PCT-EDIT
               STRING "TABLA " DELIMITED BY SIZE
                   LM-TABLA(IND-LIMITE) DELIMITED BY SPACE
                   " AL" DELIMITED BY SIZE
                   PCT-EDIT DELIMITED BY SIZE
                   "% DEL TOPE " DELIMITED BY SIZE
                   LIMITE-EDIT DELIMITED BY SIZE
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
           MOVE LM-PROGRAMA(IND-LIMITE) TO AL-PROGRAMA.
           MOVE MOTIVO-ALERTA TO AL-MOTIVO.
           WRITE OP-ALERT-RECORD.
           CLOSE ALERT-FILE.
           PERFORM NOTIFICAR-ALERTA.

       NOTIFICAR-ALERTA.
      /LA MISMA ALERTA SALE POR CORREO/SMS A OPERACIONES, PARA QUE
      /LLEGUE AUNQUE NADIE ESTE MIRANDO EL MENU
           MOVE "TBLMON" TO NT-ORIGEN.
           MOVE "OPERACIONES" TO NT-DESTINO.
           MOVE "TABLA EN MEMORIA SOBRE SU UMBRAL" TO NT-ASUNTO.
           MOVE SPACES TO NT-CUERPO.
           STRING LM-PROGRAMA(IND-LIMITE) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MOTIVO-ALERTA DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NT-CUERPO.
           CALL "NOTIFPUT" USING NOTIF-AREA.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "TBLMON" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "TBLMON" TO RL-PROGRAMA.
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
           MOVE "TBLMON" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "ALERTAS=" DELIMITED BY SIZE
               CANT-ALERTAS DELIMITED BY SIZE
               " EXCEDIDAS=" DELIMITED BY SIZE
               CANT-EXCEDIDAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM TBLMON.
