      ******************************************************************
      * Author:Pedro Burgos
      * Date:10/4/26
      * Purpose:Actividad-De-Usuarios-Privilegiados-Por-Rango-De-Fechas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVRPT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIV-CONTROL ASSIGN TO "PRIVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIV-CONTROL-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT RUN-REQUEST ASSIGN TO "RUNREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-REQUEST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.

           SELECT GRADE-AUDIT ASSIGN TO "GRADAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-AUDIT-STATUS.

           SELECT PRIV-TRABAJO ASSIGN TO "PRIVRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIV-TRABAJO-STATUS.

           SELECT PRIV-ORDENADO ASSIGN TO "PRIVSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIV-ORDENADO-STATUS.

           SELECT SORT-PRIV ASSIGN TO "SORTWK1".

           SELECT PRIV-REPORT ASSIGN TO "RPTPRIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIV-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIV-CONTROL.
      /RANGO DE FECHAS (AAAAMMDD) Y ROLES QUE CUENTAN COMO
      /PRIVILEGIADOS; SIN ARCHIVO O SIN FECHAS SE TOMA EL MES
      /CALENDARIO ANTERIOR, SIN ROLES EL ROL "O"
       01  PRIV-CONTROL-RECORD.
           05  PV-FECHA-DESDE      PIC X(08).
           05  FILLER              PIC X(01).
           05  PV-FECHA-HASTA      PIC X(08).
           05  FILLER              PIC X(01).
           05  PV-ROLES            PIC X(05).

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

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

       FD  RUN-REQUEST.
           COPY "RUNREQR.cpy".

       FD  SUSPENSE-FILE.
           COPY "SUSPREC.cpy".

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

       FD  PRIV-TRABAJO.
      /UNA ACCION DE UN USUARIO PRIVILEGIADO, DE CUALQUIER FUENTE,
      /PARA ORDENAR POR PERSONA Y MOMENTO
       01  PRIV-TRABAJO-RECORD.
           05  PT-EMP-ID           PIC X(10).
           05  PT-TIMESTAMP        PIC X(17).
           05  PT-FUENTE           PIC X(08).
           05  PT-DETALLE          PIC X(50).

       FD  PRIV-ORDENADO.
       01  PRIV-ORDENADO-RECORD.
           05  PO-EMP-ID           PIC X(10).
           05  PO-TIMESTAMP        PIC X(17).
           05  PO-FUENTE           PIC X(08).
           05  PO-DETALLE          PIC X(50).

       SD  SORT-PRIV.
       01  SORT-PRIV-RECORD.
           05  SX-EMP-ID           PIC X(10).
           05  SX-TIMESTAMP        PIC X(17).
           05  SX-FUENTE           PIC X(08).
           05  SX-DETALLE          PIC X(50).

       FD  PRIV-REPORT.
       01  PRIV-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 PRIV-CONTROL-STATUS  PIC X(02).
       01 USER-MASTER-STATUS   PIC X(02).
       01 AUDIT-FILE-STATUS    PIC X(02).
       01 RUN-REQUEST-STATUS   PIC X(02).
       01 SUSPENSE-STATUS      PIC X(02).
       01 GRADE-AUDIT-STATUS   PIC X(02).
       01 PRIV-TRABAJO-STATUS  PIC X(02).
       01 PRIV-ORDENADO-STATUS PIC X(02).
       01 PRIV-REPORT-STATUS   PIC X(02).
       01 RUN-LOG-STATUS       PIC X(02).

       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 FUENTE-EOF-SW PIC X(01) VALUE "N".
           88 FUENTE-EOF VALUE "Y".
       01 ORDENADO-EOF-SW PIC X(01) VALUE "N".
           88 ORDENADO-EOF VALUE "Y".

       01 FECHA-DESDE PIC X(08).
       01 FECHA-HASTA PIC X(08).
       01 ROLES-PRIVILEGIADOS PIC X(05) VALUE "O".
       01 FECHA-REGISTRO PIC X(08).
       01 FECHA-MES-ANTERIOR.
           05 FM-ANIO PIC 9(04).
           05 FM-MES  PIC 9(02).
           05 FM-DIA  PIC 9(02).

      /USUARIOS CON ROL PRIVILEGIADO SEGUN USER-MASTER AL CORRER
       01 MAX-PRIVILEGIADOS PIC 9(03) VALUE 500.
       01 CANT-PRIVILEGIADOS PIC 9(03) VALUE 0.
       01 EXCEDENTES-PRIVILEGIADOS PIC 9(05) VALUE 0.
       01 TABLA-PRIVILEGIADOS.
           05 PRIVILEGIADO-ITEM OCCURS 500 TIMES.
              10 PU-EMP-ID   PIC X(10).
              10 PU-EMP-NAME PIC X(30).
              10 PU-ROLE     PIC X(01).
       01 IND-PRIVILEGIADO PIC 9(03) COMP.
       01 IND-ROL PIC 9(01) COMP.
       01 ROL-ELEVADO-SW PIC X(01).
           88 ROL-ELEVADO VALUE "Y".
       01 PRIVILEGIADO-HALLADO-SW PIC X(01).
           88 PRIVILEGIADO-HALLADO VALUE "Y".

      /LA ACCION EN CURSO ANTES DE PASAR AL ARCHIVO DE TRABAJO
       01 ACCION-ACTOR     PIC X(10).
       01 ACCION-TIMESTAMP PIC X(17).
       01 ACCION-FUENTE    PIC X(08).
       01 ACCION-DETALLE   PIC X(50).

      /RENGLON DE ORDEN DE EJERCHAIN EN EL RUN-LOG:
      /"OP=<nu> CMD=<orden> PASO=<programa>"
       01 ORDEN-OPERADOR PIC X(14).
       01 ORDEN-COMANDO  PIC X(12).
       01 ORDEN-PASO     PIC X(20).

       01 EMPLEADO-ANTERIOR PIC X(10).
       01 FECHA-ANTERIOR PIC X(08).
       01 HORA-IMPRESA PIC X(08).
       01 CANT-DIA PIC 9(05) VALUE 0.
       01 CANT-PERSONA PIC 9(05) VALUE 0.
       01 CANT-PERSONAS PIC 9(05) VALUE 0.
       01 CANT-ACCIONES PIC 9(07) VALUE 0.
       01 CANT-EDIT PIC ZZZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /LA PLANILLA MENSUAL DE SEGURIDAD: TODO LO QUE HICIERON LOS
      /USUARIOS DE ROL ELEVADO EN EL RANGO, JUNTANDO USERAUDT
      /(CAPTURAS Y DESBLOQUEOS), LAS DECISIONES SOBRE PENDCHG, LAS
      /APROBACIONES DE RUNREQ, LAS ORDENES DE CHAINCMD (VIA EL
      /RUN-LOG), LOS CASTIGOS DE SUSPWOFF Y LOS CAMBIOS DE NOTAS DE
      /GRADAUDT. UNA HOJA POR PERSONA EN ORDEN CRONOLOGICO, CON
      /TOTAL POR DIA
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM LEER-CONTROL.
           PERFORM CARGAR-PRIVILEGIADOS.

           OPEN OUTPUT PRIV-REPORT.
           MOVE SPACES TO PRIV-REPORT-LINEA.
           STRING "ACTIVIDAD DE USUARIOS PRIVILEGIADOS DEL "
               DELIMITED BY SIZE
               FECHA-DESDE DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               FECHA-HASTA DELIMITED BY SIZE
               INTO PRIV-REPORT-LINEA.
           WRITE PRIV-REPORT-LINEA.
           MOVE SPACES TO PRIV-REPORT-LINEA.
           STRING "ROLES CONSIDERADOS: " DELIMITED BY SIZE
               ROLES-PRIVILEGIADOS DELIMITED BY SIZE
               INTO PRIV-REPORT-LINEA.
           WRITE PRIV-REPORT-LINEA.
           IF EXCEDENTES-PRIVILEGIADOS > 0
               MOVE "TABLA DE PRIVILEGIADOS LLENA, HOJAS PARCIALES"
                   TO PRIV-REPORT-LINEA
               WRITE PRIV-REPORT-LINEA
           END-IF.

           IF CANT-PRIVILEGIADOS = 0
               MOVE "NO HAY USUARIOS CON ROL PRIVILEGIADO EN USERMAST"
                   TO PRIV-REPORT-LINEA
               WRITE PRIV-REPORT-LINEA
           ELSE
               OPEN OUTPUT PRIV-TRABAJO
               PERFORM JUNTAR-AUDITORIA
               PERFORM JUNTAR-SOLICITUDES
               PERFORM JUNTAR-ORDENES
               PERFORM JUNTAR-CASTIGOS
               PERFORM JUNTAR-NOTAS
               CLOSE PRIV-TRABAJO
               IF CANT-ACCIONES > 0
                   SORT SORT-PRIV
                       ON ASCENDING KEY SX-EMP-ID SX-TIMESTAMP
                       USING PRIV-TRABAJO
                       GIVING PRIV-ORDENADO
                   PERFORM IMPRIMIR-HOJAS
               END-IF
           END-IF.

           MOVE CANT-PERSONAS TO CANT-EDIT.
           MOVE SPACES TO PRIV-REPORT-LINEA.
           WRITE PRIV-REPORT-LINEA.
           MOVE SPACES TO PRIV-REPORT-LINEA.
           STRING "PERSONAS CON ACTIVIDAD: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO PRIV-REPORT-LINEA.
           WRITE PRIV-REPORT-LINEA.
           MOVE CANT-ACCIONES TO CANT-EDIT.
           MOVE SPACES TO PRIV-REPORT-LINEA.
           STRING "ACCIONES EN EL RANGO:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO PRIV-REPORT-LINEA.
           WRITE PRIV-REPORT-LINEA.
           CLOSE PRIV-REPORT.
           DISPLAY "ACCIONES PRIVILEGIADAS EN EL RANGO: " CANT-ACCIONES.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       LEER-CONTROL.
           MOVE SPACES TO FECHA-DESDE FECHA-HASTA.
           OPEN INPUT PRIV-CONTROL.
           IF PRIV-CONTROL-STATUS = "00"
               READ PRIV-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PV-FECHA-DESDE NUMERIC
                          AND PV-FECHA-HASTA NUMERIC
                           MOVE PV-FECHA-DESDE TO FECHA-DESDE
                           MOVE PV-FECHA-HASTA TO FECHA-HASTA
                       END-IF
                       IF PV-ROLES NOT = SPACES
                           MOVE PV-ROLES TO ROLES-PRIVILEGIADOS
                       END-IF
               END-READ
               CLOSE PRIV-CONTROL
           END-IF.
      /POR DEFECTO EL MES CALENDARIO ANTERIOR COMPLETO: EL DIA 31
      /COMO TOPE ALCANZA PARA CUALQUIER MES AL COMPARAR FECHAS
           IF FECHA-DESDE = SPACES
               ACCEPT FECHA-MES-ANTERIOR FROM DATE YYYYMMDD
               IF FM-MES = 1
                   MOVE 12 TO FM-MES
                   SUBTRACT 1 FROM FM-ANIO
               ELSE
                   SUBTRACT 1 FROM FM-MES
               END-IF
               MOVE 1 TO FM-DIA
               MOVE FECHA-MES-ANTERIOR TO FECHA-DESDE
               MOVE 31 TO FM-DIA
               MOVE FECHA-MES-ANTERIOR TO FECHA-HASTA
           END-IF.

       CARGAR-PRIVILEGIADOS.
           MOVE 0 TO CANT-PRIVILEGIADOS.
           OPEN INPUT USER-MASTER.
           IF USER-MASTER-STATUS NOT = "00"
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE USER-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
           ELSE
               READ USER-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
               PERFORM UNTIL MAESTRO-EOF
                   PERFORM VERIFICAR-ROL-ELEVADO
                   IF ROL-ELEVADO
                       IF CANT-PRIVILEGIADOS < MAX-PRIVILEGIADOS
                           ADD 1 TO CANT-PRIVILEGIADOS
                           MOVE UM-EMP-ID
                               TO PU-EMP-ID(CANT-PRIVILEGIADOS)
                           MOVE UM-EMP-NAME
                               TO PU-EMP-NAME(CANT-PRIVILEGIADOS)
                           MOVE UM-ROLE
                               TO PU-ROLE(CANT-PRIVILEGIADOS)
                       ELSE
                           ADD 1 TO EXCEDENTES-PRIVILEGIADOS
                       END-IF
                   END-IF
                   READ USER-MASTER NEXT RECORD
                       AT END MOVE "Y" TO MAESTRO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE USER-MASTER
           END-IF.

       VERIFICAR-ROL-ELEVADO.
           MOVE "N" TO ROL-ELEVADO-SW.
           PERFORM VARYING IND-ROL FROM 1 BY 1
                   UNTIL IND-ROL > 5 OR ROL-ELEVADO
               IF ROLES-PRIVILEGIADOS(IND-ROL:1) NOT = SPACE
                  AND ROLES-PRIVILEGIADOS(IND-ROL:1) = UM-ROLE
                   MOVE "Y" TO ROL-ELEVADO-SW
               END-IF
           END-PERFORM.

       JUNTAR-AUDITORIA.
      /DE USERAUDT SOLO LOS RENGLONES QUIEN NOMBRAN A QUIEN ACTUO:
      /SOLIC (CAPTURO), APRUEB/RECHAZ (DECIDIO UN PENDCHG) Y DESBLQ
      /(EL SUPERVISOR)
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               MOVE "SIN USERAUDT EN EL RANGO" TO PRIV-REPORT-LINEA
               WRITE PRIV-REPORT-LINEA
           ELSE
               READ AUDIT-FILE
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE AU-TIMESTAMP(1:8) TO FECHA-REGISTRO
                   IF AU-IMAGEN = "QUIEN"
                      AND FECHA-REGISTRO >= FECHA-DESDE
                      AND FECHA-REGISTRO <= FECHA-HASTA
                       PERFORM JUNTAR-UN-QUIEN
                   END-IF
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       JUNTAR-UN-QUIEN.
           MOVE SPACES TO ACCION-ACTOR ACCION-DETALLE.
           MOVE AU-TIMESTAMP TO ACCION-TIMESTAMP.
           EVALUATE AU-OPERACION
               WHEN "SOLIC"
                   MOVE AU-CONTENIDO(29:10) TO ACCION-ACTOR
                   MOVE "USERAUDT" TO ACCION-FUENTE
                   STRING "CAPTURA PENDCHG OP=" DELIMITED BY SIZE
                       AU-CONTENIDO(4:1) DELIMITED BY SIZE
                       " EMP=" DELIMITED BY SIZE
                       AU-CONTENIDO(10:10) DELIMITED BY SIZE
                       INTO ACCION-DETALLE
               WHEN "APRUEB"
               WHEN "RECHAZ"
                   MOVE AU-CONTENIDO(48:10) TO ACCION-ACTOR
                   MOVE "PENDCHG" TO ACCION-FUENTE
                   STRING AU-OPERACION DELIMITED BY SIZE
                       " OP=" DELIMITED BY SIZE
                       AU-CONTENIDO(4:1) DELIMITED BY SIZE
                       " EMP=" DELIMITED BY SIZE
                       AU-CONTENIDO(10:10) DELIMITED BY SIZE
                       " DE=" DELIMITED BY SIZE
                       AU-CONTENIDO(29:10) DELIMITED BY SIZE
                       INTO ACCION-DETALLE
               WHEN "DESBLQ"
                   MOVE AU-CONTENIDO(10:10) TO ACCION-ACTOR
                   MOVE "USERAUDT" TO ACCION-FUENTE
                   STRING "DESBLOQUEO EMP=" DELIMITED BY SIZE
                       AU-CONTENIDO(30:10) DELIMITED BY SIZE
                       INTO ACCION-DETALLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ACCION-ACTOR NOT = SPACES
               PERFORM GRABAR-ACCION
           END-IF.

       JUNTAR-SOLICITUDES.
      /RUNREQ: EL PEDIDO DE CORRIDA Y LA DECISION SON DOS ACCIONES,
      /CADA UNA CON SU MOMENTO
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT RUN-REQUEST.
           IF RUN-REQUEST-STATUS NOT = "00"
               MOVE "SIN RUNREQ EN EL RANGO" TO PRIV-REPORT-LINEA
               WRITE PRIV-REPORT-LINEA
           ELSE
               READ RUN-REQUEST
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   PERFORM JUNTAR-UNA-SOLICITUD
                   READ RUN-REQUEST
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE RUN-REQUEST
           END-IF.

       JUNTAR-UNA-SOLICITUD.
           MOVE RQ-TIMESTAMP(1:8) TO FECHA-REGISTRO.
           IF FECHA-REGISTRO >= FECHA-DESDE
              AND FECHA-REGISTRO <= FECHA-HASTA
               MOVE RQ-USUARIO TO ACCION-ACTOR
               MOVE RQ-TIMESTAMP TO ACCION-TIMESTAMP
               MOVE "RUNREQ" TO ACCION-FUENTE
               MOVE SPACES TO ACCION-DETALLE
               STRING "PIDE CORRIDA " DELIMITED BY SIZE
                   RQ-PROGRAMA DELIMITED BY SIZE
                   " PARAM " DELIMITED BY SIZE
                   RQ-PARAMETRO DELIMITED BY SIZE
                   INTO ACCION-DETALLE
               PERFORM GRABAR-ACCION
           END-IF.
           IF RQ-APROBADOR NOT = SPACES
              AND RQ-FECHA-DECISION >= FECHA-DESDE
              AND RQ-FECHA-DECISION <= FECHA-HASTA
               MOVE RQ-APROBADOR TO ACCION-ACTOR
               MOVE SPACES TO ACCION-TIMESTAMP
               STRING RQ-FECHA-DECISION DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RQ-HORA-DECISION DELIMITED BY SIZE
                   INTO ACCION-TIMESTAMP
               MOVE "RUNREQ" TO ACCION-FUENTE
               MOVE SPACES TO ACCION-DETALLE
               IF RQ-RECHAZADA
                   STRING "RECHAZA CORRIDA " DELIMITED BY SIZE
                       RQ-PROGRAMA DELIMITED BY SIZE
                       " DE=" DELIMITED BY SIZE
                       RQ-USUARIO DELIMITED BY SIZE
                       INTO ACCION-DETALLE
               ELSE
                   STRING "APRUEBA CORRIDA " DELIMITED BY SIZE
                       RQ-PROGRAMA DELIMITED BY SIZE
                       " DE=" DELIMITED BY SIZE
                       RQ-USUARIO DELIMITED BY SIZE
                       INTO ACCION-DETALLE
               END-IF
               PERFORM GRABAR-ACCION
           END-IF.

       JUNTAR-ORDENES.
      /LAS ORDENES DE CHAINCMD NO TIENEN FECHA EN EL ARCHIVO (SE
      /QUITAN AL CUMPLIRSE); LO QUE QUEDA ES EL EVENTO ORDEN QUE
      /EJERCHAIN DEJA EN EL RUN-LOG AL ATENDER CADA UNA
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               MOVE "SIN RUNLOG EN EL RANGO" TO PRIV-REPORT-LINEA
               WRITE PRIV-REPORT-LINEA
           ELSE
               READ RUN-LOG
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE RL-TIMESTAMP(1:8) TO FECHA-REGISTRO
                   IF RL-PROGRAMA = "EJERCHAIN"
                      AND RL-EVENTO = "ORDEN"
                      AND FECHA-REGISTRO >= FECHA-DESDE
                      AND FECHA-REGISTRO <= FECHA-HASTA
                       PERFORM JUNTAR-UNA-ORDEN
                   END-IF
                   READ RUN-LOG
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG
           END-IF.

       JUNTAR-UNA-ORDEN.
           MOVE SPACES TO ORDEN-OPERADOR ORDEN-COMANDO ORDEN-PASO.
           UNSTRING RL-DATOS-CLAVE DELIMITED BY " "
               INTO ORDEN-OPERADOR ORDEN-COMANDO ORDEN-PASO.
      /LAS ORDENES ANTERIORES AL NU DEL OPERADOR NO SE PUEDEN
      /ATRIBUIR A NADIE
           IF ORDEN-OPERADOR(1:3) = "OP="
              AND ORDEN-OPERADOR(4:10) NOT = SPACES
               MOVE ORDEN-OPERADOR(4:10) TO ACCION-ACTOR
               MOVE RL-TIMESTAMP TO ACCION-TIMESTAMP
               MOVE "CHAINCMD" TO ACCION-FUENTE
               MOVE SPACES TO ACCION-DETALLE
               STRING "ORDEN " DELIMITED BY SIZE
                   ORDEN-COMANDO(5:8) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   ORDEN-PASO DELIMITED BY SIZE
                   INTO ACCION-DETALLE
               PERFORM GRABAR-ACCION
           END-IF.

       JUNTAR-CASTIGOS.
      /SUSPENSE GUARDA SOLO FECHAS: EL CASTIGO VA AL PRINCIPIO DEL
      /DIA EN LA HOJA, SIN HORA
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               MOVE "SIN SUSPENSE EN EL RANGO" TO PRIV-REPORT-LINEA
               WRITE PRIV-REPORT-LINEA
           ELSE
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE SU-FECHA-CIERRE TO FECHA-REGISTRO
                   IF SU-CASTIGADA
                      AND FECHA-REGISTRO >= FECHA-DESDE
                      AND FECHA-REGISTRO <= FECHA-HASTA
                       PERFORM JUNTAR-UN-CASTIGO
                   END-IF
                   READ SUSPENSE-FILE
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       JUNTAR-UN-CASTIGO.
           MOVE SPACES TO ACCION-TIMESTAMP.
           MOVE FECHA-REGISTRO TO ACCION-TIMESTAMP(1:8).
           MOVE "SUSPWOFF" TO ACCION-FUENTE.
           MOVE SU-CASTIGO-POR TO ACCION-ACTOR.
           MOVE SPACES TO ACCION-DETALLE.
           STRING "CASTIGA PARTIDA " DELIMITED BY SIZE
               SU-REF-ID DELIMITED BY SIZE
               " MOTIVO " DELIMITED BY SIZE
               SU-MOTIVO-CASTIGO DELIMITED BY SIZE
               INTO ACCION-DETALLE.
           PERFORM GRABAR-ACCION.
           IF SU-CASTIGO-APROBO NOT = SPACES
               MOVE SU-CASTIGO-APROBO TO ACCION-ACTOR
               MOVE SPACES TO ACCION-DETALLE
               STRING "APRUEBA CASTIGO " DELIMITED BY SIZE
                   SU-REF-ID DELIMITED BY SIZE
                   " DE=" DELIMITED BY SIZE
                   SU-CASTIGO-POR DELIMITED BY SIZE
                   INTO ACCION-DETALLE
               PERFORM GRABAR-ACCION
           END-IF.

       JUNTAR-NOTAS.
      /CADA CAMBIO DE NOTAS DEJA ANTES Y DESPUES EN GRADAUDT; SE
      /CUENTA UNA ACCION POR EL RENGLON DESPUES
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT GRADE-AUDIT.
           IF GRADE-AUDIT-STATUS NOT = "00"
               MOVE "SIN GRADAUDT EN EL RANGO" TO PRIV-REPORT-LINEA
               WRITE PRIV-REPORT-LINEA
           ELSE
               READ GRADE-AUDIT
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE GA-TIMESTAMP(1:8) TO FECHA-REGISTRO
                   IF GA-IMAGEN = "DESPUES"
                      AND FECHA-REGISTRO >= FECHA-DESDE
                      AND FECHA-REGISTRO <= FECHA-HASTA
                       MOVE GA-OPERADOR TO ACCION-ACTOR
                       MOVE GA-TIMESTAMP TO ACCION-TIMESTAMP
                       MOVE "GRADAUDT" TO ACCION-FUENTE
                       MOVE SPACES TO ACCION-DETALLE
                       STRING "CAMBIO DE NOTAS ALUMNO="
                           DELIMITED BY SIZE
                           GA-STUDENT-ID DELIMITED BY SIZE
                           INTO ACCION-DETALLE
                       PERFORM GRABAR-ACCION
                   END-IF
                   READ GRADE-AUDIT
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE GRADE-AUDIT
           END-IF.

       GRABAR-ACCION.
      /SOLO PASA AL TRABAJO LO HECHO POR UN USUARIO PRIVILEGIADO
           PERFORM BUSCAR-PRIVILEGIADO.
           IF PRIVILEGIADO-HALLADO
               MOVE ACCION-ACTOR TO PT-EMP-ID
               MOVE ACCION-TIMESTAMP TO PT-TIMESTAMP
               MOVE ACCION-FUENTE TO PT-FUENTE
               MOVE ACCION-DETALLE TO PT-DETALLE
               WRITE PRIV-TRABAJO-RECORD
               ADD 1 TO CANT-ACCIONES
           END-IF.

       BUSCAR-PRIVILEGIADO.
           MOVE "N" TO PRIVILEGIADO-HALLADO-SW.
           PERFORM VARYING IND-PRIVILEGIADO FROM 1 BY 1
                   UNTIL IND-PRIVILEGIADO > CANT-PRIVILEGIADOS
                      OR PRIVILEGIADO-HALLADO
               IF PU-EMP-ID(IND-PRIVILEGIADO) = ACCION-ACTOR
                   MOVE "Y" TO PRIVILEGIADO-HALLADO-SW
               END-IF
           END-PERFORM.
           IF PRIVILEGIADO-HALLADO
               SUBTRACT 1 FROM IND-PRIVILEGIADO
           END-IF.

       IMPRIMIR-HOJAS.
      /UNA HOJA POR PERSONA, EN SU PROPIA PAGINA, CON CORTE DE
      /CONTROL POR DIA Y TOTAL DE LA PERSONA
           MOVE "N" TO ORDENADO-EOF-SW.
           OPEN INPUT PRIV-ORDENADO.
           MOVE SPACES TO EMPLEADO-ANTERIOR FECHA-ANTERIOR.
           READ PRIV-ORDENADO
               AT END MOVE "Y" TO ORDENADO-EOF-SW
           END-READ.
           PERFORM UNTIL ORDENADO-EOF
               IF PO-EMP-ID NOT = EMPLEADO-ANTERIOR
                   IF EMPLEADO-ANTERIOR NOT = SPACES
                       PERFORM ESCRIBIR-CORTE-DIA
                       PERFORM ESCRIBIR-CORTE-PERSONA
                   END-IF
                   PERFORM ESCRIBIR-ENCABEZADO-PERSONA
               ELSE
                   IF PO-TIMESTAMP(1:8) NOT = FECHA-ANTERIOR
                       PERFORM ESCRIBIR-CORTE-DIA
                   END-IF
               END-IF
               MOVE PO-EMP-ID TO EMPLEADO-ANTERIOR
               MOVE PO-TIMESTAMP(1:8) TO FECHA-ANTERIOR
               PERFORM ESCRIBIR-ACCION
               READ PRIV-ORDENADO
                   AT END MOVE "Y" TO ORDENADO-EOF-SW
               END-READ
           END-PERFORM.
           IF EMPLEADO-ANTERIOR NOT = SPACES
               PERFORM ESCRIBIR-CORTE-DIA
               PERFORM ESCRIBIR-CORTE-PERSONA
           END-IF.
           CLOSE PRIV-ORDENADO.
      /EL TRABAJO NO SE CONSERVA: LA PLANILLA SE REARMA DE LAS
      /FUENTES CADA VEZ
           OPEN OUTPUT PRIV-TRABAJO.
           CLOSE PRIV-TRABAJO.
           OPEN OUTPUT PRIV-ORDENADO.
           CLOSE PRIV-ORDENADO.

       ESCRIBIR-ENCABEZADO-PERSONA.
           ADD 1 TO CANT-PERSONAS.
           MOVE PO-EMP-ID TO ACCION-ACTOR.
           PERFORM BUSCAR-PRIVILEGIADO.
           MOVE SPACES TO PRIV-REPORT-LINEA.
           WRITE PRIV-REPORT-LINEA AFTER ADVANCING PAGE.
           MOVE SPACES TO PRIV-REPORT-LINEA.
           STRING "USUARIO: " DELIMITED BY SIZE
               PO-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PU-EMP-NAME(IND-PRIVILEGIADO) DELIMITED BY SIZE
               " ROL " DELIMITED BY SIZE
               PU-ROLE(IND-PRIVILEGIADO) DELIMITED BY SIZE
               INTO PRIV-REPORT-LINEA.
           WRITE PRIV-REPORT-LINEA.
           MOVE "FECHA    HORA     FUENTE   ACCION"
               TO PRIV-REPORT-LINEA.
           WRITE PRIV-REPORT-LINEA.
           MOVE 0 TO CANT-PERSONA CANT-DIA.

       ESCRIBIR-ACCION.
           IF PO-TIMESTAMP(10:6) = SPACES
               MOVE "--:--:--" TO HORA-IMPRESA
           ELSE
               MOVE SPACES TO HORA-IMPRESA
               STRING PO-TIMESTAMP(10:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   PO-TIMESTAMP(12:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   PO-TIMESTAMP(14:2) DELIMITED BY SIZE
                   INTO HORA-IMPRESA
           END-IF.
           MOVE SPACES TO PRIV-REPORT-LINEA.
           STRING PO-TIMESTAMP(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-IMPRESA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-FUENTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PO-DETALLE DELIMITED BY SIZE
               INTO PRIV-REPORT-LINEA.
           WRITE PRIV-REPORT-LINEA.
           ADD 1 TO CANT-DIA.
           ADD 1 TO CANT-PERSONA.

       ESCRIBIR-CORTE-DIA.
           MOVE CANT-DIA TO CANT-EDIT.
           MOVE SPACES TO PRIV-REPORT-LINEA.
           STRING "         TOTAL DEL DIA " DELIMITED BY SIZE
               FECHA-ANTERIOR DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO PRIV-REPORT-LINEA.
           WRITE PRIV-REPORT-LINEA.
           MOVE 0 TO CANT-DIA.

       ESCRIBIR-CORTE-PERSONA.
           MOVE CANT-PERSONA TO CANT-EDIT.
           MOVE SPACES TO PRIV-REPORT-LINEA.
           STRING "TOTAL DE " DELIMITED BY SIZE
               EMPLEADO-ANTERIOR DELIMITED BY SIZE
               " EN EL RANGO: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO PRIV-REPORT-LINEA.
           WRITE PRIV-REPORT-LINEA.

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
           MOVE "PRIVRPT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "PRIVRPT" TO RL-PROGRAMA.
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
           MOVE "PRIVRPT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "DESDE=" DELIMITED BY SIZE
               FECHA-DESDE DELIMITED BY SIZE
               " HASTA=" DELIMITED BY SIZE
               FECHA-HASTA DELIMITED BY SIZE
               " N=" DELIMITED BY SIZE
               CANT-ACCIONES DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM PRIVRPT.
