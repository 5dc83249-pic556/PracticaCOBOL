      ******************************************************************
      * Author:Pedro Burgos
      * Date:9/4/26
      * Purpose:Violaciones-De-Segregacion-De-Funciones
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-CONTROL ASSIGN TO "SODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOD-CONTROL-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT SEC-ALERT ASSIGN TO "SECALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-ALERT-STATUS.

           SELECT SOD-REPORT ASSIGN TO "RPTSOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOD-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOD-CONTROL.
      /CANTIDAD MAXIMA DE APROBACIONES POR DIA QUE UN MISMO USUARIO
      /PUEDE DAR SOBRE EMPLEADOS DE SU PROPIO DEPARTAMENTO
       01  SOD-CONTROL-RECORD.
           05  SD-LIMITE-DEPTO     PIC 9(03).

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

       FD  SEC-ALERT.
           COPY "SECALERT.cpy".

       FD  SOD-REPORT.
       01  SOD-REPORT-LINEA        PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE NOTIFICACIONES SALIENTES POR CORREO/SMS
       COPY "NOTIFAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL CANDADO DE CORRIDAS COMPARTIDO: UNA SOLA REVISION
      /POR FECHA DE NEGOCIO, ASI UNA RECORRIDA NO DUPLICA ALERTAS
       COPY "RUNCAREA.cpy".

       01 SOD-CONTROL-STATUS  PIC X(02).
       01 USER-MASTER-STATUS  PIC X(02).
       01 AUDIT-FILE-STATUS   PIC X(02).
       01 RUN-REQUEST-STATUS  PIC X(02).
       01 SUSPENSE-STATUS     PIC X(02).
       01 SEC-ALERT-STATUS    PIC X(02).
       01 SOD-REPORT-STATUS   PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).

       01 AUDIT-EOF-SW PIC X(01) VALUE "N".
           88 AUDIT-EOF VALUE "Y".
       01 SOLICITUD-EOF-SW PIC X(01) VALUE "N".
           88 SOLICITUD-EOF VALUE "Y".
       01 SUSPENSE-EOF-SW PIC X(01) VALUE "N".
           88 SUSPENSE-EOF VALUE "Y".

      /SIN USER-MASTER NO SE PUEDEN RESOLVER DEPARTAMENTOS: LAS
      /DEMAS REGLAS SIGUEN CORRIENDO
       01 MAESTRO-ABIERTO-SW PIC X(01) VALUE "N".
           88 MAESTRO-ABIERTO VALUE "Y".

       01 LIMITE-DEPTO PIC 9(03) VALUE 5.
       01 FECHA-REVISION PIC 9(08).
       01 FECHA-REGISTRO PIC X(08).

      /CAMPOS DEL RENGLON QUIEN DE USERAUDT (POSICIONES FIJAS DE LO
      /QUE ARMAN USERMNT Y CERTREV)
       01 QUIEN-OPERACION PIC X(01).
       01 QUIEN-EMPLEADO  PIC X(10).
       01 QUIEN-CAPTURO   PIC X(10).
       01 QUIEN-DECIDIO   PIC X(10).

       01 DEPTO-EMPLEADO  PIC X(10).
       01 DEPTO-APROBADOR PIC X(10).

      /ACTIVIDAD DEL DIA POR PERSONA: SI CAPTURO ALGO, SI DECIDIO
      /ALGO, Y CUANTAS APROBACIONES DIO SOBRE SU PROPIO DEPARTAMENTO
       01 MAX-PERSONAS PIC 9(03) VALUE 200.
       01 CANT-PERSONAS PIC 9(03) VALUE 0.
       01 TABLA-PERSONAS.
           05 PERSONA-ITEM OCCURS 200 TIMES.
              10 SO-EMP-ID       PIC X(10).
              10 SO-CAPTURO-SW   PIC X(01).
              10 SO-DECIDIO-SW   PIC X(01).
              10 SO-CANT-PROPIO  PIC 9(05).
       01 IND-PERSONA PIC 9(03) COMP.
       01 PERSONA-BUSCADA PIC X(10).
       01 PERSONA-HALLADA-SW PIC X(01).
           88 PERSONA-HALLADA VALUE "Y".
       01 TABLA-LLENA-AVISADA-SW PIC X(01) VALUE "N".
           88 TABLA-LLENA-AVISADA VALUE "Y".

      /UN HALLAZGO VA AL REPORTE Y A LA COLA SECALERT
       01 HALLAZGO-EMP-ID  PIC X(10).
       01 HALLAZGO-MOTIVO  PIC X(30).
       01 HALLAZGO-DETALLE PIC X(38).

       01 CANT-HALLAZGOS PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 LIMITE-EDIT PIC ZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /REVISION NOCTURNA DE LOS CIRCUITOS DE CONTROL DUAL VISTOS EN
      /CONJUNTO (PENDCHG DE USERMNT, SOLICITUDES DE CORRIDA DE
      /EJERMENU, DESBLOQUEOS DE SUPERVISOR Y CASTIGOS DE SUSPWOFF):
      /QUIEN PIDIO Y APROBO LO MISMO, QUIEN APROBO SU PROPIO
      /REGISTRO, QUIEN APROBO DE MAS SOBRE SU PROPIO DEPARTAMENTO Y
      /QUIEN FUE CAPTURADOR Y APROBADOR EL MISMO DIA. CADA HALLAZGO
      /SE ENCOLA EN SECALERT PARA QUE SEGURIDAD LO VEA EN EJERMENU
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM TOMAR-CONTROL-CORRIDA.
           IF RC-BLOQUEADO
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           MOVE RC-FECHA TO FECHA-REVISION.
           PERFORM LEER-CONTROL.

           OPEN OUTPUT SOD-REPORT.
           MOVE SPACES TO SOD-REPORT-LINEA.
           STRING "SEGREGACION DE FUNCIONES - FECHA DE NEGOCIO "
               DELIMITED BY SIZE
               FECHA-REVISION DELIMITED BY SIZE
               INTO SOD-REPORT-LINEA.
           WRITE SOD-REPORT-LINEA.
           MOVE LIMITE-DEPTO TO LIMITE-EDIT.
           MOVE SPACES TO SOD-REPORT-LINEA.
           STRING "LIMITE DE APROBACIONES SOBRE EL PROPIO DEPTO: "
               DELIMITED BY SIZE
               LIMITE-EDIT DELIMITED BY SIZE
               INTO SOD-REPORT-LINEA.
           WRITE SOD-REPORT-LINEA.
           MOVE SPACES TO SOD-REPORT-LINEA.
           WRITE SOD-REPORT-LINEA.

           OPEN INPUT USER-MASTER.
           IF USER-MASTER-STATUS = "00"
               MOVE "Y" TO MAESTRO-ABIERTO-SW
           ELSE
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE USER-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "SIN USERMAST, NO SE CONTROLA EL PROPIO DEPTO"
                   TO SOD-REPORT-LINEA
               WRITE SOD-REPORT-LINEA
           END-IF.

           OPEN EXTEND SEC-ALERT.
           IF SEC-ALERT-STATUS NOT = "00"
               OPEN OUTPUT SEC-ALERT
           END-IF.

           PERFORM REVISAR-AUDITORIA.
           PERFORM REVISAR-SOLICITUDES-CORRIDA.
           PERFORM REVISAR-CASTIGOS.
           PERFORM REVISAR-PROPIO-DEPTO.
           PERFORM REVISAR-DOBLE-ROL.

           CLOSE SEC-ALERT.
           IF MAESTRO-ABIERTO
               CLOSE USER-MASTER
           END-IF.

           MOVE CANT-HALLAZGOS TO CANT-EDIT.
           MOVE SPACES TO SOD-REPORT-LINEA.
           WRITE SOD-REPORT-LINEA.
           MOVE SPACES TO SOD-REPORT-LINEA.
           STRING "HALLAZGOS ENCOLADOS EN SECALERT: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO SOD-REPORT-LINEA.
           WRITE SOD-REPORT-LINEA.
           CLOSE SOD-REPORT.
           DISPLAY "HALLAZGOS DE SEGREGACION DE FUNCIONES: "
               CANT-HALLAZGOS.
           PERFORM LIBERAR-CONTROL-CORRIDA.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       LEER-CONTROL.
           OPEN INPUT SOD-CONTROL.
           IF SOD-CONTROL-STATUS = "00"
               READ SOD-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SD-LIMITE-DEPTO NUMERIC
                          AND SD-LIMITE-DEPTO > 0
                           MOVE SD-LIMITE-DEPTO TO LIMITE-DEPTO
                       END-IF
               END-READ
               CLOSE SOD-CONTROL
           END-IF.

       REVISAR-AUDITORIA.
      /USERAUDT ES EL UNICO LUGAR DONDE LAS DECISIONES SOBRE PENDCHG
      /Y LOS DESBLOQUEOS QUEDAN CON FECHA: SE LEEN LOS RENGLONES QUIEN
      /DE LA FECHA DE NEGOCIO
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               MOVE "SIN USERAUDT, NO SE REVISAN PENDCHG NI DESBLOQUEOS"
                   TO SOD-REPORT-LINEA
               WRITE SOD-REPORT-LINEA
           ELSE
               READ AUDIT-FILE
                   AT END MOVE "Y" TO AUDIT-EOF-SW
               END-READ
               PERFORM UNTIL AUDIT-EOF
                   MOVE AU-TIMESTAMP(1:8) TO FECHA-REGISTRO
                   IF FECHA-REGISTRO = FECHA-REVISION
                      AND AU-IMAGEN = "QUIEN"
                       PERFORM REVISAR-UN-QUIEN
                   END-IF
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO AUDIT-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       REVISAR-UN-QUIEN.
           EVALUATE AU-OPERACION
               WHEN "SOLIC"
                   MOVE AU-CONTENIDO(29:10) TO PERSONA-BUSCADA
                   PERFORM BUSCAR-PERSONA-TABLA
                   MOVE "Y" TO SO-CAPTURO-SW(IND-PERSONA)
               WHEN "APRUEB"
                   PERFORM REVISAR-APROBACION-PEND
               WHEN "RECHAZ"
                   MOVE AU-CONTENIDO(48:10) TO PERSONA-BUSCADA
                   PERFORM BUSCAR-PERSONA-TABLA
                   MOVE "Y" TO SO-DECIDIO-SW(IND-PERSONA)
               WHEN "DESBLQ"
                   PERFORM REVISAR-DESBLOQUEO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REVISAR-APROBACION-PEND.
      /"OP=x EMP=... CAPTURO=... DECIDIO=..." DE USERMNT
           MOVE AU-CONTENIDO(4:1) TO QUIEN-OPERACION.
           MOVE AU-CONTENIDO(10:10) TO QUIEN-EMPLEADO.
           MOVE AU-CONTENIDO(29:10) TO QUIEN-CAPTURO.
           MOVE AU-CONTENIDO(48:10) TO QUIEN-DECIDIO.
           MOVE SPACES TO HALLAZGO-DETALLE.
           STRING "PENDCHG OP=" DELIMITED BY SIZE
               QUIEN-OPERACION DELIMITED BY SIZE
               " EMP=" DELIMITED BY SIZE
               QUIEN-EMPLEADO DELIMITED BY SIZE
               INTO HALLAZGO-DETALLE.
           IF QUIEN-CAPTURO = QUIEN-DECIDIO
               MOVE QUIEN-DECIDIO TO HALLAZGO-EMP-ID
               MOVE "SOD: SOLICITO Y APROBO" TO HALLAZGO-MOTIVO
               PERFORM REGISTRAR-HALLAZGO
           END-IF.
           IF QUIEN-EMPLEADO = QUIEN-DECIDIO
               MOVE QUIEN-DECIDIO TO HALLAZGO-EMP-ID
               MOVE "SOD: APROBO SU PROPIO REGISTRO" TO HALLAZGO-MOTIVO
               PERFORM REGISTRAR-HALLAZGO
           END-IF.
           MOVE QUIEN-DECIDIO TO PERSONA-BUSCADA.
           PERFORM CONTAR-PROPIO-DEPTO.

       REVISAR-DESBLOQUEO.
      /"OPERADOR=... EMPLEADO=..." DE USERMNT: EL DESBLOQUEO ES UNA
      /APROBACION DE UN SOLO PASO SOBRE EL REGISTRO DEL EMPLEADO
           MOVE AU-CONTENIDO(10:10) TO QUIEN-DECIDIO.
           MOVE AU-CONTENIDO(30:10) TO QUIEN-EMPLEADO.
           IF QUIEN-EMPLEADO = QUIEN-DECIDIO
               MOVE QUIEN-DECIDIO TO HALLAZGO-EMP-ID
               MOVE "SOD: APROBO SU PROPIO REGISTRO" TO HALLAZGO-MOTIVO
               MOVE SPACES TO HALLAZGO-DETALLE
               STRING "DESBLOQUEO EMP=" DELIMITED BY SIZE
                   QUIEN-EMPLEADO DELIMITED BY SIZE
                   INTO HALLAZGO-DETALLE
               PERFORM REGISTRAR-HALLAZGO
           END-IF.
           MOVE QUIEN-DECIDIO TO PERSONA-BUSCADA.
           PERFORM CONTAR-PROPIO-DEPTO.

       CONTAR-PROPIO-DEPTO.
      /MARCA AL APROBADOR (PERSONA-BUSCADA) COMO DECISOR DEL DIA Y,
      /SI EL EMPLEADO TOCADO ES DE SU MISMO DEPARTAMENTO, SUMA UNA
      /APROBACION SOBRE EL PROPIO DEPTO
           MOVE SPACES TO DEPTO-EMPLEADO DEPTO-APROBADOR.
           IF MAESTRO-ABIERTO
               MOVE QUIEN-EMPLEADO TO UM-EMP-ID
               READ USER-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE UM-DEPT TO DEPTO-EMPLEADO
               END-READ
               MOVE PERSONA-BUSCADA TO UM-EMP-ID
               READ USER-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE UM-DEPT TO DEPTO-APROBADOR
               END-READ
           END-IF.
           PERFORM BUSCAR-PERSONA-TABLA.
           MOVE "Y" TO SO-DECIDIO-SW(IND-PERSONA).
           IF DEPTO-EMPLEADO NOT = SPACES
              AND DEPTO-EMPLEADO = DEPTO-APROBADOR
               ADD 1 TO SO-CANT-PROPIO(IND-PERSONA)
           END-IF.

       REVISAR-SOLICITUDES-CORRIDA.
      /RUNREQ: EL PEDIDO DEL DIA HACE CAPTURADOR AL SOLICITANTE Y LA
      /DECISION DEL DIA HACE DECISOR AL APROBADOR
           OPEN INPUT RUN-REQUEST.
           IF RUN-REQUEST-STATUS NOT = "00"
               MOVE "SIN RUNREQ, NO SE REVISAN SOLICITUDES DE CORRIDA"
                   TO SOD-REPORT-LINEA
               WRITE SOD-REPORT-LINEA
           ELSE
               READ RUN-REQUEST
                   AT END MOVE "Y" TO SOLICITUD-EOF-SW
               END-READ
               PERFORM UNTIL SOLICITUD-EOF
                   PERFORM REVISAR-UNA-SOLICITUD
                   READ RUN-REQUEST
                       AT END MOVE "Y" TO SOLICITUD-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE RUN-REQUEST
           END-IF.

       REVISAR-UNA-SOLICITUD.
           MOVE RQ-TIMESTAMP(1:8) TO FECHA-REGISTRO.
           IF FECHA-REGISTRO = FECHA-REVISION
               MOVE RQ-USUARIO TO PERSONA-BUSCADA
               PERFORM BUSCAR-PERSONA-TABLA
               MOVE "Y" TO SO-CAPTURO-SW(IND-PERSONA)
           END-IF.
           IF RQ-APROBADOR NOT = SPACES
              AND RQ-FECHA-DECISION = FECHA-REVISION
               MOVE RQ-APROBADOR TO PERSONA-BUSCADA
               PERFORM BUSCAR-PERSONA-TABLA
               MOVE "Y" TO SO-DECIDIO-SW(IND-PERSONA)
               IF RQ-USUARIO = RQ-APROBADOR
                  AND NOT RQ-RECHAZADA
                   MOVE RQ-APROBADOR TO HALLAZGO-EMP-ID
                   MOVE "SOD: SOLICITO Y APROBO" TO HALLAZGO-MOTIVO
                   MOVE SPACES TO HALLAZGO-DETALLE
                   STRING "RUNREQ PROGRAMA=" DELIMITED BY SIZE
                       RQ-PROGRAMA DELIMITED BY SIZE
                       INTO HALLAZGO-DETALLE
                   PERFORM REGISTRAR-HALLAZGO
               END-IF
           END-IF.

       REVISAR-CASTIGOS.
      /SUSPENSE: EL CASTIGO CERRADO EN LA FECHA HACE CAPTURADOR A
      /QUIEN LO PIDIO Y DECISOR AL SEGUNDO APROBADOR, SI HIZO FALTA
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               MOVE "SIN SUSPENSE, NO SE REVISAN CASTIGOS"
                   TO SOD-REPORT-LINEA
               WRITE SOD-REPORT-LINEA
           ELSE
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO SUSPENSE-EOF-SW
               END-READ
               PERFORM UNTIL SUSPENSE-EOF
                   IF SU-CASTIGADA
                      AND SU-FECHA-CIERRE = FECHA-REVISION
                       PERFORM REVISAR-UN-CASTIGO
                   END-IF
                   READ SUSPENSE-FILE
                       AT END MOVE "Y" TO SUSPENSE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       REVISAR-UN-CASTIGO.
           MOVE SU-CASTIGO-POR TO PERSONA-BUSCADA.
           PERFORM BUSCAR-PERSONA-TABLA.
           MOVE "Y" TO SO-CAPTURO-SW(IND-PERSONA).
           IF SU-CASTIGO-APROBO NOT = SPACES
               MOVE SU-CASTIGO-APROBO TO PERSONA-BUSCADA
               PERFORM BUSCAR-PERSONA-TABLA
               MOVE "Y" TO SO-DECIDIO-SW(IND-PERSONA)
               IF SU-CASTIGO-APROBO = SU-CASTIGO-POR
                   MOVE SU-CASTIGO-APROBO TO HALLAZGO-EMP-ID
                   MOVE "SOD: SOLICITO Y APROBO" TO HALLAZGO-MOTIVO
                   MOVE SPACES TO HALLAZGO-DETALLE
                   STRING "CASTIGO REF=" DELIMITED BY SIZE
                       SU-REF-ID DELIMITED BY SIZE
                       INTO HALLAZGO-DETALLE
                   PERFORM REGISTRAR-HALLAZGO
               END-IF
           END-IF.

       REVISAR-PROPIO-DEPTO.
           PERFORM VARYING IND-PERSONA FROM 1 BY 1
                   UNTIL IND-PERSONA > CANT-PERSONAS
               IF SO-CANT-PROPIO(IND-PERSONA) > LIMITE-DEPTO
                   MOVE SO-EMP-ID(IND-PERSONA) TO HALLAZGO-EMP-ID
                   MOVE "SOD: EXCESO APROB PROPIO DEPTO"
                       TO HALLAZGO-MOTIVO
                   MOVE SO-CANT-PROPIO(IND-PERSONA) TO CANT-EDIT
                   MOVE SPACES TO HALLAZGO-DETALLE
                   STRING "APROBACIONES=" DELIMITED BY SIZE
                       CANT-EDIT DELIMITED BY SIZE
                       " LIMITE=" DELIMITED BY SIZE
                       LIMITE-EDIT DELIMITED BY SIZE
                       INTO HALLAZGO-DETALLE
                   PERFORM REGISTRAR-HALLAZGO
               END-IF
           END-PERFORM.

       REVISAR-DOBLE-ROL.
      /CAPTURAR EN UN CIRCUITO Y DECIDIR EN OTRO EL MISMO DIA DEJA A
      /UNA SOLA PERSONA CON LAS DOS LLAVES
           PERFORM VARYING IND-PERSONA FROM 1 BY 1
                   UNTIL IND-PERSONA > CANT-PERSONAS
               IF SO-CAPTURO-SW(IND-PERSONA) = "Y"
                  AND SO-DECIDIO-SW(IND-PERSONA) = "Y"
                   MOVE SO-EMP-ID(IND-PERSONA) TO HALLAZGO-EMP-ID
                   MOVE "SOD: CAPTURO Y DECIDIO EL DIA"
                       TO HALLAZGO-MOTIVO
                   MOVE "CAPTURADOR Y APROBADOR LA MISMA FECHA"
                       TO HALLAZGO-DETALLE
                   PERFORM REGISTRAR-HALLAZGO
               END-IF
           END-PERFORM.

       BUSCAR-PERSONA-TABLA.
           MOVE "N" TO PERSONA-HALLADA-SW.
           PERFORM VARYING IND-PERSONA FROM 1 BY 1
                   UNTIL IND-PERSONA > CANT-PERSONAS
                      OR PERSONA-HALLADA
               IF SO-EMP-ID(IND-PERSONA) = PERSONA-BUSCADA
                   MOVE "Y" TO PERSONA-HALLADA-SW
               END-IF
           END-PERFORM.
           IF PERSONA-HALLADA
               SUBTRACT 1 FROM IND-PERSONA
           ELSE
      /CON LA TABLA LLENA SE REUSA LA ULTIMA ENTRADA ANTES QUE
      /ESCRIBIR FUERA DE LA TABLA; EL REPORTE LO DEJA DICHO UNA VEZ
               IF CANT-PERSONAS >= MAX-PERSONAS
                   MOVE MAX-PERSONAS TO IND-PERSONA
                   IF NOT TABLA-LLENA-AVISADA
                       MOVE "TABLA DE PERSONAS LLENA, CONTEOS PARCIALES"
                           TO SOD-REPORT-LINEA
                       WRITE SOD-REPORT-LINEA
                       MOVE "Y" TO TABLA-LLENA-AVISADA-SW
                   END-IF
               ELSE
                   ADD 1 TO CANT-PERSONAS
                   MOVE CANT-PERSONAS TO IND-PERSONA
                   MOVE PERSONA-BUSCADA TO SO-EMP-ID(IND-PERSONA)
                   MOVE "N" TO SO-CAPTURO-SW(IND-PERSONA)
                   MOVE "N" TO SO-DECIDIO-SW(IND-PERSONA)
                   MOVE 0 TO SO-CANT-PROPIO(IND-PERSONA)
               END-IF
           END-IF.

       REGISTRAR-HALLAZGO.
           ADD 1 TO CANT-HALLAZGOS.
           MOVE SPACES TO SOD-REPORT-LINEA.
           STRING HALLAZGO-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HALLAZGO-MOTIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HALLAZGO-DETALLE DELIMITED BY SIZE
               INTO SOD-REPORT-LINEA.
           WRITE SOD-REPORT-LINEA.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE SPACES TO SEC-ALERT-RECORD.
           MOVE "P" TO SA-ESTADO.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO SA-TIMESTAMP.
           MOVE HALLAZGO-EMP-ID TO SA-EMP-ID.
           MOVE HALLAZGO-MOTIVO TO SA-MOTIVO.
           WRITE SEC-ALERT-RECORD.
           PERFORM NOTIFICAR-ALERTA.

       NOTIFICAR-ALERTA.
      /LA MISMA ALERTA SALE POR CORREO/SMS A SEGURIDAD, PARA QUE
      /LLEGUE AUNQUE NADIE DE ROL "O" ENTRE AL MENU
           MOVE "SODRPT" TO NT-ORIGEN.
           MOVE "SEGURIDAD" TO NT-DESTINO.
           MOVE "HALLAZGO DE SEGREGACION DE FUNCIONES" TO NT-ASUNTO.
           MOVE SPACES TO NT-CUERPO.
           STRING HALLAZGO-EMP-ID DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               HALLAZGO-MOTIVO DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NT-CUERPO.
           CALL "NOTIFPUT" USING NOTIF-AREA.

       TOMAR-CONTROL-CORRIDA.
           MOVE "R" TO RC-ACCION.
           MOVE "SODRPT" TO RC-PROGRAMA.
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
           MOVE "SODRPT" TO RC-PROGRAMA.
           CALL "RUNCTRL" USING RUNC-AREA.

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
           MOVE "SODRPT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "SODRPT" TO RL-PROGRAMA.
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
           MOVE "SODRPT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "HALLAZGOS=" DELIMITED BY SIZE
               CANT-HALLAZGOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM SODRPT.
