      ******************************************************************
      * Author:Pedro Burgos
      * Date:11/4/26
      * Purpose:Verificacion-De-La-Cadena-De-Los-Archivos-De-Auditoria
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVRFY IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGIN-LOG ASSIGN TO "LOGINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGIN-LOG-STATUS.

           SELECT LOGIN-ARCH ASSIGN TO "ARCHLOGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGIN-ARCH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT GRADE-AUDIT ASSIGN TO "GRADAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-AUDIT-STATUS.

           SELECT SEC-ALERT ASSIGN TO "SECALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-ALERT-STATUS.

           SELECT AUDV-REPORT ASSIGN TO "RPTAUDV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDV-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGIN-LOG.
           COPY "LOGINLR.cpy".

       FD  LOGIN-ARCH.
      /LINEA DE DATOS: IMAGEN COMPLETA DEL LOGIN-LOG. CABECERA DE
      /GENERACION: "*** ARCHIVO DEL ... CORTE ... ENLACE=sec/sello"
      /(LAS GENERACIONES ANTERIORES AL ENCADENADO NO TRAEN ENLACE)
       01  LOGIN-ARCH-RECORD.
           05  LA-IMAGEN.
               10  LA-EMP-ID       PIC X(10).
               10  FILLER          PIC X(02).
               10  LA-TIMESTAMP    PIC X(26).
               10  LA-RESULTADO    PIC X(08).
           05  FILLER              PIC X(01).
           05  LA-SECUENCIA        PIC 9(08).
           05  FILLER              PIC X(01).
           05  LA-SELLO            PIC X(08).
           05  FILLER              PIC X(16).
       01  LOGIN-ARCH-CABECERA.
           05  LC-MARCA            PIC X(04).
           05  FILLER              PIC X(35).
           05  LC-ENLACE-ROTULO    PIC X(08).
           05  LC-ENLACE-SECUENCIA PIC X(08).
           05  FILLER              PIC X(01).
           05  LC-ENLACE-SELLO     PIC X(08).
           05  FILLER              PIC X(16).

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

       FD  SEC-ALERT.
           COPY "SECALERT.cpy".

       FD  AUDV-REPORT.
       01  AUDV-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE NOTIFICACIONES SALIENTES POR CORREO/SMS
       COPY "NOTIFAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO: DA EL ANCLA Y EL ULTIMO SELLO
      /EMITIDO DE CADA ARCHIVO Y RECALCULA CADA SELLO
       COPY "SELLAREA.cpy".

       01 LOGIN-LOG-STATUS    PIC X(02).
       01 LOGIN-ARCH-STATUS   PIC X(02).
       01 AUDIT-FILE-STATUS   PIC X(02).
       01 GRADE-AUDIT-STATUS  PIC X(02).
       01 SEC-ALERT-STATUS    PIC X(02).
       01 AUDV-REPORT-STATUS  PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).

       01 ARCHIVO-EOF-SW PIC X(01) VALUE "N".
           88 ARCHIVO-EOF VALUE "Y".

      /REGISTRO EN CURSO, IGUAL PARA LOS TRES LAYOUTS
       01 VR-ARCHIVO    PIC X(08).
       01 VR-TIMESTAMP  PIC X(17).
       01 VR-SECUENCIA  PIC 9(08).
       01 VR-SELLO      PIC X(08).
       01 VR-CONTENIDO  PIC X(200).

      /ESTADO DE LA CADENA DEL ARCHIVO QUE SE ESTA RECORRIENDO
       01 PREV-SECUENCIA PIC 9(08).
       01 PREV-SELLO     PIC X(08).
       01 PREV-TIMESTAMP PIC X(17).
       01 SECUENCIA-ESPERADA PIC 9(08).
       01 ENLACE-SECUENCIA PIC 9(08).
       01 CADENA-INICIADA-SW PIC X(01).
           88 CADENA-INICIADA VALUE "Y".
      /SIN ANCLA CONOCIDA (SIN AUDCHAIN, O UNA GENERACION DEL
      /HISTORICO SIN ENLACE) EL PRIMER SELLO SE TOMA COMO PUNTO DE
      /PARTIDA Y DESDE AHI SE CONTROLA LA CONTINUIDAD
       01 ANCLA-CONOCIDA-SW PIC X(01).
           88 ANCLA-CONOCIDA VALUE "Y".
       01 CONTROL-LEIDO-SW PIC X(01).
           88 CONTROL-LEIDO VALUE "Y".
       01 CONTROL-SECUENCIA PIC 9(08).
       01 CONTROL-SELLO     PIC X(08).

       01 CANT-LEIDOS      PIC 9(07).
       01 CANT-SELLADOS    PIC 9(07).
       01 CANT-SIN-SELLO   PIC 9(07).
       01 CANT-ROTURAS     PIC 9(05).
       01 CANT-GENERACIONES PIC 9(05).
       01 CANT-ROTURAS-TOTAL PIC 9(05) VALUE 0.
       01 CANT-ARCHIVOS-ROTOS PIC 9(01) VALUE 0.
       01 MAX-DETALLES PIC 9(03) VALUE 20.
       01 CANT-EDIT PIC ZZZZZZ9.

      /UN HALLAZGO: MOTIVO MAS LA SECUENCIA Y EL MOMENTO DEL REGISTRO
       01 HALLAZGO-MOTIVO  PIC X(30).
       01 PRIMER-MOTIVO    PIC X(30).
       01 PRIMER-SECUENCIA PIC 9(08).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /RECORRE LOGINLOG, SU HISTORICO ARCHLOGN, USERAUDT Y GRADAUDT
      /RECALCULANDO CADA SELLO: INFORMA EL PRIMER ENLACE ROTO DE CADA
      /ARCHIVO, LOS HUECOS DE SECUENCIA (REGISTROS BORRADOS), LOS
      /REGISTROS RETOCADOS Y LOS TIMESTAMPS FUERA DE ORDEN. CADA
      /ARCHIVO CON LA CADENA ROTA SE ENCOLA EN SECALERT
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.

           OPEN OUTPUT AUDV-REPORT.
           MOVE SPACES TO AUDV-REPORT-LINEA.
           STRING "VERIFICACION DE CADENA DE AUDITORIA DEL "
               DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               INTO AUDV-REPORT-LINEA.
           WRITE AUDV-REPORT-LINEA.

           OPEN EXTEND SEC-ALERT.
           IF SEC-ALERT-STATUS NOT = "00"
               OPEN OUTPUT SEC-ALERT
           END-IF.

           PERFORM VERIFICAR-LOGINLOG THRU VERIFICAR-LOGINLOG-EXIT.
           PERFORM VERIFICAR-ARCHLOGN THRU VERIFICAR-ARCHLOGN-EXIT.
           PERFORM VERIFICAR-USERAUDT THRU VERIFICAR-USERAUDT-EXIT.
           PERFORM VERIFICAR-GRADAUDT THRU VERIFICAR-GRADAUDT-EXIT.

           CLOSE SEC-ALERT.
           MOVE SPACES TO AUDV-REPORT-LINEA.
           WRITE AUDV-REPORT-LINEA.
           MOVE CANT-ROTURAS-TOTAL TO CANT-EDIT.
           MOVE SPACES TO AUDV-REPORT-LINEA.
           STRING "TOTAL DE HALLAZGOS: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO AUDV-REPORT-LINEA.
           WRITE AUDV-REPORT-LINEA.
           CLOSE AUDV-REPORT.
           DISPLAY "HALLAZGOS EN LA CADENA DE AUDITORIA: "
               CANT-ROTURAS-TOTAL.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       VERIFICAR-LOGINLOG.
           MOVE "LOGINLOG" TO VR-ARCHIVO.
           PERFORM INICIAR-ARCHIVO.
           PERFORM LEER-ANCLA.
           OPEN INPUT LOGIN-LOG.
           IF LOGIN-LOG-STATUS NOT = "00"
               MOVE "  SIN LOGINLOG QUE VERIFICAR" TO AUDV-REPORT-LINEA
               WRITE AUDV-REPORT-LINEA
               GO TO VERIFICAR-LOGINLOG-EXIT
           END-IF.
           READ LOGIN-LOG
               AT END MOVE "Y" TO ARCHIVO-EOF-SW
           END-READ.
           PERFORM UNTIL ARCHIVO-EOF
               MOVE LL-TIMESTAMP(1:17) TO VR-TIMESTAMP
               MOVE LL-SELLO TO VR-SELLO
               IF LL-SELLO = SPACES
                   MOVE 0 TO VR-SECUENCIA
               ELSE
                   MOVE LL-SECUENCIA TO VR-SECUENCIA
               END-IF
               MOVE SPACES TO VR-CONTENIDO
               MOVE LOGIN-LOG-RECORD(1:46) TO VR-CONTENIDO
               PERFORM VERIFICAR-REGISTRO
               READ LOGIN-LOG
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE LOGIN-LOG.
           PERFORM CONTROLAR-FIN-CADENA.
           PERFORM CERRAR-ARCHIVO.
       VERIFICAR-LOGINLOG-EXIT.
           EXIT.

       VERIFICAR-ARCHLOGN.
      /EL HISTORICO NO TIENE ENTRADA PROPIA EN AUDCHAIN: CADA
      /GENERACION TRAE EN SU CABECERA EL ENLACE CON LA ANTERIOR, Y EL
      /ULTIMO ARCHIVADO DEBE SER EL ANCLA ACTUAL DEL LOGIN-LOG
           MOVE "ARCHLOGN" TO VR-ARCHIVO.
           PERFORM INICIAR-ARCHIVO.
           MOVE 0 TO CANT-GENERACIONES.
           OPEN INPUT LOGIN-ARCH.
           IF LOGIN-ARCH-STATUS NOT = "00"
               MOVE "  SIN ARCHLOGN QUE VERIFICAR" TO AUDV-REPORT-LINEA
               WRITE AUDV-REPORT-LINEA
               GO TO VERIFICAR-ARCHLOGN-EXIT
           END-IF.
           READ LOGIN-ARCH
               AT END MOVE "Y" TO ARCHIVO-EOF-SW
           END-READ.
           PERFORM UNTIL ARCHIVO-EOF
               IF LC-MARCA = "*** "
                   PERFORM VERIFICAR-CABECERA-ARCH
               ELSE
                   MOVE LA-TIMESTAMP(1:17) TO VR-TIMESTAMP
                   MOVE LA-SELLO TO VR-SELLO
                   IF LA-SELLO = SPACES
                       MOVE 0 TO VR-SECUENCIA
                   ELSE
                       MOVE LA-SECUENCIA TO VR-SECUENCIA
                   END-IF
                   MOVE SPACES TO VR-CONTENIDO
                   MOVE LA-IMAGEN TO VR-CONTENIDO
                   PERFORM VERIFICAR-REGISTRO
               END-IF
               READ LOGIN-ARCH
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE LOGIN-ARCH.
           PERFORM CONTROLAR-EMPALME-ARCH.
           MOVE CANT-GENERACIONES TO CANT-EDIT.
           MOVE SPACES TO AUDV-REPORT-LINEA.
           STRING "  GENERACIONES: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO AUDV-REPORT-LINEA.
           WRITE AUDV-REPORT-LINEA.
           PERFORM CERRAR-ARCHIVO.
       VERIFICAR-ARCHLOGN-EXIT.
           EXIT.

       VERIFICAR-USERAUDT.
           MOVE "USERAUDT" TO VR-ARCHIVO.
           PERFORM INICIAR-ARCHIVO.
           PERFORM LEER-ANCLA.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               MOVE "  SIN USERAUDT QUE VERIFICAR" TO AUDV-REPORT-LINEA
               WRITE AUDV-REPORT-LINEA
               GO TO VERIFICAR-USERAUDT-EXIT
           END-IF.
           READ AUDIT-FILE
               AT END MOVE "Y" TO ARCHIVO-EOF-SW
           END-READ.
           PERFORM UNTIL ARCHIVO-EOF
               MOVE AU-TIMESTAMP TO VR-TIMESTAMP
               MOVE AU-SELLO TO VR-SELLO
               IF AU-SELLO = SPACES
                   MOVE 0 TO VR-SECUENCIA
               ELSE
                   MOVE AU-SECUENCIA TO VR-SECUENCIA
               END-IF
               MOVE SPACES TO VR-CONTENIDO
               MOVE AUDIT-RECORD(1:113) TO VR-CONTENIDO
               PERFORM VERIFICAR-REGISTRO
               READ AUDIT-FILE
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           PERFORM CONTROLAR-FIN-CADENA.
           PERFORM CERRAR-ARCHIVO.
       VERIFICAR-USERAUDT-EXIT.
           EXIT.

       VERIFICAR-GRADAUDT.
           MOVE "GRADAUDT" TO VR-ARCHIVO.
           PERFORM INICIAR-ARCHIVO.
           PERFORM LEER-ANCLA.
           OPEN INPUT GRADE-AUDIT.
           IF GRADE-AUDIT-STATUS NOT = "00"
               MOVE "  SIN GRADAUDT QUE VERIFICAR" TO AUDV-REPORT-LINEA
               WRITE AUDV-REPORT-LINEA
               GO TO VERIFICAR-GRADAUDT-EXIT
           END-IF.
           READ GRADE-AUDIT
               AT END MOVE "Y" TO ARCHIVO-EOF-SW
           END-READ.
           PERFORM UNTIL ARCHIVO-EOF
               MOVE GA-TIMESTAMP TO VR-TIMESTAMP
               MOVE GA-SELLO TO VR-SELLO
               IF GA-SELLO = SPACES
                   MOVE 0 TO VR-SECUENCIA
               ELSE
                   MOVE GA-SECUENCIA TO VR-SECUENCIA
               END-IF
               MOVE SPACES TO VR-CONTENIDO
               MOVE GRADE-AUDIT-RECORD(1:173) TO VR-CONTENIDO
               PERFORM VERIFICAR-REGISTRO
               READ GRADE-AUDIT
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE GRADE-AUDIT.
           PERFORM CONTROLAR-FIN-CADENA.
           PERFORM CERRAR-ARCHIVO.
       VERIFICAR-GRADAUDT-EXIT.
           EXIT.

       INICIAR-ARCHIVO.
           MOVE "N" TO ARCHIVO-EOF-SW.
           MOVE "N" TO CADENA-INICIADA-SW.
           MOVE "N" TO ANCLA-CONOCIDA-SW.
           MOVE "N" TO CONTROL-LEIDO-SW.
           MOVE 0 TO PREV-SECUENCIA.
           MOVE SPACES TO PREV-SELLO.
           MOVE SPACES TO PREV-TIMESTAMP.
           MOVE 0 TO CANT-LEIDOS.
           MOVE 0 TO CANT-SELLADOS.
           MOVE 0 TO CANT-SIN-SELLO.
           MOVE 0 TO CANT-ROTURAS.
           MOVE SPACES TO AUDV-REPORT-LINEA.
           WRITE AUDV-REPORT-LINEA.
           MOVE SPACES TO AUDV-REPORT-LINEA.
           STRING "ARCHIVO " DELIMITED BY SIZE
               VR-ARCHIVO DELIMITED BY SIZE
               INTO AUDV-REPORT-LINEA.
           WRITE AUDV-REPORT-LINEA.

       LEER-ANCLA.
      /LA CADENA DEL ARCHIVO VIVO ARRANCA EN EL ANCLA DE AUDCHAIN Y
      /DEBE TERMINAR EN EL ULTIMO SELLO QUE AUDSELLO EMITIO
           MOVE "L" TO SL-ACCION.
           MOVE VR-ARCHIVO TO SL-ARCHIVO.
           CALL "AUDSELLO" USING SELLO-AREA.
           IF SL-OK
               MOVE "Y" TO CONTROL-LEIDO-SW
               MOVE "Y" TO ANCLA-CONOCIDA-SW
               MOVE SL-ANCLA-SECUENCIA TO PREV-SECUENCIA
               MOVE SL-ANCLA-SELLO TO PREV-SELLO
               MOVE SL-SECUENCIA TO CONTROL-SECUENCIA
               MOVE SL-SELLO TO CONTROL-SELLO
           ELSE
               MOVE "  SIN AUDCHAIN: SOLO SE CONTROLA LA CONTINUIDAD"
                   TO AUDV-REPORT-LINEA
               WRITE AUDV-REPORT-LINEA
           END-IF.

       VERIFICAR-CABECERA-ARCH.
           ADD 1 TO CANT-GENERACIONES.
           IF LC-ENLACE-ROTULO = " ENLACE="
              AND LC-ENLACE-SECUENCIA NUMERIC
               MOVE LC-ENLACE-SECUENCIA TO ENLACE-SECUENCIA
               IF CADENA-INICIADA
                   IF ENLACE-SECUENCIA NOT = PREV-SECUENCIA
                      OR LC-ENLACE-SELLO NOT = PREV-SELLO
                       MOVE ENLACE-SECUENCIA TO VR-SECUENCIA
                       MOVE SPACES TO VR-TIMESTAMP
                       MOVE "ENLACE ENTRE GENERACIONES ROTO"
                           TO HALLAZGO-MOTIVO
                       PERFORM REGISTRAR-HALLAZGO
                   END-IF
               ELSE
                   MOVE "Y" TO ANCLA-CONOCIDA-SW
                   MOVE ENLACE-SECUENCIA TO PREV-SECUENCIA
                   MOVE LC-ENLACE-SELLO TO PREV-SELLO
               END-IF
           END-IF.

       VERIFICAR-REGISTRO.
           ADD 1 TO CANT-LEIDOS.
           IF PREV-TIMESTAMP NOT = SPACES
              AND VR-TIMESTAMP < PREV-TIMESTAMP
               MOVE "TIMESTAMP FUERA DE ORDEN" TO HALLAZGO-MOTIVO
               PERFORM REGISTRAR-HALLAZGO
           END-IF.
           MOVE VR-TIMESTAMP TO PREV-TIMESTAMP.
           IF VR-SELLO = SPACES
      /SIN SELLO ANTES DE QUE ARRANQUE LA CADENA ES HISTORIA PREVIA
      /AL ENCADENADO; DESPUES, ES UN REGISTRO METIDO POR FUERA
               IF CADENA-INICIADA
                   MOVE "REGISTRO SIN SELLO" TO HALLAZGO-MOTIVO
                   PERFORM REGISTRAR-HALLAZGO
               ELSE
                   ADD 1 TO CANT-SIN-SELLO
               END-IF
           ELSE
               ADD 1 TO CANT-SELLADOS
               IF CADENA-INICIADA OR ANCLA-CONOCIDA
                   PERFORM CONTROLAR-ENLACE
               END-IF
               MOVE "Y" TO CADENA-INICIADA-SW
               MOVE VR-SECUENCIA TO PREV-SECUENCIA
               MOVE VR-SELLO TO PREV-SELLO
           END-IF.

       CONTROLAR-ENLACE.
      /UN SALTO DE SECUENCIA ES UN BORRADO; CON LA SECUENCIA EN
      /ORDEN, UN SELLO QUE NO DA ES UN REGISTRO RETOCADO O INSERTADO
           COMPUTE SECUENCIA-ESPERADA = PREV-SECUENCIA + 1.
           EVALUATE TRUE
               WHEN VR-SECUENCIA > SECUENCIA-ESPERADA
                   MOVE "FALTAN REGISTROS EN LA CADENA"
                       TO HALLAZGO-MOTIVO
                   PERFORM REGISTRAR-HALLAZGO
               WHEN VR-SECUENCIA < SECUENCIA-ESPERADA
                   MOVE "SECUENCIA REPETIDA O ATRASADA"
                       TO HALLAZGO-MOTIVO
                   PERFORM REGISTRAR-HALLAZGO
               WHEN OTHER
                   MOVE "C" TO SL-ACCION
                   MOVE PREV-SELLO TO SL-SELLO-ANTERIOR
                   MOVE VR-SECUENCIA TO SL-SECUENCIA
                   MOVE VR-CONTENIDO TO SL-REGISTRO
                   CALL "AUDSELLO" USING SELLO-AREA
                   IF SL-SELLO NOT = VR-SELLO
                       MOVE "SELLO NO COINCIDE: ALTERADO"
                           TO HALLAZGO-MOTIVO
                       PERFORM REGISTRAR-HALLAZGO
                   END-IF
           END-EVALUATE.

       CONTROLAR-FIN-CADENA.
      /LO QUE SE BORRO DEL FINAL NO DEJA HUECO ADENTRO: SE DETECTA
      /CONTRA EL ULTIMO SELLO QUE AUDCHAIN DICE HABER EMITIDO
           IF CONTROL-LEIDO
               MOVE SPACES TO VR-TIMESTAMP
               EVALUATE TRUE
                   WHEN CONTROL-SECUENCIA > PREV-SECUENCIA
                       MOVE CONTROL-SECUENCIA TO VR-SECUENCIA
                       MOVE "FALTAN REGISTROS AL FINAL"
                           TO HALLAZGO-MOTIVO
                       PERFORM REGISTRAR-HALLAZGO
                   WHEN CONTROL-SECUENCIA < PREV-SECUENCIA
                       MOVE PREV-SECUENCIA TO VR-SECUENCIA
                       MOVE "SECUENCIA MAYOR QUE AUDCHAIN"
                           TO HALLAZGO-MOTIVO
                       PERFORM REGISTRAR-HALLAZGO
                   WHEN CONTROL-SELLO NOT = PREV-SELLO
                       MOVE PREV-SECUENCIA TO VR-SECUENCIA
                       MOVE "ULTIMO SELLO DISTINTO AUDCHAIN"
                           TO HALLAZGO-MOTIVO
                       PERFORM REGISTRAR-HALLAZGO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CONTROLAR-EMPALME-ARCH.
      /EL ULTIMO REGISTRO ARCHIVADO ES EL QUE PRECEDE AL PRIMERO DEL
      /LOGIN-LOG VIVO: TIENE QUE COINCIDIR CON SU ANCLA
           IF CADENA-INICIADA
               MOVE "L" TO SL-ACCION
               MOVE "LOGINLOG" TO SL-ARCHIVO
               CALL "AUDSELLO" USING SELLO-AREA
               IF SL-OK
                  AND (SL-ANCLA-SECUENCIA NOT = PREV-SECUENCIA
                       OR SL-ANCLA-SELLO NOT = PREV-SELLO)
                   MOVE PREV-SECUENCIA TO VR-SECUENCIA
                   MOVE SPACES TO VR-TIMESTAMP
                   MOVE "HISTORICO NO EMPALMA CON ANCLA"
                       TO HALLAZGO-MOTIVO
                   PERFORM REGISTRAR-HALLAZGO
               END-IF
           END-IF.

       REGISTRAR-HALLAZGO.
      /SE DETALLAN LOS PRIMEROS HALLAZGOS DE CADA ARCHIVO; EL PRIMERO
      /QUEDA APARTE PARA EL RESUMEN Y LA ALERTA
           ADD 1 TO CANT-ROTURAS.
           ADD 1 TO CANT-ROTURAS-TOTAL.
           IF CANT-ROTURAS = 1
               MOVE HALLAZGO-MOTIVO TO PRIMER-MOTIVO
               MOVE VR-SECUENCIA TO PRIMER-SECUENCIA
           END-IF.
           IF CANT-ROTURAS <= MAX-DETALLES
               MOVE SPACES TO AUDV-REPORT-LINEA
               STRING "  " DELIMITED BY SIZE
                   HALLAZGO-MOTIVO DELIMITED BY SIZE
                   " SEC=" DELIMITED BY SIZE
                   VR-SECUENCIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VR-TIMESTAMP DELIMITED BY SIZE
                   INTO AUDV-REPORT-LINEA
               WRITE AUDV-REPORT-LINEA
           END-IF.

       CERRAR-ARCHIVO.
           MOVE SPACES TO AUDV-REPORT-LINEA.
           MOVE CANT-LEIDOS TO CANT-EDIT.
           STRING "  LEIDOS: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO AUDV-REPORT-LINEA.
           MOVE CANT-SELLADOS TO CANT-EDIT.
           MOVE " SELLADOS: " TO AUDV-REPORT-LINEA(18:11).
           MOVE CANT-EDIT TO AUDV-REPORT-LINEA(29:7).
           MOVE CANT-SIN-SELLO TO CANT-EDIT.
           MOVE " PREVIOS SIN SELLO: " TO AUDV-REPORT-LINEA(36:20).
           MOVE CANT-EDIT TO AUDV-REPORT-LINEA(56:7).
           WRITE AUDV-REPORT-LINEA.
           MOVE SPACES TO AUDV-REPORT-LINEA.
           IF CANT-ROTURAS = 0
               MOVE "  CADENA INTEGRA" TO AUDV-REPORT-LINEA
               WRITE AUDV-REPORT-LINEA
           ELSE
               ADD 1 TO CANT-ARCHIVOS-ROTOS
               MOVE CANT-ROTURAS TO CANT-EDIT
               STRING "  HALLAZGOS: " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   INTO AUDV-REPORT-LINEA
               WRITE AUDV-REPORT-LINEA
               MOVE SPACES TO AUDV-REPORT-LINEA
               STRING "  PRIMER ENLACE ROTO: " DELIMITED BY SIZE
                   PRIMER-MOTIVO DELIMITED BY SIZE
                   " SEC=" DELIMITED BY SIZE
                   PRIMER-SECUENCIA DELIMITED BY SIZE
                   INTO AUDV-REPORT-LINEA
               WRITE AUDV-REPORT-LINEA
               PERFORM ENCOLAR-ALERTA
           END-IF.

       ENCOLAR-ALERTA.
      /UNA ALERTA POR ARCHIVO CON LA CADENA ROTA; EL DETALLE ESTA EN
      /EL REPORTE
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE SPACES TO SEC-ALERT-RECORD.
           MOVE "P" TO SA-ESTADO.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO SA-TIMESTAMP.
           MOVE VR-ARCHIVO TO SA-EMP-ID.
           MOVE "CADENA DE AUDITORIA ROTA" TO SA-MOTIVO.
           WRITE SEC-ALERT-RECORD.
           PERFORM NOTIFICAR-ALERTA.

       NOTIFICAR-ALERTA.
      /LA MISMA ALERTA SALE POR CORREO/SMS A SEGURIDAD, PARA QUE
      /LLEGUE AUNQUE NADIE DE ROL "O" ENTRE AL MENU
           MOVE "AUDVRFY" TO NT-ORIGEN.
           MOVE "SEGURIDAD" TO NT-DESTINO.
           MOVE "CADENA DE AUDITORIA ROTA" TO NT-ASUNTO.
           MOVE SPACES TO NT-CUERPO.
           STRING VR-ARCHIVO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               "CADENA DE AUDITORIA ROTA" DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NT-CUERPO.
           CALL "NOTIFPUT" USING NOTIF-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "AUDVRFY" TO RL-PROGRAMA.
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
           MOVE "AUDVRFY" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "HALLAZGOS=" DELIMITED BY SIZE
               CANT-ROTURAS-TOTAL DELIMITED BY SIZE
               " ARCHIVOS ROTOS=" DELIMITED BY SIZE
               CANT-ARCHIVOS-ROTOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM AUDVRFY.
