      ******************************************************************
      * Author:Pedro Burgos
      * Date:14/4/26
      * Purpose:Escalamiento-De-Pendientes-Sin-Decidir-Al-Nivel-Superior
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDESC IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT ESC-CONTROL ASSIGN TO "ESCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESC-CONTROL-STATUS.

           SELECT ESC-REPORT ASSIGN TO "RPTESCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESC-REPORT-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
           COPY "PENDCHG.cpy".

       FD  ESC-CONTROL.
      /EC-DIAS-HABILES: DIAS HABILES QUE UN PENDIENTE PUEDE ESPERAR
      /EN UN MISMO NIVEL ANTES DE ESCALAR AL JEFE DE ARRIBA
       01  ESC-CONTROL-RECORD.
           05  EC-DIAS-HABILES     PIC 9(03).

       FD  ESC-REPORT.
       01  ESC-REPORT-LINEA        PIC X(80).

       FD  ALERT-FILE.
           COPY "OPALERTR.cpy".

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

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE NOTIFICACIONES SALIENTES POR CORREO/SMS
       COPY "NOTIFAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO DE USERAUDT
       COPY "SELLAREA.cpy".

      /AREA DEL CANDADO DE CORRIDAS COMPARTIDO
       COPY "RUNCAREA.cpy".

      /AREA DEL SERVICIO DE FECHAS EN DIAS HABILES
       COPY "DATEAREA.cpy".

      /AREA DEL SERVICIO DE RUTEO AL JEFE DE DEPARTAMENTO
       COPY "JEFEAREA.cpy".

       01 PEND-FILE-STATUS    PIC X(02).
       01 ESC-CONTROL-STATUS  PIC X(02).
       01 ESC-REPORT-STATUS   PIC X(02).
       01 ALERT-FILE-STATUS   PIC X(02).
       01 AUDIT-FILE-STATUS   PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).
       01 BALANCE-FILE-STATUS PIC X(02).

      /CONTROLES DE BALANCE DE LA CORRIDA BATCH
       01 BAL-LEIDOS     PIC 9(07) VALUE 0.
       01 BAL-ESCRITOS   PIC 9(07) VALUE 0.
       01 BAL-RECHAZADOS PIC 9(07) VALUE 0.

       01 DIAS-PLAZO PIC 9(03) VALUE 3.

       01 PEND-EOF-SW PIC X(01) VALUE "N".
           88 PEND-EOF VALUE "Y".
       01 TABLA-DESBORDADA-SW PIC X(01) VALUE "N".
           88 TABLA-DESBORDADA VALUE "Y".

      /PENDCHG ENTERO EN MEMORIA PARA REESCRIBIRLO CON LOS RUTEOS
      /NUEVOS; LOS DECIDIDOS VIAJAN TAL CUAL COMO RASTRO
       01 MAX-PENDIENTES PIC 9(03) VALUE 500.
       01 CANT-PENDIENTES PIC 9(03) VALUE 0.
       01 TABLA-PENDIENTES.
           05 PENDIENTE-ITEM OCCURS 500 TIMES PIC X(159).
       01 IND-PEND PIC 9(03) COMP.

       01 FECHA-NEGOCIO PIC 9(08) VALUE 0.
       01 JEFE-ANTERIOR PIC X(10).
       01 MOTIVO-ALERTA PIC X(40).

       01 CANT-LEIDOS       PIC 9(05) VALUE 0.
       01 CANT-REVISADOS    PIC 9(05) VALUE 0.
       01 CANT-ESCALADOS    PIC 9(05) VALUE 0.
       01 CANT-SIN-SUPERIOR PIC 9(05) VALUE 0.
       01 CANT-INICIADOS    PIC 9(05) VALUE 0.
       01 CANT-EDIT         PIC ZZZZ9.
       01 DIAS-EDIT         PIC ZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /RECORRE LOS PENDIENTES DE PENDCHG: EL QUE LLEVA MAS DIAS
      /HABILES QUE EL PLAZO EN EL MISMO NIVEL SIN DECIDIRSE PASA AL
      /JEFE DEL NIVEL DE ARRIBA, CON SU RASTRO EN USERAUDT Y UNA
      /ALERTA EN OPALERT PARA QUE EL OPERADOR LO VEA EN EJERMENU
           PERFORM REGISTRAR-LOG-INICIO.
      /CANDADO DE CORRIDA: LA MISMA FECHA DE NEGOCIO NO ESCALA DOS
      /VECES; RC-FECHA VUELVE CON LA FECHA DE NEGOCIO RESUELTA
           PERFORM TOMAR-CONTROL-CORRIDA.
           IF RC-BLOQUEADO
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           MOVE RC-FECHA TO FECHA-NEGOCIO.
           PERFORM LEER-CONTROL.

           OPEN OUTPUT ESC-REPORT.
           MOVE SPACES TO ESC-REPORT-LINEA.
           MOVE DIAS-PLAZO TO DIAS-EDIT.
           STRING "ESCALAMIENTO DE PENDIENTES - FECHA DE NEGOCIO "
               DELIMITED BY SIZE
               FECHA-NEGOCIO DELIMITED BY SIZE
               " PLAZO " DELIMITED BY SIZE
               DIAS-EDIT DELIMITED BY SIZE
               INTO ESC-REPORT-LINEA.
           WRITE ESC-REPORT-LINEA.

           PERFORM CARGAR-PENDIENTES.
           IF TABLA-DESBORDADA
      /SIN LA COLA COMPLETA EN MEMORIA NO SE PUEDE REESCRIBIR
      /PENDCHG SIN PERDER CAPTURAS: NO SE ESCALA NADA Y EL PASO FALLA
               DISPLAY "PENDCHG EXCEDE " MAX-PENDIENTES
                   " REGISTROS, NADA ESCALADO"
               MOVE "PENDCHG EXCEDE LA TABLA, NADA ESCALADO"
                   TO ESC-REPORT-LINEA
               WRITE ESC-REPORT-LINEA
               PERFORM MARCAR-FALLA-PASO
           ELSE
               IF CANT-PENDIENTES > 0
                   PERFORM REVISAR-UN-PENDIENTE
                       VARYING IND-PEND FROM 1 BY 1
                       UNTIL IND-PEND > CANT-PENDIENTES
                   PERFORM REESCRIBIR-PENDIENTES
               END-IF
           END-IF.

           PERFORM ESCRIBIR-TOTALES.
           CLOSE ESC-REPORT.
           MOVE CANT-LEIDOS TO BAL-LEIDOS.
           MOVE CANT-PENDIENTES TO BAL-ESCRITOS.
           PERFORM REGISTRAR-BALANCE.
           PERFORM LIBERAR-CONTROL-CORRIDA.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       LEER-CONTROL.
           OPEN INPUT ESC-CONTROL.
           IF ESC-CONTROL-STATUS = "00"
               READ ESC-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EC-DIAS-HABILES NUMERIC
                          AND EC-DIAS-HABILES > 0
                           MOVE EC-DIAS-HABILES TO DIAS-PLAZO
                       END-IF
               END-READ
               CLOSE ESC-CONTROL
           END-IF.

       CARGAR-PENDIENTES.
           MOVE 0 TO CANT-PENDIENTES.
           OPEN INPUT PEND-FILE.
           IF PEND-FILE-STATUS NOT = "00"
               IF PEND-FILE-STATUS NOT = "35"
                   MOVE "PENDCHG" TO EH-ARCHIVO
                   MOVE "OPEN" TO EH-OPERACION
                   MOVE PEND-FILE-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
               END-IF
               MOVE "Y" TO PEND-EOF-SW
           ELSE
               READ PEND-FILE
                   AT END MOVE "Y" TO PEND-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL PEND-EOF
               ADD 1 TO CANT-LEIDOS
               IF CANT-PENDIENTES < MAX-PENDIENTES
                   ADD 1 TO CANT-PENDIENTES
                   MOVE PEND-CHANGE-RECORD
                       TO PENDIENTE-ITEM(CANT-PENDIENTES)
               ELSE
                   MOVE "Y" TO TABLA-DESBORDADA-SW
               END-IF
               READ PEND-FILE
                   AT END MOVE "Y" TO PEND-EOF-SW
               END-READ
           END-PERFORM.
           IF PEND-FILE-STATUS = "00" OR PEND-FILE-STATUS = "10"
               CLOSE PEND-FILE
           END-IF.

       REVISAR-UN-PENDIENTE.
      /UN PENDIENTE CAPTURADO ANTES DEL RUTEO NO TRAE FECHA: SU PLAZO
      /EMPIEZA A CORRER HOY
           MOVE PENDIENTE-ITEM(IND-PEND) TO PEND-CHANGE-RECORD.
           IF PD-PENDIENTE
               ADD 1 TO CANT-REVISADOS
               IF PD-RUTEO-FECHA NOT NUMERIC OR PD-RUTEO-FECHA = 0
                   MOVE FECHA-NEGOCIO TO PD-RUTEO-FECHA
                   MOVE 0 TO PD-ESCALAMIENTOS
                   ADD 1 TO CANT-INICIADOS
               ELSE
                   MOVE "D" TO DC-OPERACION
                   MOVE PD-RUTEO-FECHA TO DC-FECHA1
                   MOVE FECHA-NEGOCIO TO DC-FECHA2
                   MOVE 0 TO DC-DIAS
                   CALL "DATECALC" USING DATE-AREA
                   IF DC-FECHA-MALA
                       MOVE FECHA-NEGOCIO TO PD-RUTEO-FECHA
                       ADD 1 TO CANT-INICIADOS
                   ELSE
                       IF DC-DIAS >= DIAS-PLAZO
                           PERFORM ESCALAR-PENDIENTE
                       END-IF
                   END-IF
               END-IF
               MOVE PEND-CHANGE-RECORD TO PENDIENTE-ITEM(IND-PEND)
           END-IF.

       ESCALAR-PENDIENTE.
      /EL NIVEL DE ARRIBA ES EL PRIMER JEFE POR ENCIMA DEL
      /DEPARTAMENTO DEL JEFE ACTUAL; SIN NIVEL SUPERIOR EL PENDIENTE
      /SE QUEDA DONDE ESTA, LA ALERTA SALE IGUAL Y EL PLAZO VUELVE A
      /CORRER PARA NO REPETIRLA CADA NOCHE
           MOVE DC-DIAS TO DIAS-EDIT.
           MOVE PD-RUTEO-JEFE TO JEFE-ANTERIOR.
           MOVE "P" TO JF-ACCION.
           MOVE PD-RUTEO-DEPTO TO JF-DEPTO.
           MOVE PD-OPERADOR TO JF-EXCLUIR-1.
           MOVE PD-EMP-ID TO JF-EXCLUIR-2.
           CALL "DEPTJEFE" USING JEFE-AREA.
           MOVE FECHA-NEGOCIO TO PD-RUTEO-FECHA.
           MOVE SPACES TO ESC-REPORT-LINEA.
           MOVE SPACES TO MOTIVO-ALERTA.
           IF JF-OK
               MOVE JF-JEFE TO PD-RUTEO-JEFE
               MOVE JF-DEPTO-JEFE TO PD-RUTEO-DEPTO
               IF PD-ESCALAMIENTOS < 99
                   ADD 1 TO PD-ESCALAMIENTOS
               END-IF
               ADD 1 TO CANT-ESCALADOS
               STRING "ESCALADO    " DELIMITED BY SIZE
                   PD-OPERACION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PD-EMP-ID DELIMITED BY SIZE
                   DIAS-EDIT DELIMITED BY SIZE
                   " DIAS DE " DELIMITED BY SIZE
                   JEFE-ANTERIOR DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   PD-RUTEO-JEFE DELIMITED BY SIZE
                   INTO ESC-REPORT-LINEA
               STRING "PENDCHG " DELIMITED BY SIZE
                   PD-EMP-ID DELIMITED BY SIZE
                   " ESCALADO A " DELIMITED BY SIZE
                   PD-RUTEO-JEFE DELIMITED BY SIZE
                   INTO MOTIVO-ALERTA
               PERFORM AUDITAR-ESCALAMIENTO
           ELSE
               ADD 1 TO CANT-SIN-SUPERIOR
               STRING "SIN SUPERIOR" DELIMITED BY SIZE
                   PD-OPERACION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PD-EMP-ID DELIMITED BY SIZE
                   DIAS-EDIT DELIMITED BY SIZE
                   " DIAS EN " DELIMITED BY SIZE
                   PD-RUTEO-DEPTO DELIMITED BY SIZE
                   " JEFE " DELIMITED BY SIZE
                   PD-RUTEO-JEFE DELIMITED BY SIZE
                   INTO ESC-REPORT-LINEA
               STRING "PENDCHG " DELIMITED BY SIZE
                   PD-EMP-ID DELIMITED BY SIZE
                   " VENCIDO SIN SUPERIOR" DELIMITED BY SIZE
                   INTO MOTIVO-ALERTA
           END-IF.
           WRITE ESC-REPORT-LINEA.
           PERFORM GRABAR-ALERTA.

       REESCRIBIR-PENDIENTES.
      /PENDCHG SE REESCRIBE COMPLETO CON LOS RUTEOS RESULTANTES
           OPEN OUTPUT PEND-FILE.
           IF PEND-FILE-STATUS NOT = "00"
               MOVE "PENDCHG" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE PEND-FILE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
           ELSE
               PERFORM VARYING IND-PEND FROM 1 BY 1
                       UNTIL IND-PEND > CANT-PENDIENTES
                   MOVE PENDIENTE-ITEM(IND-PEND) TO PEND-CHANGE-RECORD
                   WRITE PEND-CHANGE-RECORD
               END-PERFORM
               CLOSE PEND-FILE
           END-IF.

       GRABAR-ALERTA.
      /LA ALERTA QUEDA EN LA COLA QUE EJERMENU MUESTRA EN CADA VUELTA
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
           MOVE "PENDESC" TO AL-PROGRAMA.
           MOVE MOTIVO-ALERTA TO AL-MOTIVO.
           WRITE OP-ALERT-RECORD.
           CLOSE ALERT-FILE.
           PERFORM NOTIFICAR-ALERTA.

       NOTIFICAR-ALERTA.
      /LA MISMA ALERTA SALE POR CORREO/SMS A OPERACIONES, PARA QUE
      /LLEGUE AUNQUE NADIE ESTE MIRANDO EL MENU
           MOVE "PENDESC" TO NT-ORIGEN.
           MOVE "OPERACIONES" TO NT-DESTINO.
           MOVE "PENDIENTE VENCIDO SIN DECIDIR" TO NT-ASUNTO.
           MOVE SPACES TO NT-CUERPO.
           STRING "PENDESC" DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MOTIVO-ALERTA DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NT-CUERPO.
           CALL "NOTIFPUT" USING NOTIF-AREA.

       AUDITAR-ESCALAMIENTO.
      /EL CAMBIO DE APROBADOR QUEDA EN USERAUDT JUNTO A LA CAPTURA Y
      /LA DECISION DEL MISMO PENDIENTE
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
           MOVE "ESCALA" TO AU-OPERACION.
           MOVE "QUIEN" TO AU-IMAGEN.
           MOVE SPACES TO AU-CONTENIDO.
           STRING "OP=" DELIMITED BY SIZE
               PD-OPERACION DELIMITED BY SIZE
               " EMP=" DELIMITED BY SIZE
               PD-EMP-ID DELIMITED BY SIZE
               " DE=" DELIMITED BY SIZE
               JEFE-ANTERIOR DELIMITED BY SIZE
               " A=" DELIMITED BY SIZE
               PD-RUTEO-JEFE DELIMITED BY SIZE
               " DEPTO=" DELIMITED BY SIZE
               PD-RUTEO-DEPTO DELIMITED BY SIZE
               INTO AU-CONTENIDO.
           PERFORM GRABAR-AUDITORIA.
           CLOSE AUDIT-FILE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO ESC-REPORT-LINEA.
           WRITE ESC-REPORT-LINEA.
           MOVE CANT-REVISADOS TO CANT-EDIT.
           MOVE SPACES TO ESC-REPORT-LINEA.
           STRING "PENDIENTES REVISADOS:  " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ESC-REPORT-LINEA.
           WRITE ESC-REPORT-LINEA.
           MOVE CANT-ESCALADOS TO CANT-EDIT.
           MOVE SPACES TO ESC-REPORT-LINEA.
           STRING "ESCALADOS:             " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ESC-REPORT-LINEA.
           WRITE ESC-REPORT-LINEA.
           MOVE CANT-SIN-SUPERIOR TO CANT-EDIT.
           MOVE SPACES TO ESC-REPORT-LINEA.
           STRING "VENCIDOS SIN SUPERIOR: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ESC-REPORT-LINEA.
           WRITE ESC-REPORT-LINEA.
           MOVE CANT-INICIADOS TO CANT-EDIT.
           MOVE SPACES TO ESC-REPORT-LINEA.
           STRING "PLAZOS INICIADOS HOY:  " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ESC-REPORT-LINEA.
           WRITE ESC-REPORT-LINEA.

       TOMAR-CONTROL-CORRIDA.
           MOVE "R" TO RC-ACCION.
           MOVE "PENDESC" TO RC-PROGRAMA.
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
           MOVE "PENDESC" TO RC-PROGRAMA.
           CALL "RUNCTRL" USING RUNC-AREA.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "PENDESC" TO EH-PROGRAMA.
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
           MOVE "PENDESC" TO BA-PROGRAMA.
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
           MOVE "PENDESC" TO RL-PROGRAMA.
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
           MOVE "PENDESC" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "ESCALADOS=" DELIMITED BY SIZE
               CANT-ESCALADOS DELIMITED BY SIZE
               " SIN-SUPERIOR=" DELIMITED BY SIZE
               CANT-SIN-SUPERIOR DELIMITED BY SIZE
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

       END PROGRAM PENDESC.
