      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Duraciones-De-Referencia-Por-Paso-Desde-El-RUNLOG
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPBASE IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT STEP-BASE ASSIGN TO "STEPBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEP-BASE-STATUS.

           SELECT BASE-REPORT ASSIGN TO "RPTSTEPB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       FD  STEP-BASE.
           COPY "STEPBASR.cpy".

       FD  BASE-REPORT.
       01  BASE-REPORT-LINEA       PIC X(80).

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 RUN-LOG-STATUS     PIC X(02).
       01 STEP-BASE-STATUS   PIC X(02).
       01 BASE-REPORT-STATUS PIC X(02).

       01 RUN-EOF-SW PIC X(01) VALUE "N".
           88 RUN-EOF VALUE "Y".

      * INICIO sin FIN visto todavia, igual que en RUNRPT: el FIN
      * empareja con el INICIO pendiente mas reciente del programa.
       01 MAX-PENDIENTES PIC 9(02) VALUE 50.
       01 CANT-PENDIENTES PIC 9(02) VALUE 0.
       01 TABLA-PENDIENTES.
           05 PENDIENTE-ITEM OCCURS 50 TIMES.
              10 PN-PROGRAMA  PIC X(15).
              10 PN-TIMESTAMP PIC X(17).

      * Acumulado por programa sobre toda la ventana: corridas,
      * segundos totales y peor corrida.
       01 MAX-BASES PIC 9(03) VALUE 100.
       01 CANT-BASES PIC 9(03) VALUE 0.
       01 TABLA-BASES.
           05 BASE-ITEM OCCURS 100 TIMES.
              10 BA-PROGRAMA   PIC X(15).
              10 BA-CORRIDAS   PIC 9(05).
              10 BA-SEG-TOTAL  PIC 9(09).
              10 BA-SEG-PEOR   PIC 9(07).

       01 IND-PENDIENTE PIC 9(02) COMP.
       01 IND-BASE      PIC 9(03) COMP.
       01 HALLADO-SW PIC X(01) VALUE "N".
           88 HALLADO VALUE "Y".

      /VENTANA MOVIL DE 30 DIAS, LA MISMA QUE USA BALTREND: SOLO
      /CUENTAN LAS CORRIDAS QUE ARRANCARON DESDE FECHA-DESDE
       01 DIAS-VENTANA PIC 9(03) VALUE 30.
       01 FECHA-DESDE PIC 9(08).
       01 FECHA-HOY PIC 9(08).

       01 TS-INICIO PIC X(17).
       01 TS-FIN    PIC X(17).
       01 SEG-INICIO PIC 9(11).
       01 SEG-FIN    PIC 9(11).
       01 SEG-TRANSCURRIDOS PIC S9(09).
       01 DIAS-ENTEROS PIC 9(07).
       01 FECHA-TS PIC 9(08).
       01 HH PIC 9(02).
       01 MM PIC 9(02).
       01 SS PIC 9(02).

       01 SEG-PROMEDIO PIC 9(07).
       01 SEG-EDIT PIC ZZZZZZ9.
       01 CANT-EDIT PIC ZZZZ9.
       01 CANT-CORRIDAS PIC 9(05) VALUE 0.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /RECALCULA DESDE CERO LAS DURACIONES DE REFERENCIA DE CADA
      /PROGRAMA (PROMEDIO Y PEOR CORRIDA DE LOS ULTIMOS 30 DIAS) A
      /PARTIR DE LOS PARES INICIO/FIN DEL RUNLOG; CHAINPRJ LAS USA
      /PARA PROYECTAR A QUE HORA TERMINA LA CADENA DE ESTA NOCHE
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY) - DIAS-VENTANA.
           COMPUTE FECHA-DESDE =
               FUNCTION DATE-OF-INTEGER(DIAS-ENTEROS).

           OPEN OUTPUT BASE-REPORT.
           MOVE SPACES TO BASE-REPORT-LINEA.
           STRING "DURACIONES DE REFERENCIA POR PROGRAMA DESDE "
               DELIMITED BY SIZE
               FECHA-DESDE DELIMITED BY SIZE
               INTO BASE-REPORT-LINEA.
           WRITE BASE-REPORT-LINEA.

           OPEN INPUT RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR RUNLOG, STATUS: "
                   RUN-LOG-STATUS
               MOVE "RUNLOG" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE RUN-LOG-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "SIN RUNLOG, NO SE RECALCULAN LAS REFERENCIAS"
                   TO BASE-REPORT-LINEA
               WRITE BASE-REPORT-LINEA
               CLOSE BASE-REPORT
      /SIN HISTORIA NO SE PISA EL STEPBASE ANTERIOR: SIGUE VALIENDO
      /LO ULTIMO QUE SE CALCULO
               MOVE 8 TO RETURN-CODE
               IF ADDRESS OF LK-RETORNO NOT = NULL
                   MOVE 8 TO LK-RETORNO
               END-IF
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           PERFORM ANALIZAR-RUNLOG.
           CLOSE RUN-LOG.
           PERFORM GRABAR-BASES.
           CLOSE BASE-REPORT.
           DISPLAY "PROGRAMAS CON DURACION DE REFERENCIA: " CANT-BASES.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       ANALIZAR-RUNLOG.
           READ RUN-LOG
               AT END MOVE "Y" TO RUN-EOF-SW
           END-READ.
           PERFORM UNTIL RUN-EOF
               EVALUATE RL-EVENTO
                   WHEN "INICIO"
                       PERFORM ANOTAR-INICIO
                   WHEN "FIN"
                       PERFORM EMPAREJAR-FIN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ RUN-LOG
                   AT END MOVE "Y" TO RUN-EOF-SW
               END-READ
           END-PERFORM.

       ANOTAR-INICIO.
      /LOS INICIOS ANTERIORES A LA VENTANA NO SE ANOTAN: SU FIN
      /QUEDA SIN PAREJA Y SE IGNORA
           IF RL-TIMESTAMP(1:8) < FECHA-DESDE
               CONTINUE
           ELSE
           IF CANT-PENDIENTES < MAX-PENDIENTES
               ADD 1 TO CANT-PENDIENTES
               MOVE RL-PROGRAMA TO PN-PROGRAMA(CANT-PENDIENTES)
               MOVE RL-TIMESTAMP TO PN-TIMESTAMP(CANT-PENDIENTES)
           ELSE
               DISPLAY "TABLA DE PENDIENTES LLENA, SE DESCARTA: "
                   RL-PROGRAMA
           END-IF
           END-IF.

       EMPAREJAR-FIN.
           MOVE "N" TO HALLADO-SW.
           PERFORM VARYING IND-PENDIENTE FROM CANT-PENDIENTES BY -1
                   UNTIL IND-PENDIENTE < 1 OR HALLADO
               IF PN-PROGRAMA(IND-PENDIENTE) = RL-PROGRAMA
                   MOVE "Y" TO HALLADO-SW
                   MOVE PN-TIMESTAMP(IND-PENDIENTE) TO TS-INICIO
                   MOVE RL-TIMESTAMP TO TS-FIN
                   PERFORM CALCULAR-TRANSCURRIDO
                   PERFORM ACUMULAR-BASE
                   PERFORM QUITAR-PENDIENTE
               END-IF
           END-PERFORM.

       QUITAR-PENDIENTE.
           PERFORM VARYING IND-PENDIENTE FROM IND-PENDIENTE BY 1
                   UNTIL IND-PENDIENTE >= CANT-PENDIENTES
               MOVE PENDIENTE-ITEM(IND-PENDIENTE + 1)
                   TO PENDIENTE-ITEM(IND-PENDIENTE)
           END-PERFORM.
           SUBTRACT 1 FROM CANT-PENDIENTES.

       CALCULAR-TRANSCURRIDO.
      /EL TIMESTAMP ES YYYYMMDD-HHMMSSCC; SE PASA CADA PUNTA A
      /SEGUNDOS DESDE UNA BASE COMUN Y SE RESTA
           MOVE TS-INICIO(1:8) TO FECHA-TS.
           COMPUTE DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE(FECHA-TS).
           MOVE TS-INICIO(10:2) TO HH.
           MOVE TS-INICIO(12:2) TO MM.
           MOVE TS-INICIO(14:2) TO SS.
           COMPUTE SEG-INICIO =
               DIAS-ENTEROS * 86400 + HH * 3600 + MM * 60 + SS.
           MOVE TS-FIN(1:8) TO FECHA-TS.
           COMPUTE DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE(FECHA-TS).
           MOVE TS-FIN(10:2) TO HH.
           MOVE TS-FIN(12:2) TO MM.
           MOVE TS-FIN(14:2) TO SS.
           COMPUTE SEG-FIN =
               DIAS-ENTEROS * 86400 + HH * 3600 + MM * 60 + SS.
           COMPUTE SEG-TRANSCURRIDOS = SEG-FIN - SEG-INICIO.
           IF SEG-TRANSCURRIDOS < 0
               MOVE 0 TO SEG-TRANSCURRIDOS
           END-IF.

       ACUMULAR-BASE.
           ADD 1 TO CANT-CORRIDAS.
           MOVE "N" TO HALLADO-SW.
           PERFORM VARYING IND-BASE FROM 1 BY 1
                   UNTIL IND-BASE > CANT-BASES OR HALLADO
               IF BA-PROGRAMA(IND-BASE) = RL-PROGRAMA
                   MOVE "Y" TO HALLADO-SW
                   ADD 1 TO BA-CORRIDAS(IND-BASE)
                   ADD SEG-TRANSCURRIDOS TO BA-SEG-TOTAL(IND-BASE)
                   IF SEG-TRANSCURRIDOS > BA-SEG-PEOR(IND-BASE)
                       MOVE SEG-TRANSCURRIDOS TO BA-SEG-PEOR(IND-BASE)
                   END-IF
               END-IF
           END-PERFORM.
      /HALLADO-SW TERMINA EN "Y" EN TODOS LOS CASOS: ES LO QUE CORTA
      /LA BUSQUEDA DE EMPAREJAR-FIN
           IF NOT HALLADO
               IF CANT-BASES < MAX-BASES
                   ADD 1 TO CANT-BASES
                   MOVE RL-PROGRAMA TO BA-PROGRAMA(CANT-BASES)
                   MOVE 1 TO BA-CORRIDAS(CANT-BASES)
                   MOVE SEG-TRANSCURRIDOS TO BA-SEG-TOTAL(CANT-BASES)
                   MOVE SEG-TRANSCURRIDOS TO BA-SEG-PEOR(CANT-BASES)
               ELSE
                   DISPLAY "TABLA DE PROGRAMAS LLENA, SE DESCARTA: "
                       RL-PROGRAMA
               END-IF
               MOVE "Y" TO HALLADO-SW
           END-IF.

       GRABAR-BASES.
      /STEPBASE SE REESCRIBE COMPLETO EN CADA CORRIDA
           OPEN OUTPUT STEP-BASE.
           IF STEP-BASE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR STEPBASE, STATUS: "
                   STEP-BASE-STATUS
               MOVE "STEPBASE" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE STEP-BASE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE 12 TO RETURN-CODE
               IF ADDRESS OF LK-RETORNO NOT = NULL
                   MOVE 12 TO LK-RETORNO
               END-IF
           END-IF.
           MOVE SPACES TO BASE-REPORT-LINEA.
           WRITE BASE-REPORT-LINEA.
           MOVE "PROGRAMA        CORRIDAS PROM-SEG PEOR-SEG"
               TO BASE-REPORT-LINEA.
           WRITE BASE-REPORT-LINEA.
           PERFORM VARYING IND-BASE FROM 1 BY 1
                   UNTIL IND-BASE > CANT-BASES
               COMPUTE SEG-PROMEDIO = BA-SEG-TOTAL(IND-BASE)
                   / BA-CORRIDAS(IND-BASE)
               IF STEP-BASE-STATUS = "00"
                   MOVE BA-PROGRAMA(IND-BASE) TO SB-PROGRAMA
                   MOVE BA-CORRIDAS(IND-BASE) TO SB-CORRIDAS
                   MOVE SEG-PROMEDIO TO SB-SEG-PROMEDIO
                   MOVE BA-SEG-PEOR(IND-BASE) TO SB-SEG-PEOR
                   MOVE FECHA-HOY TO SB-FECHA-CALCULO
                   WRITE STEP-BASE-RECORD
               END-IF
               MOVE SPACES TO BASE-REPORT-LINEA
               MOVE BA-PROGRAMA(IND-BASE) TO BASE-REPORT-LINEA(1:15)
               MOVE BA-CORRIDAS(IND-BASE) TO CANT-EDIT
               MOVE CANT-EDIT TO BASE-REPORT-LINEA(17:8)
               MOVE SEG-PROMEDIO TO SEG-EDIT
               MOVE SEG-EDIT TO BASE-REPORT-LINEA(26:8)
               MOVE BA-SEG-PEOR(IND-BASE) TO SEG-EDIT
               MOVE SEG-EDIT TO BASE-REPORT-LINEA(35:8)
               WRITE BASE-REPORT-LINEA
           END-PERFORM.
           IF STEP-BASE-STATUS = "00"
               CLOSE STEP-BASE
           END-IF.
           MOVE SPACES TO BASE-REPORT-LINEA.
           WRITE BASE-REPORT-LINEA.
           MOVE CANT-CORRIDAS TO CANT-EDIT.
           STRING "CORRIDAS EMPAREJADAS EN LA VENTANA: "
               DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO BASE-REPORT-LINEA.
           WRITE BASE-REPORT-LINEA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "STEPBASE" TO RL-PROGRAMA.
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
           MOVE "STEPBASE" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "PROGRAMAS=" DELIMITED BY SIZE
               CANT-BASES DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "STEPBASE" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       END PROGRAM STEPBASE.
