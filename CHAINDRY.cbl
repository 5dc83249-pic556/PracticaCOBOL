      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Ensayo-En-Seco-De-La-Cadena-Nocturna
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINDRY IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRY-CONTROL ASSIGN TO "DRYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRY-CONTROL-STATUS.

           SELECT CHAIN-STATUS ASSIGN TO "CHAINSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-STATUS-STATUS.

           SELECT CHAIN-CONTROL ASSIGN TO "CHAINCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-CONTROL-STATUS.

           SELECT CHAIN-COMMAND ASSIGN TO "CHAINCMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-COMMAND-STATUS.

           SELECT PROC-CALENDAR ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-CALENDAR-STATUS.

           SELECT FECHA-PROCESADA ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHA-PROCESADA-STATUS.

           SELECT RUN-REQUEST ASSIGN TO "RUNREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-REQUEST-STATUS.

           SELECT DRY-REPORT ASSIGN TO "RPTDRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRY-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRY-CONTROL.
      /FECHA EN QUE SE SUPONE QUE CORRE LA CADENA (AAAAMMDD); SIN
      /ARCHIVO O EN CERO ES HOY. ASI SE ENSAYA EL LUNES POSTERIOR A
      /UN FIN DE SEMANA LARGO ANTES DE QUE LLEGUE
       01  DRY-CONTROL-RECORD.
           05  DC-FECHA-CORRIDA    PIC 9(08).

       FD  CHAIN-STATUS.
       01  CHAIN-STATUS-RECORD.
           05  CKP-PASO            PIC 9(02).

       FD  CHAIN-CONTROL.
           COPY "CHAINCTR.cpy".

       FD  CHAIN-COMMAND.
           COPY "CHAINCMR.cpy".

       FD  PROC-CALENDAR.
           COPY "PROCCALR.cpy".

       FD  FECHA-PROCESADA.
       01  FECHA-PROCESADA-RECORD.
           05  FP-ULTIMA-FECHA     PIC 9(08).

       FD  RUN-REQUEST.
           COPY "RUNREQR.cpy".

       FD  DRY-REPORT.
       01  DRY-REPORT-LINEA        PIC X(100).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

       01 DRY-CONTROL-STATUS     PIC X(02).
       01 CHAIN-STATUS-STATUS    PIC X(02).
       01 CHAIN-CONTROL-STATUS   PIC X(02).
       01 CHAIN-COMMAND-STATUS   PIC X(02).
       01 PROC-CALENDAR-STATUS   PIC X(02).
       01 FECHA-PROCESADA-STATUS PIC X(02).
       01 RUN-REQUEST-STATUS     PIC X(02).
       01 DRY-REPORT-STATUS      PIC X(02).
       01 RUN-LOG-STATUS         PIC X(02).

       01 CHAIN-EOF-SW PIC X(01) VALUE "N".
           88 CHAIN-EOF VALUE "Y".
       01 CONTROL-EOF-SW PIC X(01) VALUE "N".
           88 CONTROL-EOF VALUE "Y".
       01 COMANDO-EOF-SW PIC X(01) VALUE "N".
           88 COMANDO-EOF VALUE "Y".
       01 CALENDARIO-EOF-SW PIC X(01) VALUE "N".
           88 CALENDARIO-EOF VALUE "Y".
       01 SOLICITUD-EOF-SW PIC X(01) VALUE "N".
           88 SOLICITUD-EOF VALUE "Y".

      * Pasos tal como los cargaria EJERCHAIN, con el orden en que
      * los tomaria su planificador por pistas y las ordenes de
      * CHAINCMD que los tocan.
       01 MAX-PASOS PIC 9(02) VALUE 20.
       01 CANT-PASOS PIC 9(02) VALUE 0.
       01 TABLA-PASOS.
           05 PASO-ITEM OCCURS 20 TIMES.
              10 PASO-NOMBRE     PIC X(15).
              10 PASO-ACTIVO     PIC X(01).
              10 PASO-PARAMETRO  PIC X(01).
              10 PASO-PISTA      PIC X(01).
              10 PASO-ARCHIVO    PIC X(08).
              10 PASO-DISPARADOR PIC X(08).
              10 PASO-HORA-CORTE PIC X(04).
              10 PASO-ACCION-CORTE PIC X(01).
              10 PASO-CHECKPOINT PIC X(01).
              10 PASO-SIM        PIC X(01).
              10 PASO-ORDEN      PIC 9(02).
              10 PASO-PAUSA-POR  PIC X(10).
              10 PASO-SALTEO-POR PIC X(10).
              10 PASO-PAUSA-SW   PIC X(01).
              10 PASO-SALTEO-SW  PIC X(01).
       01 IND-PASO PIC 9(02).
       01 IND-ORDEN PIC 9(02).
       01 CANT-ORDEN PIC 9(02) VALUE 0.
       01 HAY-CHAINCTL-SW PIC X(01) VALUE "N".
           88 HAY-CHAINCTL VALUE "Y".
       01 CANT-PREVIOS PIC 9(02) VALUE 0.

       01 CANT-PISTAS PIC 9(02) VALUE 0.
       01 TABLA-PISTAS.
           05 PISTA-VALOR OCCURS 9 TIMES PIC X(01).
       01 IND-PISTA PIC 9(02) COMP.
       01 PISTA-HALLADA-SW PIC X(01).
           88 PISTA-HALLADA VALUE "Y".
       01 PRIMERA-GATE PIC 9(02).
       01 PASO-ELEGIDO-SW PIC X(01).
           88 PASO-ELEGIDO VALUE "Y".
       01 GATE-LISTA-SW PIC X(01).
           88 GATE-LISTA VALUE "Y".
       01 HUBO-AVANCE-SW PIC X(01).
           88 HUBO-AVANCE VALUE "Y".
       01 QUEDAN-PENDIENTES-SW PIC X(01).
           88 QUEDAN-PENDIENTES VALUE "Y".

      /ORDENES PENDIENTES DE CHAINCMD
       01 CORTE-ORDENADO-SW PIC X(01) VALUE "N".
           88 CORTE-ORDENADO VALUE "Y".
       01 OPERADOR-CORTE PIC X(10) VALUE SPACES.
       01 CANT-COMANDOS PIC 9(03) VALUE 0.
       01 COMANDO-APLICA-SW PIC X(01).
           88 COMANDO-APLICA VALUE "Y".

      /CALENDARIO Y FECHAS DE NEGOCIO, CON LA MISMA REGLA QUE
      /EJERCHAIN: DE LA ULTIMA FECHA COMPLETA A LA FECHA DE CORRIDA
       01 HAY-CALENDARIO-SW PIC X(01) VALUE "N".
           88 HAY-CALENDARIO VALUE "Y".
       01 FINDE-SAB-SW PIC X(01) VALUE "S".
       01 FINDE-DOM-SW PIC X(01) VALUE "S".
       01 MAX-FERIADOS PIC 9(03) VALUE 100.
       01 CANT-FERIADOS PIC 9(03) VALUE 0.
       01 TABLA-FERIADOS.
           05 FERIADO-FECHA OCCURS 100 TIMES PIC 9(08).
       01 IND-FERIADO PIC 9(03) COMP.
       01 MAX-FECHAS PIC 9(02) VALUE 31.
       01 CANT-FECHAS PIC 9(02) VALUE 0.
       01 FECHAS-EXCEDIDAS-SW PIC X(01) VALUE "N".
           88 FECHAS-EXCEDIDAS VALUE "Y".
       01 TABLA-FECHAS.
           05 FECHA-PENDIENTE OCCURS 31 TIMES PIC 9(08).
       01 IND-FECHA PIC 9(02) COMP.
       01 FECHA-CORRIDA PIC 9(08).
       01 ULTIMA-FECHA PIC 9(08) VALUE 0.
       01 HAY-ULTIMA-FECHA-SW PIC X(01) VALUE "N".
           88 HAY-ULTIMA-FECHA VALUE "Y".
       01 FECHA-CANDIDATA PIC 9(08).
       01 DIAS-CANDIDATO PIC 9(07).
       01 DIAS-CORRIDA PIC 9(07).
       01 DIA-SEMANA PIC 9(01).
       01 DIA-HABIL-SW PIC X(01).
           88 DIA-HABIL VALUE "Y".

       01 CANT-APROBADAS PIC 9(03) VALUE 0.
       01 TEXTO-ESTADO PIC X(30).
       01 TEXTO-PISTA PIC X(09).
       01 TEXTO-ACCION PIC X(06).
       01 ORDEN-EDIT PIC Z9.
       01 CANT-EDIT PIC ZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /ENSAYO EN SECO DE EJERCHAIN: QUE FECHAS DE NEGOCIO PROCESARIA,
      /QUE PASOS CORREN O SE SALTEAN Y EN QUE PISTA Y ORDEN, QUE
      /SOLICITUDES APROBADAS TOMARIA Y QUE ORDENES DE CHAINCMD
      /APLICAN. SOLO LEE: NO INVOCA NINGUN PROGRAMA Y NO TOCA
      /CHAINSTS, FECHAPRO NI RUNCTL
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM LEER-FECHA-CORRIDA.
           OPEN OUTPUT DRY-REPORT.
           MOVE SPACES TO DRY-REPORT-LINEA.
           STRING "ENSAYO EN SECO DE LA CADENA NOCTURNA CORRIENDO EL "
               DELIMITED BY SIZE
               FECHA-CORRIDA DELIMITED BY SIZE
               " (NO SE EJECUTA NADA)" DELIMITED BY SIZE
               INTO DRY-REPORT-LINEA.
           WRITE DRY-REPORT-LINEA.

           PERFORM CARGAR-CALENDARIO.
           PERFORM DETERMINAR-FECHAS-PENDIENTES.
           PERFORM IMPRIMIR-FECHAS.

           PERFORM CARGAR-PASOS.
           PERFORM LEER-CHECKPOINT-CADENA.
           PERFORM LEER-COMANDOS.
           PERFORM ORDENAR-PASOS.
           PERFORM IMPRIMIR-PASOS.
           PERFORM IMPRIMIR-COMANDOS.
           PERFORM IMPRIMIR-SOLICITUDES.

           CLOSE DRY-REPORT.
           DISPLAY "ENSAYO EN SECO EN RPTDRY: " CANT-FECHAS
               " FECHAS, " CANT-PASOS " PASOS, " CANT-APROBADAS
               " SOLICITUDES".
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       LEER-FECHA-CORRIDA.
           ACCEPT FECHA-CORRIDA FROM DATE YYYYMMDD.
           OPEN INPUT DRY-CONTROL.
           IF DRY-CONTROL-STATUS = "00"
               READ DRY-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF DC-FECHA-CORRIDA NUMERIC
                          AND DC-FECHA-CORRIDA > 0
                           MOVE DC-FECHA-CORRIDA TO FECHA-CORRIDA
                       END-IF
               END-READ
               CLOSE DRY-CONTROL
           END-IF.

       CARGAR-CALENDARIO.
           OPEN INPUT PROC-CALENDAR.
           IF PROC-CALENDAR-STATUS = "00"
               MOVE "Y" TO HAY-CALENDARIO-SW
               READ PROC-CALENDAR
                   AT END MOVE "Y" TO CALENDARIO-EOF-SW
               END-READ
               PERFORM UNTIL CALENDARIO-EOF
                   EVALUATE TRUE
                       WHEN CA-REGLA-FINDE
                           MOVE CA-FINDE-SAB TO FINDE-SAB-SW
                           MOVE CA-FINDE-DOM TO FINDE-DOM-SW
                       WHEN CA-FERIADO
                           IF CANT-FERIADOS < MAX-FERIADOS
                               ADD 1 TO CANT-FERIADOS
                               MOVE CA-FECHA
                                   TO FERIADO-FECHA(CANT-FERIADOS)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ PROC-CALENDAR
                       AT END MOVE "Y" TO CALENDARIO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE PROC-CALENDAR
           END-IF.

       DETERMINAR-FECHAS-PENDIENTES.
      /LA MISMA REGLA QUE EJERCHAIN: SIN CALENDARIO O SIN HISTORIA
      /SOLO LA FECHA DE CORRIDA; SI NO, CADA FECHA HABIL ENTRE LA
      /ULTIMA COMPLETA Y LA FECHA DE CORRIDA, EN ORDEN
           PERFORM LEER-ULTIMA-FECHA.
           IF NOT HAY-CALENDARIO OR NOT HAY-ULTIMA-FECHA
               MOVE FECHA-CORRIDA TO FECHA-CANDIDATA
               PERFORM ES-DIA-HABIL
               IF DIA-HABIL
                   MOVE 1 TO CANT-FECHAS
                   MOVE FECHA-CORRIDA TO FECHA-PENDIENTE(1)
               END-IF
           ELSE
               COMPUTE DIAS-CANDIDATO =
                   FUNCTION INTEGER-OF-DATE(ULTIMA-FECHA) + 1
               COMPUTE DIAS-CORRIDA =
                   FUNCTION INTEGER-OF-DATE(FECHA-CORRIDA)
               PERFORM UNTIL DIAS-CANDIDATO > DIAS-CORRIDA
                   COMPUTE FECHA-CANDIDATA =
                       FUNCTION DATE-OF-INTEGER(DIAS-CANDIDATO)
                   PERFORM ES-DIA-HABIL
                   IF DIA-HABIL
                       IF CANT-FECHAS < MAX-FECHAS
                           ADD 1 TO CANT-FECHAS
                           MOVE FECHA-CANDIDATA
                               TO FECHA-PENDIENTE(CANT-FECHAS)
                       ELSE
                           MOVE "Y" TO FECHAS-EXCEDIDAS-SW
                       END-IF
                   END-IF
                   ADD 1 TO DIAS-CANDIDATO
               END-PERFORM
           END-IF.

       LEER-ULTIMA-FECHA.
           OPEN INPUT FECHA-PROCESADA.
           IF FECHA-PROCESADA-STATUS = "00"
               READ FECHA-PROCESADA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-ULTIMA-FECHA NUMERIC
                          AND FP-ULTIMA-FECHA > 0
                           MOVE FP-ULTIMA-FECHA TO ULTIMA-FECHA
                           MOVE "Y" TO HAY-ULTIMA-FECHA-SW
                       END-IF
               END-READ
               CLOSE FECHA-PROCESADA
           END-IF.

       ES-DIA-HABIL.
      /EL DIA 1 DE LA BASE DE INTEGER-OF-DATE FUE LUNES, ASI QUE
      /MOD 7 DA 1=LUNES ... 6=SABADO, 0=DOMINGO
           MOVE "Y" TO DIA-HABIL-SW.
           IF HAY-CALENDARIO
               COMPUTE DIA-SEMANA = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(FECHA-CANDIDATA) 7)
               IF DIA-SEMANA = 6 AND FINDE-SAB-SW = "S"
                   MOVE "N" TO DIA-HABIL-SW
               END-IF
               IF DIA-SEMANA = 0 AND FINDE-DOM-SW = "S"
                   MOVE "N" TO DIA-HABIL-SW
               END-IF
               PERFORM VARYING IND-FERIADO FROM 1 BY 1
                       UNTIL IND-FERIADO > CANT-FERIADOS
                   IF FERIADO-FECHA(IND-FERIADO) = FECHA-CANDIDATA
                       MOVE "N" TO DIA-HABIL-SW
                   END-IF
               END-PERFORM
           END-IF.

       IMPRIMIR-FECHAS.
           MOVE SPACES TO DRY-REPORT-LINEA.
           WRITE DRY-REPORT-LINEA.
           IF HAY-CALENDARIO
               MOVE "CALENDARIO: PROCCAL" TO DRY-REPORT-LINEA
           ELSE
               MOVE "CALENDARIO: SIN PROCCAL, TODOS LOS DIAS HABILES"
                   TO DRY-REPORT-LINEA
           END-IF.
           WRITE DRY-REPORT-LINEA.
           MOVE SPACES TO DRY-REPORT-LINEA.
           IF HAY-ULTIMA-FECHA
               STRING "ULTIMA FECHA DE NEGOCIO COMPLETA (FECHAPRO): "
                   DELIMITED BY SIZE
                   ULTIMA-FECHA DELIMITED BY SIZE
                   INTO DRY-REPORT-LINEA
           ELSE
               MOVE "SIN FECHAPRO: SOLO SE PROCESA LA FECHA DE CORRIDA"
                   TO DRY-REPORT-LINEA
           END-IF.
           WRITE DRY-REPORT-LINEA.
           MOVE "FECHAS DE NEGOCIO A PROCESAR, EN ORDEN:"
               TO DRY-REPORT-LINEA.
           WRITE DRY-REPORT-LINEA.
           PERFORM VARYING IND-FECHA FROM 1 BY 1
                   UNTIL IND-FECHA > CANT-FECHAS
               MOVE SPACES TO DRY-REPORT-LINEA
               STRING "  " DELIMITED BY SIZE
                   FECHA-PENDIENTE(IND-FECHA) DELIMITED BY SIZE
                   INTO DRY-REPORT-LINEA
               WRITE DRY-REPORT-LINEA
           END-PERFORM.
           IF CANT-FECHAS = 0
               MOVE SPACES TO DRY-REPORT-LINEA
               STRING "  (NINGUNA: LA FECHA DE CORRIDA NO ES HABIL O "
                   DELIMITED BY SIZE
                   "YA ESTA COMPLETA; LA CADENA NO CORRERIA)"
                   DELIMITED BY SIZE
                   INTO DRY-REPORT-LINEA
               WRITE DRY-REPORT-LINEA
           END-IF.
           IF FECHAS-EXCEDIDAS
               MOVE SPACES TO DRY-REPORT-LINEA
               STRING "  AVISO: HAY MAS FECHAS PENDIENTES QUE LAS 31 "
                   DELIMITED BY SIZE
                   "QUE RECUPERA UNA CORRIDA" DELIMITED BY SIZE
                   INTO DRY-REPORT-LINEA
               WRITE DRY-REPORT-LINEA
           END-IF.

       CARGAR-PASOS.
      /LA TABLA DE CONTROL CHAINCTL, O LA SECUENCIA FIJA HISTORICA
      /QUE EJERCHAIN USA CUANDO NO LA HAY
           OPEN INPUT CHAIN-CONTROL.
           IF CHAIN-CONTROL-STATUS NOT = "00"
               PERFORM CARGAR-PASOS-FIJOS
           ELSE
               MOVE "Y" TO HAY-CHAINCTL-SW
               READ CHAIN-CONTROL
                   AT END MOVE "Y" TO CONTROL-EOF-SW
               END-READ
               PERFORM UNTIL CONTROL-EOF
                   IF CANT-PASOS < MAX-PASOS
                       ADD 1 TO CANT-PASOS
                       PERFORM LIMPIAR-PASO
                       MOVE CC-PROGRAMA TO PASO-NOMBRE(CANT-PASOS)
                       MOVE CC-ACTIVO TO PASO-ACTIVO(CANT-PASOS)
                       MOVE CC-PARAMETRO TO PASO-PARAMETRO(CANT-PASOS)
                       IF CC-PISTA = SPACE
                           MOVE "1" TO PASO-PISTA(CANT-PASOS)
                       ELSE
                           MOVE CC-PISTA TO PASO-PISTA(CANT-PASOS)
                       END-IF
                       MOVE CC-ARCHIVO TO PASO-ARCHIVO(CANT-PASOS)
                       MOVE CC-DISPARADOR
                           TO PASO-DISPARADOR(CANT-PASOS)
                       MOVE CC-HORA-CORTE
                           TO PASO-HORA-CORTE(CANT-PASOS)
                       MOVE CC-ACCION-CORTE
                           TO PASO-ACCION-CORTE(CANT-PASOS)
                       PERFORM REGISTRAR-PISTA
                   END-IF
                   READ CHAIN-CONTROL
                       AT END MOVE "Y" TO CONTROL-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE CHAIN-CONTROL
           END-IF.

       CARGAR-PASOS-FIJOS.
      /LA MISMA SECUENCIA FIJA DE EJERCHAIN, TODA EN LA PISTA 1
           MOVE 13 TO CANT-PASOS.
           MOVE "CHAINCHK"    TO PASO-NOMBRE(1).
           MOVE "MSTUNLD"     TO PASO-NOMBRE(2).
           MOVE "MI-APP"      TO PASO-NOMBRE(3).
           MOVE "MATEMATICA1" TO PASO-NOMBRE(4).
           MOVE "MATEMATICA2" TO PASO-NOMBRE(5).
           MOVE "MATEMATICA3" TO PASO-NOMBRE(6).
           MOVE "MATEMATICA4" TO PASO-NOMBRE(7).
           MOVE "MATEMATICA5" TO PASO-NOMBRE(8).
           MOVE "MATEMATICA6" TO PASO-NOMBRE(9).
           MOVE "MATEMATICA7" TO PASO-NOMBRE(10).
           MOVE "Navidad2024" TO PASO-NOMBRE(11).
           MOVE "BALANCER"    TO PASO-NOMBRE(12).
           MOVE "GENCLEAN"    TO PASO-NOMBRE(13).
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS
               MOVE "A" TO PASO-ACTIVO(IND-PASO)
               MOVE "B" TO PASO-PARAMETRO(IND-PASO)
               MOVE "1" TO PASO-PISTA(IND-PASO)
               MOVE SPACES TO PASO-ARCHIVO(IND-PASO)
               MOVE SPACES TO PASO-DISPARADOR(IND-PASO)
               MOVE SPACES TO PASO-HORA-CORTE(IND-PASO)
               MOVE SPACES TO PASO-ACCION-CORTE(IND-PASO)
               MOVE "N" TO PASO-CHECKPOINT(IND-PASO)
               MOVE 0 TO PASO-ORDEN(IND-PASO)
               MOVE SPACES TO PASO-PAUSA-POR(IND-PASO)
               MOVE SPACES TO PASO-SALTEO-POR(IND-PASO)
               MOVE "N" TO PASO-PAUSA-SW(IND-PASO)
               MOVE "N" TO PASO-SALTEO-SW(IND-PASO)
           END-PERFORM.
           MOVE 1 TO CANT-PISTAS.
           MOVE "1" TO PISTA-VALOR(1).
           MOVE SPACE TO PASO-PARAMETRO(1).
           MOVE SPACE TO PASO-PARAMETRO(2).
           MOVE "C" TO PASO-PARAMETRO(5).
           MOVE SPACE TO PASO-PARAMETRO(7).
           MOVE SPACE TO PASO-PARAMETRO(8).
           MOVE "R" TO PASO-PARAMETRO(10).
           MOVE SPACE TO PASO-PARAMETRO(12).
           MOVE SPACE TO PASO-PARAMETRO(13).

       LIMPIAR-PASO.
           MOVE "N" TO PASO-CHECKPOINT(CANT-PASOS).
           MOVE 0 TO PASO-ORDEN(CANT-PASOS).
           MOVE SPACES TO PASO-PAUSA-POR(CANT-PASOS).
           MOVE SPACES TO PASO-SALTEO-POR(CANT-PASOS).
           MOVE "N" TO PASO-PAUSA-SW(CANT-PASOS).
           MOVE "N" TO PASO-SALTEO-SW(CANT-PASOS).

       REGISTRAR-PISTA.
           IF PASO-PISTA(CANT-PASOS) NOT = "*"
               MOVE "N" TO PISTA-HALLADA-SW
               PERFORM VARYING IND-PISTA FROM 1 BY 1
                       UNTIL IND-PISTA > CANT-PISTAS OR PISTA-HALLADA
                   IF PISTA-VALOR(IND-PISTA) = PASO-PISTA(CANT-PASOS)
                       MOVE "Y" TO PISTA-HALLADA-SW
                   END-IF
               END-PERFORM
               IF NOT PISTA-HALLADA AND CANT-PISTAS < 9
                   ADD 1 TO CANT-PISTAS
                   MOVE PASO-PISTA(CANT-PASOS)
                       TO PISTA-VALOR(CANT-PISTAS)
               END-IF
           END-IF.

       LEER-CHECKPOINT-CADENA.
      /UN CHECKPOINT CON PASOS SIGNIFICA UNA CADENA ANTERIOR A MEDIAS:
      /EJERCHAIN PREGUNTARA SI REANUDAR, Y SI SE REANUDA ESOS PASOS
      /NO SE REPITEN EN LA PRIMERA FECHA
           OPEN INPUT CHAIN-STATUS.
           IF CHAIN-STATUS-STATUS NOT = "00"
               MOVE "Y" TO CHAIN-EOF-SW
           ELSE
               READ CHAIN-STATUS
                   AT END MOVE "Y" TO CHAIN-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL CHAIN-EOF
               IF CKP-PASO NUMERIC
                  AND CKP-PASO >= 1 AND CKP-PASO <= CANT-PASOS
                   IF PASO-CHECKPOINT(CKP-PASO) = "N"
                       MOVE "Y" TO PASO-CHECKPOINT(CKP-PASO)
                       ADD 1 TO CANT-PREVIOS
                   END-IF
               END-IF
               READ CHAIN-STATUS
                   AT END MOVE "Y" TO CHAIN-EOF-SW
               END-READ
           END-PERFORM.
           IF CHAIN-STATUS-STATUS = "00" OR CHAIN-STATUS-STATUS = "10"
               CLOSE CHAIN-STATUS
           END-IF.

       LEER-COMANDOS.
      /LAS ORDENES QUE HOY ESTAN EN CHAINCMD: PAUSA Y SALTEO SE
      /ASIGNAN AL PASO QUE NOMBRAN; EL CORTE APLICA AL PRIMER
      /LIMITE DE PASOS
           OPEN INPUT CHAIN-COMMAND.
           IF CHAIN-COMMAND-STATUS NOT = "00"
               MOVE "Y" TO COMANDO-EOF-SW
           ELSE
               READ CHAIN-COMMAND
                   AT END MOVE "Y" TO COMANDO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL COMANDO-EOF
               PERFORM VARYING IND-PASO FROM 1 BY 1
                       UNTIL IND-PASO > CANT-PASOS
                   IF CM-PROGRAMA = PASO-NOMBRE(IND-PASO)
                       IF CM-PAUSA
                           MOVE "Y" TO PASO-PAUSA-SW(IND-PASO)
                           MOVE CM-OPERADOR
                               TO PASO-PAUSA-POR(IND-PASO)
                       END-IF
                       IF CM-SALTEAR
                           MOVE "Y" TO PASO-SALTEO-SW(IND-PASO)
                           MOVE CM-OPERADOR
                               TO PASO-SALTEO-POR(IND-PASO)
                       END-IF
                   END-IF
               END-PERFORM
               IF CM-DETENER
                   MOVE "Y" TO CORTE-ORDENADO-SW
                   MOVE CM-OPERADOR TO OPERADOR-CORTE
               END-IF
               READ CHAIN-COMMAND
                   AT END MOVE "Y" TO COMANDO-EOF-SW
               END-READ
           END-PERFORM.
           IF CHAIN-COMMAND-STATUS = "00" OR CHAIN-COMMAND-STATUS
               = "10"
               CLOSE CHAIN-COMMAND
           END-IF.

       ORDENAR-PASOS.
      /REPITE LAS RONDAS DEL PLANIFICADOR DE EJERCHAIN (UN PASO
      /POR PISTA Y RONDA, LAS COMPUERTAS CUANDO TODO LO ANTERIOR
      /TERMINO) PARA NUMERAR EL ORDEN EN QUE SE TOMARIA CADA PASO
      /EN LA PRIMERA FECHA; LO QUE YA ESTA EN EL CHECKPOINT SE
      /SUPONE REANUDADO
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS
               IF PASO-CHECKPOINT(IND-PASO) = "Y"
                   MOVE "H" TO PASO-SIM(IND-PASO)
               ELSE
                   MOVE "P" TO PASO-SIM(IND-PASO)
               END-IF
           END-PERFORM.
           PERFORM CONTAR-PENDIENTES.
           MOVE "Y" TO HUBO-AVANCE-SW.
           PERFORM UNTIL NOT QUEDAN-PENDIENTES OR NOT HUBO-AVANCE
               MOVE "N" TO HUBO-AVANCE-SW
               PERFORM CALCULAR-PRIMERA-GATE
               PERFORM VARYING IND-PISTA FROM 1 BY 1
                       UNTIL IND-PISTA > CANT-PISTAS
                   PERFORM BUSCAR-PASO-DE-PISTA
                   IF PASO-ELEGIDO
                       PERFORM NUMERAR-PASO
                   END-IF
               END-PERFORM
               PERFORM CALCULAR-PRIMERA-GATE
               IF PRIMERA-GATE <= CANT-PASOS
                   MOVE "Y" TO GATE-LISTA-SW
                   PERFORM VARYING IND-PASO FROM 1 BY 1
                           UNTIL IND-PASO >= PRIMERA-GATE
                       IF PASO-SIM(IND-PASO) = "P"
                           MOVE "N" TO GATE-LISTA-SW
                       END-IF
                   END-PERFORM
                   IF GATE-LISTA
                       MOVE PRIMERA-GATE TO IND-PASO
                       PERFORM NUMERAR-PASO
                   END-IF
               END-IF
               PERFORM CONTAR-PENDIENTES
           END-PERFORM.

       CALCULAR-PRIMERA-GATE.
           MOVE 99 TO PRIMERA-GATE.
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS
               IF PASO-PISTA(IND-PASO) = "*"
                  AND PASO-SIM(IND-PASO) = "P"
                  AND IND-PASO < PRIMERA-GATE
                   MOVE IND-PASO TO PRIMERA-GATE
               END-IF
           END-PERFORM.

       BUSCAR-PASO-DE-PISTA.
           MOVE "N" TO PASO-ELEGIDO-SW.
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS OR PASO-ELEGIDO
               IF PASO-SIM(IND-PASO) = "P"
                  AND PASO-PISTA(IND-PASO) = PISTA-VALOR(IND-PISTA)
                  AND IND-PASO < PRIMERA-GATE
                   MOVE "Y" TO PASO-ELEGIDO-SW
               END-IF
           END-PERFORM.
           IF PASO-ELEGIDO
               SUBTRACT 1 FROM IND-PASO
           END-IF.

       NUMERAR-PASO.
           ADD 1 TO CANT-ORDEN.
           MOVE CANT-ORDEN TO PASO-ORDEN(IND-PASO).
           MOVE "H" TO PASO-SIM(IND-PASO).
           MOVE "Y" TO HUBO-AVANCE-SW.

       CONTAR-PENDIENTES.
           MOVE "N" TO QUEDAN-PENDIENTES-SW.
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS
               IF PASO-SIM(IND-PASO) = "P"
                   MOVE "Y" TO QUEDAN-PENDIENTES-SW
               END-IF
           END-PERFORM.

       IMPRIMIR-PASOS.
           MOVE SPACES TO DRY-REPORT-LINEA.
           WRITE DRY-REPORT-LINEA.
           IF HAY-CHAINCTL
               MOVE SPACES TO DRY-REPORT-LINEA
               STRING "PASOS DE LA CADENA SEGUN CHAINCTL, POR ORDEN DE "
                   DELIMITED BY SIZE
                   "LA TABLA:" DELIMITED BY SIZE
                   INTO DRY-REPORT-LINEA
           ELSE
               MOVE SPACES TO DRY-REPORT-LINEA
               STRING "SIN CHAINCTL: PASOS DE LA SECUENCIA FIJA "
                   DELIMITED BY SIZE
                   "HISTORICA:" DELIMITED BY SIZE
                   INTO DRY-REPORT-LINEA
           END-IF.
           WRITE DRY-REPORT-LINEA.
           IF CANT-PREVIOS > 0
               MOVE CANT-PREVIOS TO CANT-EDIT
               MOVE SPACES TO DRY-REPORT-LINEA
               STRING "CHAINSTS TIENE " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   " PASOS DE UNA CADENA A MEDIAS: EJERCHAIN PREGUNTARA"
                   DELIMITED BY SIZE
                   " SI REANUDA" DELIMITED BY SIZE
                   INTO DRY-REPORT-LINEA
               WRITE DRY-REPORT-LINEA
           END-IF.
           MOVE "PASO ORD PROGRAMA        PISTA     PARAM ESTADO"
               TO DRY-REPORT-LINEA.
           WRITE DRY-REPORT-LINEA.
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS
               PERFORM IMPRIMIR-UN-PASO
           END-PERFORM.

       IMPRIMIR-UN-PASO.
           EVALUATE TRUE
               WHEN PASO-ACTIVO(IND-PASO) = "S"
                   MOVE "SALTEADO POR CHAINCTL" TO TEXTO-ESTADO
               WHEN PASO-SALTEO-SW(IND-PASO) = "Y"
                   MOVE "SALTEADO POR ORDEN S" TO TEXTO-ESTADO
               WHEN PASO-CHECKPOINT(IND-PASO) = "Y"
                   MOVE "YA COMPLETO SI SE REANUDA" TO TEXTO-ESTADO
               WHEN OTHER
                   MOVE "CORRE" TO TEXTO-ESTADO
           END-EVALUATE.
           IF PASO-PISTA(IND-PASO) = "*"
               MOVE "COMPUERTA" TO TEXTO-PISTA
           ELSE
               MOVE PASO-PISTA(IND-PASO) TO TEXTO-PISTA
           END-IF.
           MOVE SPACES TO DRY-REPORT-LINEA.
           MOVE IND-PASO TO DRY-REPORT-LINEA(1:2).
           IF PASO-ORDEN(IND-PASO) > 0
               MOVE PASO-ORDEN(IND-PASO) TO ORDEN-EDIT
               MOVE ORDEN-EDIT TO DRY-REPORT-LINEA(6:2)
           ELSE
               MOVE "--" TO DRY-REPORT-LINEA(6:2)
           END-IF.
           MOVE PASO-NOMBRE(IND-PASO) TO DRY-REPORT-LINEA(10:15).
           MOVE TEXTO-PISTA TO DRY-REPORT-LINEA(26:9).
           MOVE PASO-PARAMETRO(IND-PASO) TO DRY-REPORT-LINEA(38:1).
           MOVE TEXTO-ESTADO TO DRY-REPORT-LINEA(42:30).
           WRITE DRY-REPORT-LINEA.
           IF PASO-ARCHIVO(IND-PASO) NOT = SPACES
              OR PASO-DISPARADOR(IND-PASO) NOT = SPACES
               IF PASO-ACCION-CORTE(IND-PASO) = "S"
                   MOVE "SALTEA" TO TEXTO-ACCION
               ELSE
                   MOVE "FALLA" TO TEXTO-ACCION
               END-IF
               MOVE SPACES TO DRY-REPORT-LINEA
               STRING "         ESPERA ARCHIVO " DELIMITED BY SIZE
                   PASO-ARCHIVO(IND-PASO) DELIMITED BY SIZE
                   " DISPARADOR " DELIMITED BY SIZE
                   PASO-DISPARADOR(IND-PASO) DELIMITED BY SIZE
                   " HASTA " DELIMITED BY SIZE
                   PASO-HORA-CORTE(IND-PASO) DELIMITED BY SIZE
                   ", DESPUES " DELIMITED BY SIZE
                   TEXTO-ACCION DELIMITED BY SPACE
                   INTO DRY-REPORT-LINEA
               WRITE DRY-REPORT-LINEA
           END-IF.
           IF PASO-PAUSA-SW(IND-PASO) = "Y"
               MOVE SPACES TO DRY-REPORT-LINEA
               STRING "         ORDEN P: LA CADENA SE PAUSA ANTES DE "
                   DELIMITED BY SIZE
                   "ESTE PASO (" DELIMITED BY SIZE
                   PASO-PAUSA-POR(IND-PASO) DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO DRY-REPORT-LINEA
               WRITE DRY-REPORT-LINEA
           END-IF.
           IF PASO-SALTEO-SW(IND-PASO) = "Y"
               MOVE SPACES TO DRY-REPORT-LINEA
               STRING "         ORDEN S DE " DELIMITED BY SIZE
                   PASO-SALTEO-POR(IND-PASO) DELIMITED BY SPACE
                   INTO DRY-REPORT-LINEA
               WRITE DRY-REPORT-LINEA
           END-IF.

       IMPRIMIR-COMANDOS.
      /RELEE CHAINCMD PARA LISTAR CADA ORDEN CON LO QUE VA A HACER;
      /UNA ORDEN QUE NO NOMBRA NINGUN PASO NO TIENE EFECTO
           MOVE SPACES TO DRY-REPORT-LINEA.
           WRITE DRY-REPORT-LINEA.
           MOVE "ORDENES PENDIENTES EN CHAINCMD:" TO DRY-REPORT-LINEA.
           WRITE DRY-REPORT-LINEA.
           MOVE "N" TO COMANDO-EOF-SW.
           OPEN INPUT CHAIN-COMMAND.
           IF CHAIN-COMMAND-STATUS NOT = "00"
               MOVE "Y" TO COMANDO-EOF-SW
           ELSE
               READ CHAIN-COMMAND
                   AT END MOVE "Y" TO COMANDO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL COMANDO-EOF
               ADD 1 TO CANT-COMANDOS
               PERFORM IMPRIMIR-UN-COMANDO
               READ CHAIN-COMMAND
                   AT END MOVE "Y" TO COMANDO-EOF-SW
               END-READ
           END-PERFORM.
           IF CHAIN-COMMAND-STATUS = "00" OR CHAIN-COMMAND-STATUS
               = "10"
               CLOSE CHAIN-COMMAND
           END-IF.
           IF CANT-COMANDOS = 0
               MOVE "  (NINGUNA)" TO DRY-REPORT-LINEA
               WRITE DRY-REPORT-LINEA
           END-IF.

       IMPRIMIR-UN-COMANDO.
           MOVE "N" TO COMANDO-APLICA-SW.
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS OR COMANDO-APLICA
               IF CM-PROGRAMA = PASO-NOMBRE(IND-PASO)
                   MOVE "Y" TO COMANDO-APLICA-SW
               END-IF
           END-PERFORM.
           MOVE SPACES TO DRY-REPORT-LINEA.
           EVALUATE TRUE
               WHEN CM-DETENER
                   STRING "  D (" DELIMITED BY SIZE
                       CM-OPERADOR DELIMITED BY SPACE
                       "): LA CADENA SE DETIENE ANTES DEL PRIMER PASO;"
                       DELIMITED BY SIZE
                       " NO CORRE NADA" DELIMITED BY SIZE
                       INTO DRY-REPORT-LINEA
               WHEN (CM-PAUSA OR CM-SALTEAR) AND COMANDO-APLICA
                   STRING "  " DELIMITED BY SIZE
                       CM-COMANDO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CM-PROGRAMA DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       CM-OPERADOR DELIMITED BY SPACE
                       "): APLICA AL PASO DE ESE PROGRAMA"
                       DELIMITED BY SIZE
                       INTO DRY-REPORT-LINEA
               WHEN OTHER
                   STRING "  " DELIMITED BY SIZE
                       CM-COMANDO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CM-PROGRAMA DELIMITED BY SIZE
                       ": NO COINCIDE CON NINGUN PASO, SIN EFECTO"
                       DELIMITED BY SIZE
                       INTO DRY-REPORT-LINEA
           END-EVALUATE.
           WRITE DRY-REPORT-LINEA.

       IMPRIMIR-SOLICITUDES.
      /LAS APROBADAS CORREN UNA VEZ, AL FINAL DE LA ULTIMA FECHA, Y
      /SOLO SI LA CADENA NO SE DETUVO
           MOVE SPACES TO DRY-REPORT-LINEA.
           WRITE DRY-REPORT-LINEA.
           MOVE "SOLICITUDES APROBADAS EN RUNREQ (CORREN AL FINAL):"
               TO DRY-REPORT-LINEA.
           WRITE DRY-REPORT-LINEA.
           OPEN INPUT RUN-REQUEST.
           IF RUN-REQUEST-STATUS NOT = "00"
               MOVE "Y" TO SOLICITUD-EOF-SW
           ELSE
               READ RUN-REQUEST
                   AT END MOVE "Y" TO SOLICITUD-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL SOLICITUD-EOF
               IF RQ-APROBADA
                   ADD 1 TO CANT-APROBADAS
                   MOVE SPACES TO DRY-REPORT-LINEA
                   STRING "  " DELIMITED BY SIZE
                       RQ-PROGRAMA DELIMITED BY SIZE
                       " PARAM " DELIMITED BY SIZE
                       RQ-PARAMETRO DELIMITED BY SIZE
                       " PEDIDA POR " DELIMITED BY SIZE
                       RQ-USUARIO DELIMITED BY SIZE
                       " APROBADA POR " DELIMITED BY SIZE
                       RQ-APROBADOR DELIMITED BY SIZE
                       INTO DRY-REPORT-LINEA
                   WRITE DRY-REPORT-LINEA
               END-IF
               READ RUN-REQUEST
                   AT END MOVE "Y" TO SOLICITUD-EOF-SW
               END-READ
           END-PERFORM.
           IF RUN-REQUEST-STATUS = "00" OR RUN-REQUEST-STATUS = "10"
               CLOSE RUN-REQUEST
           END-IF.
           IF CANT-APROBADAS = 0
               MOVE "  (NINGUNA)" TO DRY-REPORT-LINEA
               WRITE DRY-REPORT-LINEA
           ELSE
               IF CORTE-ORDENADO
                   MOVE "  CON LA ORDEN D PENDIENTE NO CORRERIA NINGUNA"
                       TO DRY-REPORT-LINEA
                   WRITE DRY-REPORT-LINEA
               END-IF
           END-IF.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "CHAINDRY" TO RL-PROGRAMA.
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
           MOVE "CHAINDRY" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "FECHA-CORRIDA=" DELIMITED BY SIZE
               FECHA-CORRIDA DELIMITED BY SIZE
               " FECHAS=" DELIMITED BY SIZE
               CANT-FECHAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM CHAINDRY.
