      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Proyeccion-Del-Fin-De-La-Cadena-Nocturna
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINPRJ IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-CONTROL ASSIGN TO "CHAINCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-CONTROL-STATUS.

           SELECT CHAIN-STATUS ASSIGN TO "CHAINSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-STATUS-STATUS.

           SELECT STEP-BASE ASSIGN TO "STEPBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEP-BASE-STATUS.

           SELECT FECHA-PROCESADA ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHA-PROCESADA-STATUS.

           SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-WINDOW-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-CONTROL.
           COPY "CHAINCTR.cpy".

       FD  CHAIN-STATUS.
      /CHECKPOINT DE EJERCHAIN: UN INDICE DE PASO COMPLETO O
      /SALTEADO POR LINEA, VACIO AL CERRAR CADA FECHA DE NEGOCIO
       01  CHAIN-STATUS-RECORD.
           05  CKP-PASO            PIC 9(02).

       FD  STEP-BASE.
           COPY "STEPBASR.cpy".

       FD  FECHA-PROCESADA.
       01  FECHA-PROCESADA-RECORD.
           05  FP-ULTIMA-FECHA     PIC 9(08).

       FD  BATCH-WINDOW.
      /HORA (HHMM) EN QUE CIERRA LA VENTANA BATCH: LO QUE LA CADENA
      /NO TERMINE PARA ENTONCES CHOCA CON LA OPERACION DEL DIA
       01  BATCH-WINDOW-RECORD.
           05  BW-HORA-CIERRE      PIC 9(04).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

       01 CHAIN-CONTROL-STATUS   PIC X(02).
       01 CHAIN-STATUS-STATUS    PIC X(02).
       01 STEP-BASE-STATUS       PIC X(02).
       01 FECHA-PROCESADA-STATUS PIC X(02).
       01 BATCH-WINDOW-STATUS    PIC X(02).
       01 RUN-LOG-STATUS         PIC X(02).

       01 CONTROL-EOF-SW PIC X(01) VALUE "N".
           88 CONTROL-EOF VALUE "Y".
       01 CHAIN-EOF-SW PIC X(01) VALUE "N".
           88 CHAIN-EOF VALUE "Y".
       01 BASE-EOF-SW PIC X(01) VALUE "N".
           88 BASE-EOF VALUE "Y".
       01 RUN-EOF-SW PIC X(01) VALUE "N".
           88 RUN-EOF VALUE "Y".

      * Pasos de CHAINCTL con lo visto esta noche: PR-ESTADO C si ya
      * esta en CHAINSTS, E si arranco y no termino, P pendiente;
      * PR-SIM es el estado dentro de la simulacion del planificador.
       01 MAX-PASOS PIC 9(02) VALUE 20.
       01 CANT-PASOS PIC 9(02) VALUE 0.
       01 TABLA-PASOS.
           05 PASO-ITEM OCCURS 20 TIMES.
              10 PR-PROGRAMA   PIC X(15).
              10 PR-ACTIVO     PIC X(01).
              10 PR-PISTA      PIC X(01).
              10 PR-ESTADO     PIC X(01).
              10 PR-TS-INICIO  PIC X(17).
              10 PR-HISTORIA   PIC X(01).
              10 PR-PROMEDIO   PIC 9(07).
              10 PR-PEOR       PIC 9(07).
              10 PR-SIM        PIC X(01).
              10 PR-FIN-PROM   PIC 9(11).
       01 IND-PASO PIC 9(02).

       01 CANT-PISTAS PIC 9(02) VALUE 0.
       01 TABLA-PISTAS.
           05 PISTA-ITEM OCCURS 9 TIMES.
              10 PT-VALOR      PIC X(01).
              10 PT-FIN-PROM   PIC 9(11).
              10 PT-FIN-PEOR   PIC 9(11).
       01 IND-PISTA PIC 9(02) COMP.
       01 IND-PISTA-FIN PIC 9(02) COMP.
       01 PISTA-HALLADA-SW PIC X(01).
           88 PISTA-HALLADA VALUE "Y".

      * Duraciones de referencia cargadas de STEPBASE.
       01 MAX-BASES PIC 9(03) VALUE 100.
       01 CANT-BASES PIC 9(03) VALUE 0.
       01 TABLA-BASES.
           05 BASE-ITEM OCCURS 100 TIMES.
              10 BS-PROGRAMA   PIC X(15).
              10 BS-PROMEDIO   PIC 9(07).
              10 BS-PEOR       PIC 9(07).
       01 IND-BASE PIC 9(03) COMP.

      /LA PASADA EN CURSO ES LA QUE ABRE EL ULTIMO EVENTO FECHA DE
      /EJERCHAIN EN EL RUNLOG; UNA FALLA POSTERIOR SIN NINGUN PASO
      /ARRANCADO DESPUES DEJA LA CADENA DETENIDA
       01 HAY-PASADA-SW PIC X(01) VALUE "N".
           88 HAY-PASADA VALUE "Y".
       01 DETENIDA-SW PIC X(01) VALUE "N".
           88 CADENA-DETENIDA VALUE "Y".
       01 TS-PASADA PIC X(17).
       01 FECHA-PASADA PIC 9(08).
       01 ULTIMA-FECHA PIC 9(08) VALUE 0.

      /SIMULACION DEL PLANIFICADOR POR PISTAS DE EJERCHAIN: LAS
      /MISMAS RONDAS Y COMPUERTAS, CON EL RELOJ AVANZANDO LA
      /DURACION DE CADA PASO (UN SOLO PROCESO: LOS PASOS SE SUMAN)
       01 HORA-CIERRE PIC 9(04) VALUE 0600.
       01 PRIMERA-GATE PIC 9(02).
       01 PASO-ELEGIDO-SW PIC X(01).
           88 PASO-ELEGIDO VALUE "Y".
       01 HUBO-AVANCE-SW PIC X(01).
           88 HUBO-AVANCE VALUE "Y".
       01 GATE-LISTA-SW PIC X(01).
           88 GATE-LISTA VALUE "Y".
       01 QUEDAN-PENDIENTES-SW PIC X(01).
           88 QUEDAN-PENDIENTES VALUE "Y".
       01 RELOJ-PROM PIC 9(11).
       01 RELOJ-PEOR PIC 9(11).
       01 SEG-AHORA PIC 9(11).
       01 SEG-CIERRE PIC 9(11).
       01 SEG-RESTANTE PIC S9(09).
       01 SEG-TRANSCURRIDOS PIC 9(09).

       01 TS-CONV PIC X(17).
       01 SEG-CONV PIC 9(11).
       01 FECHA-CONV PIC 9(08).
       01 HORA-CONV PIC 9(04).
       01 HORA-TEXTO PIC X(05).
       01 DIAS-ENTEROS PIC 9(07).
       01 SEG-DEL-DIA PIC 9(05).
       01 FECHA-TS PIC 9(08).
       01 HH PIC 9(02).
       01 MM PIC 9(02).
       01 SS PIC 9(02).

       01 FECHA-HOY PIC 9(08).
       01 HORA-AHORA PIC 9(08).
       01 TS-AHORA PIC X(17).

       01 TEXTO-ESTADO PIC X(10).
       01 SEG-EDIT PIC ZZZZZZ9.

       LINKAGE SECTION.
           COPY "PROYAREA.cpy".

       PROCEDURE DIVISION USING PROYECCION-AREA.
       MAIN-PROCEDURE.
      /A MITAD DE LA NOCHE NADIE SABIA SI LA CADENA IBA A TERMINAR A
      /TIEMPO: CON LO QUE YA COMPLETO (CHAINSTS), LO QUE ESTA
      /CORRIENDO (INICIO SIN FIN EN EL RUNLOG) Y LAS DURACIONES DE
      /REFERENCIA DE STEPBASE, SE PROYECTA A QUE HORA TERMINA CADA
      /PISTA Y LA CADENA, Y SI ESO PASA EL CIERRE DE LA VENTANA
           MOVE "S" TO PY-ESTADO.
           MOVE 0 TO PY-PASOS-PENDIENTES.
           MOVE 0 TO PY-PASOS-SIN-HISTORIA.
           MOVE 0 TO PY-FECHA-FIN.
           MOVE 0 TO PY-FIN-ESTIMADO.
           MOVE 0 TO PY-FECHA-FIN-PEOR.
           MOVE 0 TO PY-FIN-PEOR.
           MOVE "N" TO PY-FUERA-VENTANA.
           MOVE "N" TO PY-PEOR-FUERA.

           PERFORM LEER-VENTANA.
           MOVE HORA-CIERRE TO PY-CIERRE.
           PERFORM CARGAR-PASOS.
           IF CANT-PASOS = 0
               MOVE "E" TO PY-ESTADO
               IF PY-DETALLE
                   DISPLAY "SIN CHAINCTL: NO HAY CADENA QUE PROYECTAR"
               END-IF
               GOBACK
           END-IF.
           PERFORM BARRER-RUNLOG.
           PERFORM LEER-ULTIMA-FECHA.
           IF NOT HAY-PASADA OR ULTIMA-FECHA >= FECHA-PASADA
               IF PY-DETALLE
                   DISPLAY "NO HAY CADENA NOCTURNA EN CURSO; ULTIMA "
                       "FECHA DE NEGOCIO COMPLETA: " ULTIMA-FECHA
               END-IF
               GOBACK
           END-IF.

           IF CADENA-DETENIDA
               MOVE "D" TO PY-ESTADO
           ELSE
               MOVE "C" TO PY-ESTADO
           END-IF.
           PERFORM LEER-CHECKPOINT.
           PERFORM CARGAR-BASES.
           PERFORM ASIGNAR-DURACIONES.

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-AHORA FROM TIME.
           MOVE SPACES TO TS-AHORA.
           STRING FECHA-HOY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               HORA-AHORA DELIMITED BY SIZE
               INTO TS-AHORA.
           MOVE TS-AHORA TO TS-CONV.
           PERFORM CONVERTIR-A-SEGUNDOS.
           MOVE SEG-CONV TO SEG-AHORA.
           PERFORM CALCULAR-CIERRE.
           PERFORM SIMULAR-PLANIFICADOR.

           MOVE RELOJ-PROM TO SEG-CONV.
           PERFORM CONVERTIR-A-FECHA-HORA.
           MOVE FECHA-CONV TO PY-FECHA-FIN.
           MOVE HORA-CONV TO PY-FIN-ESTIMADO.
           MOVE RELOJ-PEOR TO SEG-CONV.
           PERFORM CONVERTIR-A-FECHA-HORA.
           MOVE FECHA-CONV TO PY-FECHA-FIN-PEOR.
           MOVE HORA-CONV TO PY-FIN-PEOR.
           IF RELOJ-PROM > SEG-CIERRE
               MOVE "Y" TO PY-FUERA-VENTANA
           END-IF.
           IF RELOJ-PEOR > SEG-CIERRE
               MOVE "Y" TO PY-PEOR-FUERA
           END-IF.

           IF PY-DETALLE
               PERFORM MOSTRAR-DETALLE
           END-IF.
           GOBACK.

       LEER-VENTANA.
      /SIN BATCHWIN LA VENTANA CIERRA A LAS 06:00
           OPEN INPUT BATCH-WINDOW.
           IF BATCH-WINDOW-STATUS = "00"
               READ BATCH-WINDOW
                   AT END CONTINUE
                   NOT AT END
                       IF BW-HORA-CIERRE NUMERIC
                          AND BW-HORA-CIERRE < 2400
                           MOVE BW-HORA-CIERRE TO HORA-CIERRE
                       END-IF
               END-READ
               CLOSE BATCH-WINDOW
           END-IF.

       CARGAR-PASOS.
      /LA MISMA TABLA DE CONTROL QUE LEE EJERCHAIN, CON SUS INDICES
      /DE PASO, QUE SON LOS QUE GUARDA EL CHECKPOINT
           OPEN INPUT CHAIN-CONTROL.
           IF CHAIN-CONTROL-STATUS NOT = "00"
               MOVE "Y" TO CONTROL-EOF-SW
           ELSE
               READ CHAIN-CONTROL
                   AT END MOVE "Y" TO CONTROL-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL CONTROL-EOF
               IF CANT-PASOS < MAX-PASOS
                   ADD 1 TO CANT-PASOS
                   MOVE CC-PROGRAMA TO PR-PROGRAMA(CANT-PASOS)
                   MOVE CC-ACTIVO TO PR-ACTIVO(CANT-PASOS)
                   IF CC-PISTA = SPACE
                       MOVE "1" TO PR-PISTA(CANT-PASOS)
                   ELSE
                       MOVE CC-PISTA TO PR-PISTA(CANT-PASOS)
                   END-IF
                   MOVE "P" TO PR-ESTADO(CANT-PASOS)
                   MOVE SPACES TO PR-TS-INICIO(CANT-PASOS)
                   MOVE "N" TO PR-HISTORIA(CANT-PASOS)
                   MOVE 0 TO PR-PROMEDIO(CANT-PASOS)
                   MOVE 0 TO PR-PEOR(CANT-PASOS)
                   MOVE 0 TO PR-FIN-PROM(CANT-PASOS)
                   PERFORM REGISTRAR-PISTA
               END-IF
               READ CHAIN-CONTROL
                   AT END MOVE "Y" TO CONTROL-EOF-SW
               END-READ
           END-PERFORM.
           IF CHAIN-CONTROL-STATUS = "00"
              OR CHAIN-CONTROL-STATUS = "10"
               CLOSE CHAIN-CONTROL
           END-IF.

       REGISTRAR-PISTA.
           IF PR-PISTA(CANT-PASOS) NOT = "*"
               MOVE "N" TO PISTA-HALLADA-SW
               PERFORM VARYING IND-PISTA FROM 1 BY 1
                       UNTIL IND-PISTA > CANT-PISTAS OR PISTA-HALLADA
                   IF PT-VALOR(IND-PISTA) = PR-PISTA(CANT-PASOS)
                       MOVE "Y" TO PISTA-HALLADA-SW
                   END-IF
               END-PERFORM
               IF NOT PISTA-HALLADA AND CANT-PISTAS < 9
                   ADD 1 TO CANT-PISTAS
                   MOVE PR-PISTA(CANT-PASOS) TO PT-VALOR(CANT-PISTAS)
                   MOVE 0 TO PT-FIN-PROM(CANT-PISTAS)
                   MOVE 0 TO PT-FIN-PEOR(CANT-PISTAS)
               END-IF
           END-IF.

       BARRER-RUNLOG.
           OPEN INPUT RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               MOVE "Y" TO RUN-EOF-SW
           ELSE
               READ RUN-LOG
                   AT END MOVE "Y" TO RUN-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL RUN-EOF
               PERFORM ANOTAR-EVENTO
               READ RUN-LOG
                   AT END MOVE "Y" TO RUN-EOF-SW
               END-READ
           END-PERFORM.
           IF RUN-LOG-STATUS = "00" OR RUN-LOG-STATUS = "10"
               CLOSE RUN-LOG
           END-IF.

       ANOTAR-EVENTO.
      /CADA EVENTO FECHA DE EJERCHAIN ABRE UNA PASADA NUEVA Y
      /OLVIDA LO ANTERIOR; DENTRO DE LA PASADA, EL INICIO Y EL FIN
      /DE CADA PROGRAMA DE LA TABLA DICEN SI ESTA CORRIENDO
           IF RL-PROGRAMA = "EJERCHAIN"
               EVALUATE RL-EVENTO
                   WHEN "FECHA"
                       MOVE "Y" TO HAY-PASADA-SW
                       MOVE "N" TO DETENIDA-SW
                       MOVE RL-TIMESTAMP TO TS-PASADA
                       MOVE RL-DATOS-CLAVE(15:8) TO FECHA-PASADA
                       PERFORM VARYING IND-PASO FROM 1 BY 1
                               UNTIL IND-PASO > CANT-PASOS
                           MOVE "P" TO PR-ESTADO(IND-PASO)
                       END-PERFORM
                   WHEN "FALLA"
                       IF HAY-PASADA
                           MOVE "Y" TO DETENIDA-SW
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
           IF HAY-PASADA
               PERFORM VARYING IND-PASO FROM 1 BY 1
                       UNTIL IND-PASO > CANT-PASOS
                   IF PR-PROGRAMA(IND-PASO) = RL-PROGRAMA
                       EVALUATE RL-EVENTO
                           WHEN "INICIO"
                               MOVE "E" TO PR-ESTADO(IND-PASO)
                               MOVE RL-TIMESTAMP
                                   TO PR-TS-INICIO(IND-PASO)
                               MOVE "N" TO DETENIDA-SW
                           WHEN "FIN"
                               MOVE "P" TO PR-ESTADO(IND-PASO)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

       LEER-ULTIMA-FECHA.
           OPEN INPUT FECHA-PROCESADA.
           IF FECHA-PROCESADA-STATUS = "00"
               READ FECHA-PROCESADA
                   AT END CONTINUE
                   NOT AT END
                       IF FP-ULTIMA-FECHA NUMERIC
                           MOVE FP-ULTIMA-FECHA TO ULTIMA-FECHA
                       END-IF
               END-READ
               CLOSE FECHA-PROCESADA
           END-IF.

       LEER-CHECKPOINT.
      /LO QUE ESTA EN CHAINSTS YA TERMINO (O SE SALTEO) Y NO SUMA
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
                   MOVE "C" TO PR-ESTADO(CKP-PASO)
               END-IF
               READ CHAIN-STATUS
                   AT END MOVE "Y" TO CHAIN-EOF-SW
               END-READ
           END-PERFORM.
           IF CHAIN-STATUS-STATUS = "00" OR CHAIN-STATUS-STATUS = "10"
               CLOSE CHAIN-STATUS
           END-IF.

       CARGAR-BASES.
           OPEN INPUT STEP-BASE.
           IF STEP-BASE-STATUS NOT = "00"
               MOVE "Y" TO BASE-EOF-SW
           ELSE
               READ STEP-BASE
                   AT END MOVE "Y" TO BASE-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL BASE-EOF
               IF CANT-BASES < MAX-BASES
                   ADD 1 TO CANT-BASES
                   MOVE SB-PROGRAMA TO BS-PROGRAMA(CANT-BASES)
                   MOVE SB-SEG-PROMEDIO TO BS-PROMEDIO(CANT-BASES)
                   MOVE SB-SEG-PEOR TO BS-PEOR(CANT-BASES)
               END-IF
               READ STEP-BASE
                   AT END MOVE "Y" TO BASE-EOF-SW
               END-READ
           END-PERFORM.
           IF STEP-BASE-STATUS = "00" OR STEP-BASE-STATUS = "10"
               CLOSE STEP-BASE
           END-IF.

       ASIGNAR-DURACIONES.
      /UN PASO SIN HISTORIA EN STEPBASE (NUEVO, O QUE NUNCA CORRIO
      /EN LOS ULTIMOS 30 DIAS) CUENTA CERO Y SE INFORMA APARTE; LOS
      /SALTEADOS POR CONTROL NO CORREN Y NO SUMAN
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS
               PERFORM VARYING IND-BASE FROM 1 BY 1
                       UNTIL IND-BASE > CANT-BASES
                          OR PR-HISTORIA(IND-PASO) = "Y"
                   IF BS-PROGRAMA(IND-BASE) = PR-PROGRAMA(IND-PASO)
                       MOVE "Y" TO PR-HISTORIA(IND-PASO)
                       MOVE BS-PROMEDIO(IND-BASE)
                           TO PR-PROMEDIO(IND-PASO)
                       MOVE BS-PEOR(IND-BASE) TO PR-PEOR(IND-PASO)
                   END-IF
               END-PERFORM
               IF PR-ESTADO(IND-PASO) NOT = "C"
                  AND PR-ACTIVO(IND-PASO) NOT = "S"
                   ADD 1 TO PY-PASOS-PENDIENTES
                   IF PR-HISTORIA(IND-PASO) NOT = "Y"
                       ADD 1 TO PY-PASOS-SIN-HISTORIA
                   END-IF
               END-IF
           END-PERFORM.

       CALCULAR-CIERRE.
      /EL CIERRE ES LA PRIMERA HORA DE CIERRE POSTERIOR AL ARRANQUE
      /DE LA PASADA: UNA CADENA QUE ARRANCA A LAS 22:00 CIERRA A
      /LAS 06:00 DEL DIA SIGUIENTE
           MOVE TS-PASADA TO TS-CONV.
           PERFORM CONVERTIR-A-SEGUNDOS.
           MOVE TS-PASADA(1:8) TO FECHA-TS.
           COMPUTE DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE(FECHA-TS).
           DIVIDE HORA-CIERRE BY 100 GIVING HH REMAINDER MM.
           COMPUTE SEG-CIERRE =
               DIAS-ENTEROS * 86400 + HH * 3600 + MM * 60.
           IF SEG-CIERRE <= SEG-CONV
               ADD 86400 TO SEG-CIERRE
           END-IF.

       SIMULAR-PLANIFICADOR.
      /PRIMERO TERMINA LO QUE ESTA CORRIENDO (LO QUE LE FALTA PARA
      /SU PROMEDIO, O CERO SI YA LO PASO); DESPUES SE REPITEN LAS
      /RONDAS DE EJERCHAIN SOBRE LO PENDIENTE
           MOVE SEG-AHORA TO RELOJ-PROM.
           MOVE SEG-AHORA TO RELOJ-PEOR.
           PERFORM VARYING IND-PISTA FROM 1 BY 1
                   UNTIL IND-PISTA > CANT-PISTAS
               MOVE SEG-AHORA TO PT-FIN-PROM(IND-PISTA)
               MOVE SEG-AHORA TO PT-FIN-PEOR(IND-PISTA)
           END-PERFORM.
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS
               IF PR-ESTADO(IND-PASO) = "C"
                   MOVE "H" TO PR-SIM(IND-PASO)
               ELSE
                   MOVE "P" TO PR-SIM(IND-PASO)
               END-IF
           END-PERFORM.
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS
               IF PR-ESTADO(IND-PASO) = "E"
                   PERFORM TERMINAR-PASO-EN-CURSO
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
                       PERFORM SIMULAR-PASO
                   END-IF
               END-PERFORM
               PERFORM SIMULAR-GATE-SI-LISTA
               PERFORM CONTAR-PENDIENTES
           END-PERFORM.

       TERMINAR-PASO-EN-CURSO.
           MOVE PR-TS-INICIO(IND-PASO) TO TS-CONV.
           PERFORM CONVERTIR-A-SEGUNDOS.
           IF SEG-CONV > SEG-AHORA
               MOVE 0 TO SEG-TRANSCURRIDOS
           ELSE
               COMPUTE SEG-TRANSCURRIDOS = SEG-AHORA - SEG-CONV
           END-IF.
           COMPUTE SEG-RESTANTE =
               PR-PROMEDIO(IND-PASO) - SEG-TRANSCURRIDOS.
           IF SEG-RESTANTE > 0
               ADD SEG-RESTANTE TO RELOJ-PROM
           END-IF.
           COMPUTE SEG-RESTANTE = PR-PEOR(IND-PASO) - SEG-TRANSCURRIDOS.
           IF SEG-RESTANTE > 0
               ADD SEG-RESTANTE TO RELOJ-PEOR
           END-IF.
           PERFORM CERRAR-PASO-SIMULADO.

       CALCULAR-PRIMERA-GATE.
           MOVE 99 TO PRIMERA-GATE.
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS
               IF PR-PISTA(IND-PASO) = "*"
                  AND PR-SIM(IND-PASO) = "P"
                  AND IND-PASO < PRIMERA-GATE
                   MOVE IND-PASO TO PRIMERA-GATE
               END-IF
           END-PERFORM.

       BUSCAR-PASO-DE-PISTA.
           MOVE "N" TO PASO-ELEGIDO-SW.
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS OR PASO-ELEGIDO
               IF PR-SIM(IND-PASO) = "P"
                  AND PR-PISTA(IND-PASO) = PT-VALOR(IND-PISTA)
                  AND IND-PASO < PRIMERA-GATE
                   MOVE "Y" TO PASO-ELEGIDO-SW
               END-IF
           END-PERFORM.
           IF PASO-ELEGIDO
               SUBTRACT 1 FROM IND-PASO
           END-IF.

       SIMULAR-GATE-SI-LISTA.
           PERFORM CALCULAR-PRIMERA-GATE.
           IF PRIMERA-GATE <= CANT-PASOS
               MOVE "Y" TO GATE-LISTA-SW
               PERFORM VARYING IND-PASO FROM 1 BY 1
                       UNTIL IND-PASO >= PRIMERA-GATE
                   IF PR-SIM(IND-PASO) = "P"
                       MOVE "N" TO GATE-LISTA-SW
                   END-IF
               END-PERFORM
               IF GATE-LISTA
                   MOVE PRIMERA-GATE TO IND-PASO
                   PERFORM SIMULAR-PASO
               END-IF
           END-IF.

       SIMULAR-PASO.
           IF PR-ACTIVO(IND-PASO) NOT = "S"
               ADD PR-PROMEDIO(IND-PASO) TO RELOJ-PROM
               ADD PR-PEOR(IND-PASO) TO RELOJ-PEOR
           END-IF.
           PERFORM CERRAR-PASO-SIMULADO.
           MOVE "Y" TO HUBO-AVANCE-SW.

       CERRAR-PASO-SIMULADO.
      /EL FIN DE LA PISTA ES EL FIN DE SU ULTIMO PASO SIMULADO; UNA
      /COMPUERTA NO ES PISTA Y SOLO MUEVE EL RELOJ, Y UN PASO
      /SALTEADO NO CORRE Y NO CORRE EL FIN DE SU PISTA
           MOVE "H" TO PR-SIM(IND-PASO).
           MOVE RELOJ-PROM TO PR-FIN-PROM(IND-PASO).
           IF PR-ACTIVO(IND-PASO) = "S"
               MOVE 99 TO IND-PISTA-FIN
           ELSE
               MOVE 1 TO IND-PISTA-FIN
           END-IF.
           PERFORM VARYING IND-PISTA-FIN FROM IND-PISTA-FIN BY 1
                   UNTIL IND-PISTA-FIN > CANT-PISTAS
               IF PT-VALOR(IND-PISTA-FIN) = PR-PISTA(IND-PASO)
                   MOVE RELOJ-PROM TO PT-FIN-PROM(IND-PISTA-FIN)
                   MOVE RELOJ-PEOR TO PT-FIN-PEOR(IND-PISTA-FIN)
               END-IF
           END-PERFORM.

       CONTAR-PENDIENTES.
           MOVE "N" TO QUEDAN-PENDIENTES-SW.
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS
               IF PR-SIM(IND-PASO) = "P"
                   MOVE "Y" TO QUEDAN-PENDIENTES-SW
               END-IF
           END-PERFORM.

       CONVERTIR-A-SEGUNDOS.
      /EL TIMESTAMP ES YYYYMMDD-HHMMSSCC; SE PASA A SEGUNDOS DESDE
      /LA MISMA BASE COMUN QUE USA RUNRPT
           MOVE TS-CONV(1:8) TO FECHA-TS.
           COMPUTE DIAS-ENTEROS = FUNCTION INTEGER-OF-DATE(FECHA-TS).
           MOVE TS-CONV(10:2) TO HH.
           MOVE TS-CONV(12:2) TO MM.
           MOVE TS-CONV(14:2) TO SS.
           COMPUTE SEG-CONV =
               DIAS-ENTEROS * 86400 + HH * 3600 + MM * 60 + SS.

       CONVERTIR-A-FECHA-HORA.
           DIVIDE SEG-CONV BY 86400 GIVING DIAS-ENTEROS
               REMAINDER SEG-DEL-DIA.
           COMPUTE FECHA-CONV = FUNCTION DATE-OF-INTEGER(DIAS-ENTEROS).
           DIVIDE SEG-DEL-DIA BY 3600 GIVING HH REMAINDER SEG-DEL-DIA.
           DIVIDE SEG-DEL-DIA BY 60 GIVING MM.
           COMPUTE HORA-CONV = HH * 100 + MM.
           MOVE SPACES TO HORA-TEXTO.
           STRING HORA-CONV(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               HORA-CONV(3:2) DELIMITED BY SIZE
               INTO HORA-TEXTO.

       MOSTRAR-DETALLE.
           DISPLAY SPACE.
           DISPLAY "PROYECCION DE LA CADENA NOCTURNA - FECHA DE "
               "NEGOCIO " FECHA-PASADA.
           DISPLAY "PASADA INICIADA " TS-PASADA
               "  CIERRE DE VENTANA " HORA-CIERRE(1:2) ":"
               HORA-CIERRE(3:2).
           IF CADENA-DETENIDA
               DISPLAY "*** CADENA DETENIDA POR FALLA: LA "
                   "PROYECCION VALE SOLO SI SE REANUDA YA ***"
           END-IF.
           DISPLAY "PASO PROGRAMA        PISTA ESTADO     PROM-SEG "
               "PEOR-SEG FIN-EST".
           PERFORM VARYING IND-PASO FROM 1 BY 1
                   UNTIL IND-PASO > CANT-PASOS
               PERFORM MOSTRAR-PASO
           END-PERFORM.
           DISPLAY SPACE.
           PERFORM VARYING IND-PISTA FROM 1 BY 1
                   UNTIL IND-PISTA > CANT-PISTAS
               MOVE PT-FIN-PROM(IND-PISTA) TO SEG-CONV
               PERFORM CONVERTIR-A-FECHA-HORA
               DISPLAY "PISTA " PT-VALOR(IND-PISTA)
                   " TERMINA " FECHA-CONV " " HORA-TEXTO
                   WITH NO ADVANCING
               MOVE PT-FIN-PEOR(IND-PISTA) TO SEG-CONV
               PERFORM CONVERTIR-A-FECHA-HORA
               DISPLAY "  (PEOR CASO " FECHA-CONV " " HORA-TEXTO ")"
           END-PERFORM.
           MOVE RELOJ-PROM TO SEG-CONV.
           PERFORM CONVERTIR-A-FECHA-HORA.
           DISPLAY "FIN ESTIMADO DE LA CADENA: " FECHA-CONV " "
               HORA-TEXTO WITH NO ADVANCING.
           IF PY-PASA-CIERRE
               DISPLAY "  *** FUERA DE VENTANA ***"
           ELSE
               DISPLAY SPACE
           END-IF.
           MOVE RELOJ-PEOR TO SEG-CONV.
           PERFORM CONVERTIR-A-FECHA-HORA.
           DISPLAY "FIN EN EL PEOR CASO:       " FECHA-CONV " "
               HORA-TEXTO WITH NO ADVANCING.
           IF PY-PEOR-PASA-CIERRE
               DISPLAY "  *** FUERA DE VENTANA ***"
           ELSE
               DISPLAY SPACE
           END-IF.
           DISPLAY "PASOS PENDIENTES: " PY-PASOS-PENDIENTES
               "  SIN HISTORIA EN STEPBASE (CUENTAN CERO): "
               PY-PASOS-SIN-HISTORIA.

       MOSTRAR-PASO.
           EVALUATE TRUE
               WHEN PR-ESTADO(IND-PASO) = "C"
                   MOVE "COMPLETO" TO TEXTO-ESTADO
               WHEN PR-ACTIVO(IND-PASO) = "S"
                   MOVE "SALTEADO" TO TEXTO-ESTADO
               WHEN PR-ESTADO(IND-PASO) = "E"
                   MOVE "EN CURSO" TO TEXTO-ESTADO
               WHEN OTHER
                   MOVE "PENDIENTE" TO TEXTO-ESTADO
           END-EVALUATE.
           IF PR-HISTORIA(IND-PASO) NOT = "Y"
              AND PR-ESTADO(IND-PASO) NOT = "C"
              AND PR-ACTIVO(IND-PASO) NOT = "S"
               MOVE SPACES TO HORA-TEXTO
               DISPLAY IND-PASO "   " PR-PROGRAMA(IND-PASO) " "
                   PR-PISTA(IND-PASO) "     " TEXTO-ESTADO
                   " SIN HISTORIA"
           ELSE
               IF PR-ESTADO(IND-PASO) = "C"
                  OR PR-ACTIVO(IND-PASO) = "S"
                   MOVE SPACES TO HORA-TEXTO
               ELSE
                   MOVE PR-FIN-PROM(IND-PASO) TO SEG-CONV
                   PERFORM CONVERTIR-A-FECHA-HORA
               END-IF
               MOVE PR-PROMEDIO(IND-PASO) TO SEG-EDIT
               DISPLAY IND-PASO "   " PR-PROGRAMA(IND-PASO) " "
                   PR-PISTA(IND-PASO) "     " TEXTO-ESTADO " "
                   SEG-EDIT " " WITH NO ADVANCING
               MOVE PR-PEOR(IND-PASO) TO SEG-EDIT
               DISPLAY SEG-EDIT "  " HORA-TEXTO
           END-IF.

       END PROGRAM CHAINPRJ.
