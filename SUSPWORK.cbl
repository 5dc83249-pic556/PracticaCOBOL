      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Lista-Diaria-De-Seguimientos-Del-Suspenso
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPWORK IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.

           SELECT SUSP-CASE ASSIGN TO "SUSPCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-KEY
               FILE STATUS IS SUSP-CASE-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT WORK-TRABAJO ASSIGN TO "SWRKRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-TRABAJO-STATUS.

           SELECT WORK-ORDENADO ASSIGN TO "SWRKSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-ORDENADO-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK1".

           SELECT WORK-REPORT ASSIGN TO "RPTSWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT FECHA-NEGOCIO-FILE ASSIGN TO "FECHANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHA-NEGOCIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY "SUSPREC.cpy".

       FD  SUSP-CASE.
           COPY "SUSPCASE.cpy".

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  WORK-TRABAJO.
      /UNA LINEA POR PARTIDA QUE TOCA SEGUIR HOY, ANTES DE ORDENAR
       01  WORK-TRABAJO-RECORD.
           05  WT-ASIGNADO         PIC X(10).
           05  WT-FECHA-SEGUIM     PIC 9(08).
           05  WT-REF-ID           PIC X(06).
           05  WT-ORIGEN           PIC X(01).
           05  WT-FECHA-ALTA       PIC 9(08).
           05  WT-MONTO            PIC 9(05)V9(02).
           05  WT-CAUSA            PIC X(02).
           05  WT-FECHA-ULT-ACCION PIC 9(08).

       FD  WORK-ORDENADO.
       01  WORK-ORDENADO-RECORD.
           05  WO-ASIGNADO         PIC X(10).
           05  WO-FECHA-SEGUIM     PIC 9(08).
           05  WO-REF-ID           PIC X(06).
           05  WO-ORIGEN           PIC X(01).
           05  WO-FECHA-ALTA       PIC 9(08).
           05  WO-MONTO            PIC 9(05)V9(02).
           05  WO-CAUSA            PIC X(02).
           05  WO-FECHA-ULT-ACCION PIC 9(08).

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SX-ASIGNADO         PIC X(10).
           05  SX-FECHA-SEGUIM     PIC 9(08).
           05  SX-REF-ID           PIC X(06).
           05  FILLER              PIC X(26).

       FD  WORK-REPORT.
       01  WORK-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       FD  FECHA-NEGOCIO-FILE.
      /FECHA DE NEGOCIO PUBLICADA POR EJERCHAIN: EN RECUPERACION DE
      /FECHAS PERDIDAS LA LISTA SE ARMA PARA LA FECHA DE NEGOCIO Y
      /NO LA DEL RELOJ
       01  FECHA-NEGOCIO-RECORD.
           05  FN-FECHA            PIC 9(08).

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 SUSPENSE-STATUS       PIC X(02).
       01 SUSP-CASE-STATUS      PIC X(02).
       01 USER-MASTER-STATUS    PIC X(02).
       01 WORK-TRABAJO-STATUS   PIC X(02).
       01 WORK-ORDENADO-STATUS  PIC X(02).
       01 WORK-REPORT-STATUS    PIC X(02).
       01 RUN-LOG-STATUS        PIC X(02).
       01 FECHA-NEGOCIO-STATUS  PIC X(02).

       01 SUSPENSE-EOF-SW PIC X(01) VALUE "N".
           88 SUSPENSE-EOF VALUE "Y".
       01 ORDENADO-EOF-SW PIC X(01) VALUE "N".
           88 ORDENADO-EOF VALUE "Y".
       01 HAY-CASOS-SW PIC X(01) VALUE "N".
           88 HAY-CASOS VALUE "Y".
       01 HAY-USUARIOS-SW PIC X(01) VALUE "N".
           88 HAY-USUARIOS VALUE "Y".

       01 FECHA-HOY PIC 9(08).
       01 ASIGNADO-ACTUAL PIC X(10).
       01 NOMBRE-ASIGNADO PIC X(30).
       01 ESTADO-SEGUIM PIC X(09).

       01 CANT-ABIERTAS    PIC 9(05) VALUE 0.
       01 CANT-SIN-ASIGNAR PIC 9(05) VALUE 0.
       01 CANT-A-SEGUIR    PIC 9(05) VALUE 0.
       01 CANT-INVESTIGADOR PIC 9(05) VALUE 0.
       01 CANT-INVESTIGADORES PIC 9(03) VALUE 0.

       01 CANT-EDIT PIC ZZZZ9.
       01 MONTO-EDIT PIC ZZZZ9.99.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /LISTA DE TRABAJO DEL DIA: LAS PARTIDAS ABIERTAS DEL SUSPENSO
      /CUYO SEGUIMIENTO VENCE HOY O YA VENCIO (O QUE ESTAN ASIGNADAS
      /SIN FECHA DE SEGUIMIENTO), AGRUPADAS POR INVESTIGADOR. LAS
      /PARTIDAS SIN ASIGNAR SE CUENTAN AL PIE PARA QUE SE REPARTAN.
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM OBTENER-FECHA-NEGOCIO.

           OPEN OUTPUT WORK-REPORT.
           MOVE SPACES TO WORK-REPORT-LINEA.
           STRING "SEGUIMIENTOS DEL SUSPENSO AL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO WORK-REPORT-LINEA.
           WRITE WORK-REPORT-LINEA.

           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               MOVE "SUSPENSE" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE SUSPENSE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "SIN ARCHIVO DE SUSPENSO, NADA QUE SEGUIR"
                   TO WORK-REPORT-LINEA
               WRITE WORK-REPORT-LINEA
           ELSE
      /SIN SUSPCASE TODAVIA NADIE ASIGNO NADA: TODO VA AL PIE
               OPEN INPUT SUSP-CASE
               IF SUSP-CASE-STATUS = "00"
                   MOVE "Y" TO HAY-CASOS-SW
               END-IF
               OPEN INPUT USER-MASTER
               IF USER-MASTER-STATUS = "00"
                   MOVE "Y" TO HAY-USUARIOS-SW
               END-IF
               OPEN OUTPUT WORK-TRABAJO
               PERFORM SELECCIONAR-PARTIDAS
               CLOSE WORK-TRABAJO
               CLOSE SUSPENSE-FILE
               IF CANT-A-SEGUIR > 0
                   SORT SORT-WORK
                       ON ASCENDING KEY SX-ASIGNADO SX-FECHA-SEGUIM
                                        SX-REF-ID
                       USING WORK-TRABAJO
                       GIVING WORK-ORDENADO
                   PERFORM IMPRIMIR-LISTAS
               ELSE
                   MOVE "SIN SEGUIMIENTOS PENDIENTES PARA HOY"
                       TO WORK-REPORT-LINEA
                   WRITE WORK-REPORT-LINEA
               END-IF
               IF HAY-USUARIOS
                   CLOSE USER-MASTER
               END-IF
               IF HAY-CASOS
                   CLOSE SUSP-CASE
               END-IF
           END-IF.

           PERFORM ESCRIBIR-TOTALES.
           CLOSE WORK-REPORT.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       OBTENER-FECHA-NEGOCIO.
      /SI EJERCHAIN PUBLICO LA FECHA DE NEGOCIO DE LA PASADA, LA
      /LISTA SE ARMA PARA ELLA; SUELTO O SIN CADENA, PARA LA FECHA
      /DEL DIA
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT FECHA-NEGOCIO-FILE.
           IF FECHA-NEGOCIO-STATUS = "00"
               READ FECHA-NEGOCIO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FN-FECHA NUMERIC AND FN-FECHA > 0
                           MOVE FN-FECHA TO FECHA-HOY
                       END-IF
               END-READ
               CLOSE FECHA-NEGOCIO-FILE
           END-IF.

       SELECCIONAR-PARTIDAS.
           READ SUSPENSE-FILE
               AT END MOVE "Y" TO SUSPENSE-EOF-SW
           END-READ.
           PERFORM UNTIL SUSPENSE-EOF
               IF SU-PENDIENTE
                   ADD 1 TO CANT-ABIERTAS
                   PERFORM EVALUAR-PARTIDA
               END-IF
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO SUSPENSE-EOF-SW
               END-READ
           END-PERFORM.

       EVALUAR-PARTIDA.
           MOVE SPACES TO CS-ASIGNADO.
           IF HAY-CASOS
               MOVE SU-REF-ID TO CS-REF-ID
               MOVE SU-ORIGEN TO CS-ORIGEN
               MOVE SU-FECHA-ALTA TO CS-FECHA-ALTA
               READ SUSP-CASE
                   INVALID KEY
                       MOVE SPACES TO CS-ASIGNADO
               END-READ
           END-IF.
           IF CS-ASIGNADO = SPACES
               ADD 1 TO CANT-SIN-ASIGNAR
           ELSE
               IF CS-FECHA-SEGUIM <= FECHA-HOY
                   ADD 1 TO CANT-A-SEGUIR
                   MOVE CS-ASIGNADO TO WT-ASIGNADO
                   MOVE CS-FECHA-SEGUIM TO WT-FECHA-SEGUIM
                   MOVE SU-REF-ID TO WT-REF-ID
                   MOVE SU-ORIGEN TO WT-ORIGEN
                   MOVE SU-FECHA-ALTA TO WT-FECHA-ALTA
                   MOVE SU-MONTO TO WT-MONTO
                   MOVE CS-CAUSA TO WT-CAUSA
                   MOVE CS-FECHA-ULT-ACCION TO WT-FECHA-ULT-ACCION
                   WRITE WORK-TRABAJO-RECORD
               END-IF
           END-IF.

       IMPRIMIR-LISTAS.
      /CORTE DE CONTROL POR INVESTIGADOR: UN BLOQUE POR CADA UNO,
      /CON SUS PARTIDAS DE LA MAS ATRASADA A LA DE HOY
           MOVE SPACES TO ASIGNADO-ACTUAL.
           OPEN INPUT WORK-ORDENADO.
           READ WORK-ORDENADO
               AT END MOVE "Y" TO ORDENADO-EOF-SW
           END-READ.
           PERFORM UNTIL ORDENADO-EOF
               IF WO-ASIGNADO NOT = ASIGNADO-ACTUAL
                   IF ASIGNADO-ACTUAL NOT = SPACES
                       PERFORM CERRAR-INVESTIGADOR
                   END-IF
                   PERFORM ABRIR-INVESTIGADOR
               END-IF
               PERFORM IMPRIMIR-PARTIDA
               READ WORK-ORDENADO
                   AT END MOVE "Y" TO ORDENADO-EOF-SW
               END-READ
           END-PERFORM.
           IF ASIGNADO-ACTUAL NOT = SPACES
               PERFORM CERRAR-INVESTIGADOR
           END-IF.
           CLOSE WORK-ORDENADO.

       ABRIR-INVESTIGADOR.
           MOVE WO-ASIGNADO TO ASIGNADO-ACTUAL.
           MOVE 0 TO CANT-INVESTIGADOR.
           ADD 1 TO CANT-INVESTIGADORES.
           MOVE SPACES TO NOMBRE-ASIGNADO.
           IF HAY-USUARIOS
               MOVE WO-ASIGNADO TO UM-EMP-ID
               READ USER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UM-EMP-NAME TO NOMBRE-ASIGNADO
               END-READ
           END-IF.
           MOVE SPACES TO WORK-REPORT-LINEA.
           WRITE WORK-REPORT-LINEA.
           STRING "INVESTIGADOR " DELIMITED BY SIZE
               ASIGNADO-ACTUAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-ASIGNADO DELIMITED BY SIZE
               INTO WORK-REPORT-LINEA.
           WRITE WORK-REPORT-LINEA.
           MOVE SPACES TO WORK-REPORT-LINEA.
           STRING "  REF    O    MONTO ALTA     SEGUIM.  "
               DELIMITED BY SIZE
               "ESTADO    CA ULT.ACC" DELIMITED BY SIZE
               INTO WORK-REPORT-LINEA.
           WRITE WORK-REPORT-LINEA.

       IMPRIMIR-PARTIDA.
           ADD 1 TO CANT-INVESTIGADOR.
           EVALUATE TRUE
               WHEN WO-FECHA-SEGUIM = 0
                   MOVE "SIN FECHA" TO ESTADO-SEGUIM
               WHEN WO-FECHA-SEGUIM < FECHA-HOY
                   MOVE "ATRASADO" TO ESTADO-SEGUIM
               WHEN OTHER
                   MOVE "HOY" TO ESTADO-SEGUIM
           END-EVALUATE.
           MOVE WO-MONTO TO MONTO-EDIT.
           MOVE SPACES TO WORK-REPORT-LINEA.
           STRING "  " DELIMITED BY SIZE
               WO-REF-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WO-ORIGEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MONTO-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WO-FECHA-ALTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WO-FECHA-SEGUIM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ESTADO-SEGUIM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WO-CAUSA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WO-FECHA-ULT-ACCION DELIMITED BY SIZE
               INTO WORK-REPORT-LINEA.
           WRITE WORK-REPORT-LINEA.

       CERRAR-INVESTIGADOR.
           MOVE CANT-INVESTIGADOR TO CANT-EDIT.
           MOVE SPACES TO WORK-REPORT-LINEA.
           STRING "  PARTIDAS A SEGUIR: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINEA.
           WRITE WORK-REPORT-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO WORK-REPORT-LINEA.
           WRITE WORK-REPORT-LINEA.
           MOVE CANT-ABIERTAS TO CANT-EDIT.
           MOVE SPACES TO WORK-REPORT-LINEA.
           STRING "PARTIDAS ABIERTAS:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINEA.
           WRITE WORK-REPORT-LINEA.
           MOVE CANT-A-SEGUIR TO CANT-EDIT.
           MOVE SPACES TO WORK-REPORT-LINEA.
           STRING "A SEGUIR HOY:          " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINEA.
           WRITE WORK-REPORT-LINEA.
           MOVE CANT-SIN-ASIGNAR TO CANT-EDIT.
           MOVE SPACES TO WORK-REPORT-LINEA.
           STRING "SIN ASIGNAR:           " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO WORK-REPORT-LINEA.
           WRITE WORK-REPORT-LINEA.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "SUSPWORK" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "SUSPWORK" TO RL-PROGRAMA.
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
           MOVE "SUSPWORK" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "A-SEGUIR=" DELIMITED BY SIZE
               CANT-A-SEGUIR DELIMITED BY SIZE
               " SIN-ASIG=" DELIMITED BY SIZE
               CANT-SIN-ASIGNAR DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM SUSPWORK.
