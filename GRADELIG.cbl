      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Auditoria-De-Requisitos-De-Egreso-De-Los-Cursos-Finales
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADELIG IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT PROMO-TABLA ASSIGN TO "PROMOTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMO-TABLA-STATUS.

           SELECT ELIG-REPORT ASSIGN TO "RPTELIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELIG-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  PROMO-TABLA.
      /LA MISMA TABLA DE PROGRESION DE YEARROLL: SIGUIENTE "FIN" (O
      /EN BLANCO) MARCA LAS SECCIONES QUE EGRESAN
       01  PROMO-TABLA-RECORD.
           05  PM-SECCION-ACTUAL   PIC X(03).
           05  PM-SECCION-SIGUIENTE PIC X(03).

       FD  ELIG-REPORT.
       01  ELIG-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE REQUISITOS DE EGRESO
       COPY "ELIGAREA.cpy".

       01 STUDENT-MASTER-STATUS PIC X(02).
       01 PROMO-TABLA-STATUS PIC X(02).
       01 ELIG-REPORT-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 TABLA-EOF-SW PIC X(01) VALUE "N".
           88 TABLA-EOF VALUE "Y".
       01 SECCION-EGRESA-SW PIC X(01).
           88 SECCION-EGRESA VALUE "Y".
       01 SIN-REQUISITOS-AVISADO-SW PIC X(01) VALUE "N".
           88 SIN-REQUISITOS-AVISADO VALUE "Y".

      * Secciones que egresan segun PROMOTAB.
       01 MAX-EGRESAN PIC 9(02) VALUE 50.
       01 CANT-EGRESAN PIC 9(02) VALUE 0.
       01 TABLA-EGRESAN.
           05 EGRESA-ITEM OCCURS 50 TIMES.
              10 EGR-SECCION  PIC X(03).
       01 IND-EGRESA PIC 9(02) COMP.
       01 IND-FALTANTE PIC 9(02) COMP.

       01 FECHA-HOY PIC 9(08).
       01 TOTAL-EVALUADOS PIC 9(05) VALUE 0.
       01 TOTAL-ELEGIBLES PIC 9(05) VALUE 0.
       01 TOTAL-NO-ELEGIBLES PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 NOTA-EDIT PIC ZZ9.
       01 CREDITO-EDIT PIC ZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /ANTES DEL CIERRE DE ANIO: CADA ALUMNO DE UNA SECCION QUE
      /EGRESA SE VERIFICA CONTRA GRADREQ CON EL MISMO SERVICIO QUE
      /USA YEARROLL, Y EL LISTADO DICE SI PUEDE EGRESAR O QUE LE
      /FALTA; YEARROLL RETIENE A LOS QUE FIGURAN COMO NO ELEGIBLES
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-EGRESAN.
           IF CANT-EGRESAN = 0
               DISPLAY "SIN SECCIONES QUE EGRESEN EN PROMOTAB"
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT ELIG-REPORT.
           MOVE SPACES TO ELIG-REPORT-LINEA.
           STRING "AUDITORIA DE EGRESO AL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO ELIG-REPORT-LINEA.
           WRITE ELIG-REPORT-LINEA.

           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER, STATUS: "
                   STUDENT-MASTER-STATUS
               MOVE "STUDMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE STUDENT-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
           ELSE
               MOVE SPACES TO ELIG-REPORT-LINEA
               WRITE ELIG-REPORT-LINEA
               MOVE "ALUMNO     NOMBRE" TO ELIG-REPORT-LINEA
               MOVE "SEC CRED  REQ RESULTADO"
                   TO ELIG-REPORT-LINEA(43:23)
               WRITE ELIG-REPORT-LINEA
               PERFORM AUDITAR-ALUMNOS
               CLOSE STUDENT-MASTER
               PERFORM ESCRIBIR-TOTALES
           END-IF.

           CLOSE ELIG-REPORT.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CARGAR-EGRESAN.
           OPEN INPUT PROMO-TABLA.
           IF PROMO-TABLA-STATUS NOT = "00"
               MOVE "Y" TO TABLA-EOF-SW
           ELSE
               READ PROMO-TABLA
                   AT END MOVE "Y" TO TABLA-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL TABLA-EOF
               IF (PM-SECCION-SIGUIENTE = SPACES
                   OR PM-SECCION-SIGUIENTE = "FIN")
                  AND CANT-EGRESAN < MAX-EGRESAN
                   ADD 1 TO CANT-EGRESAN
                   MOVE PM-SECCION-ACTUAL TO EGR-SECCION(CANT-EGRESAN)
               END-IF
               READ PROMO-TABLA
                   AT END MOVE "Y" TO TABLA-EOF-SW
               END-READ
           END-PERFORM.
           IF PROMO-TABLA-STATUS = "00" OR PROMO-TABLA-STATUS = "10"
               CLOSE PROMO-TABLA
           END-IF.

       AUDITAR-ALUMNOS.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               PERFORM BUSCAR-SECCION-EGRESA
               IF SECCION-EGRESA
                   PERFORM AUDITAR-UN-ALUMNO
               END-IF
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.

       BUSCAR-SECCION-EGRESA.
           MOVE "N" TO SECCION-EGRESA-SW.
           PERFORM VARYING IND-EGRESA FROM 1 BY 1
                   UNTIL IND-EGRESA > CANT-EGRESAN OR SECCION-EGRESA
               IF EGR-SECCION(IND-EGRESA) = SM-SECTION
                   MOVE "Y" TO SECCION-EGRESA-SW
               END-IF
           END-PERFORM.

       AUDITAR-UN-ALUMNO.
           ADD 1 TO TOTAL-EVALUADOS.
           MOVE STUDENT-MASTER-RECORD TO EG-IMAGEN.
           CALL "ELIGCHK" USING ELIG-AREA.
           IF NOT EG-OK
               MOVE SPACES TO ELIG-REPORT-LINEA
               STRING "REQUISITOS " DELIMITED BY SIZE
                   SM-STUDENT-ID DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   EG-MENSAJE DELIMITED BY SIZE
                   INTO ELIG-REPORT-LINEA
               WRITE ELIG-REPORT-LINEA
           END-IF.
           IF EG-NO-VERIFICADO
               PERFORM MARCAR-FALLA-PASO
           END-IF.
           IF EG-SIN-REQUISITOS AND NOT SIN-REQUISITOS-AVISADO
               MOVE "Y" TO SIN-REQUISITOS-AVISADO-SW
               MOVE "SIN GRADREQ: NO HAY REQUISITOS DE EGRESO CARGADOS"
                   TO ELIG-REPORT-LINEA
               WRITE ELIG-REPORT-LINEA
           END-IF.
           MOVE SPACES TO ELIG-REPORT-LINEA.
           MOVE SM-STUDENT-ID TO ELIG-REPORT-LINEA(1:10).
           MOVE SM-STUDENT-NAME TO ELIG-REPORT-LINEA(12:30).
           MOVE SM-SECTION TO ELIG-REPORT-LINEA(43:3).
           MOVE EG-CREDITOS-OBTENIDOS TO CREDITO-EDIT.
           MOVE CREDITO-EDIT TO ELIG-REPORT-LINEA(48:3).
           MOVE EG-CREDITOS-REQUERIDOS TO CREDITO-EDIT.
           MOVE CREDITO-EDIT TO ELIG-REPORT-LINEA(53:3).
           EVALUATE TRUE
               WHEN EG-NO-VERIFICADO
                   MOVE "SIN VERIFICAR" TO ELIG-REPORT-LINEA(57:13)
                   WRITE ELIG-REPORT-LINEA
               WHEN EG-NO-CUMPLE
                   ADD 1 TO TOTAL-NO-ELEGIBLES
                   MOVE "NO ELEGIBLE" TO ELIG-REPORT-LINEA(57:11)
                   WRITE ELIG-REPORT-LINEA
                   PERFORM VARYING IND-FALTANTE FROM 1 BY 1
                           UNTIL IND-FALTANTE > EG-CANT-FALTANTES
                       PERFORM ESCRIBIR-FALTANTE
                   END-PERFORM
               WHEN OTHER
                   ADD 1 TO TOTAL-ELEGIBLES
                   MOVE "ELEGIBLE" TO ELIG-REPORT-LINEA(57:8)
                   WRITE ELIG-REPORT-LINEA
           END-EVALUATE.

       ESCRIBIR-FALTANTE.
      /CADA REQUISITO ABIERTO EN SU RENGLON: LOS CREDITOS TOTALES,
      /UNA MATERIA OBLIGATORIA QUE NUNCA CURSO, O UNA QUE CURSO SIN
      /APROBAR O SIN JUNTAR LOS CREDITOS PEDIDOS
           MOVE SPACES TO ELIG-REPORT-LINEA.
           MOVE EG-FALTA-REQUERIDO(IND-FALTANTE) TO CREDITO-EDIT.
           MOVE EG-FALTA-OBTENIDO(IND-FALTANTE) TO NOTA-EDIT.
           EVALUATE TRUE
               WHEN EG-FALTA-SUBJ(IND-FALTANTE) = SPACES
                   STRING "    FALTAN CREDITOS TOTALES: TIENE "
                       DELIMITED BY SIZE
                       NOTA-EDIT DELIMITED BY SIZE
                       " DE " DELIMITED BY SIZE
                       CREDITO-EDIT DELIMITED BY SIZE
                       INTO ELIG-REPORT-LINEA
               WHEN EG-NO-CURSADA(IND-FALTANTE)
                   STRING "    FALTA " DELIMITED BY SIZE
                       EG-FALTA-SUBJ(IND-FALTANTE) DELIMITED BY SIZE
                       ": OBLIGATORIA NO CURSADA, REQUIERE "
                       DELIMITED BY SIZE
                       CREDITO-EDIT DELIMITED BY SIZE
                       " CREDITOS" DELIMITED BY SIZE
                       INTO ELIG-REPORT-LINEA
               WHEN OTHER
                   MOVE EG-FALTA-PROME(IND-FALTANTE) TO CANT-EDIT
                   STRING "    FALTA " DELIMITED BY SIZE
                       EG-FALTA-SUBJ(IND-FALTANTE) DELIMITED BY SIZE
                       ": PROMEDIO " DELIMITED BY SIZE
                       CANT-EDIT(3:3) DELIMITED BY SIZE
                       ", CREDITOS " DELIMITED BY SIZE
                       NOTA-EDIT DELIMITED BY SIZE
                       " DE " DELIMITED BY SIZE
                       CREDITO-EDIT DELIMITED BY SIZE
                       INTO ELIG-REPORT-LINEA
           END-EVALUATE.
           WRITE ELIG-REPORT-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO ELIG-REPORT-LINEA.
           WRITE ELIG-REPORT-LINEA.
           MOVE TOTAL-EVALUADOS TO CANT-EDIT.
           MOVE SPACES TO ELIG-REPORT-LINEA.
           STRING "ALUMNOS QUE EGRESAN: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ELIG-REPORT-LINEA.
           WRITE ELIG-REPORT-LINEA.
           MOVE TOTAL-ELEGIBLES TO CANT-EDIT.
           MOVE SPACES TO ELIG-REPORT-LINEA.
           STRING "ELEGIBLES:           " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ELIG-REPORT-LINEA.
           WRITE ELIG-REPORT-LINEA.
           MOVE TOTAL-NO-ELEGIBLES TO CANT-EDIT.
           MOVE SPACES TO ELIG-REPORT-LINEA.
           STRING "NO ELEGIBLES:        " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ELIG-REPORT-LINEA.
           WRITE ELIG-REPORT-LINEA.

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
           MOVE "GRADELIG" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "GRADELIG" TO RL-PROGRAMA.
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
           MOVE "GRADELIG" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "EVALUA=" DELIMITED BY SIZE
               TOTAL-EVALUADOS DELIMITED BY SIZE
               " ELEGIB=" DELIMITED BY SIZE
               TOTAL-ELEGIBLES DELIMITED BY SIZE
               " NOELEG=" DELIMITED BY SIZE
               TOTAL-NO-ELEGIBLES DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM GRADELIG.
