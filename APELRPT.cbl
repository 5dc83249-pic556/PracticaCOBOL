      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Apelaciones-Abiertas-Por-Antiguedad-Y-Por-Materia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APELRPT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APEL-CONTROL ASSIGN TO "APELCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APEL-CONTROL-STATUS.

           SELECT APEL-FILE ASSIGN TO "APELACION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-NUMERO
               FILE STATUS IS APEL-FILE-STATUS.

           SELECT SUBJ-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SJ-SUBJ
               FILE STATUS IS SUBJ-MASTER-STATUS.

           SELECT APEL-REPORT ASSIGN TO "RPTAPEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APEL-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APEL-CONTROL.
      /CA-TERM: TERMINO DEL RESUMEN POR MATERIA; SIN ARCHIVO O EN
      /BLANCO EL RESUMEN TOMA TODOS LOS TERMINOS
       01  APEL-CONTROL-RECORD.
           05  CA-TERM             PIC X(06).

       FD  APEL-FILE.
           COPY "APELREC.cpy".

       FD  SUBJ-MASTER.
           COPY "SUBJMAST.cpy".

       FD  APEL-REPORT.
       01  APEL-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 APEL-CONTROL-STATUS PIC X(02).
       01 APEL-FILE-STATUS    PIC X(02).
       01 SUBJ-MASTER-STATUS  PIC X(02).
       01 APEL-REPORT-STATUS  PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).

       01 APEL-EOF-SW PIC X(01) VALUE "N".
           88 APEL-EOF VALUE "Y".
       01 MATERIAS-ABIERTAS-SW PIC X(01) VALUE "N".
           88 MATERIAS-ABIERTAS VALUE "Y".

       01 TERM-RESUMEN PIC X(06) VALUE SPACES.
       01 FECHA-HOY PIC 9(08).
       01 DIAS-ABIERTA PIC 9(05).
       01 MAYOR-ANTIGUEDAD PIC 9(05) VALUE 0.
       01 TEXTO-ESTADO PIC X(20).

      /TRAMOS DE ANTIGUEDAD Y PASO EN QUE ESPERAN LAS ABIERTAS
       01 CANT-HASTA-7    PIC 9(05) VALUE 0.
       01 CANT-HASTA-15   PIC 9(05) VALUE 0.
       01 CANT-HASTA-30   PIC 9(05) VALUE 0.
       01 CANT-MAS-DE-30  PIC 9(05) VALUE 0.
       01 CANT-ESPERA-DOC PIC 9(05) VALUE 0.
       01 CANT-ESPERA-COM PIC 9(05) VALUE 0.
       01 CANT-ESPERA-CIE PIC 9(05) VALUE 0.
       01 CANT-ABIERTAS   PIC 9(05) VALUE 0.
       01 CANT-LEIDAS     PIC 9(05) VALUE 0.

      /RESUMEN DEL TERMINO POR MATERIA
       01 MAX-MATERIAS PIC 9(03) VALUE 50.
       01 CANT-MATERIAS PIC 9(03) VALUE 0.
       01 EXCEDENTES-MATERIAS PIC 9(05) VALUE 0.
       01 TABLA-MATERIAS.
           05 MATERIA-ITEM OCCURS 50 TIMES.
              10 MT-SUBJ        PIC X(04).
              10 MT-PRESENTADAS PIC 9(05).
              10 MT-ABIERTAS    PIC 9(05).
              10 MT-ACEPTADAS   PIC 9(05).
              10 MT-RECHAZADAS  PIC 9(05).
       01 IND-MATERIA PIC 9(03) COMP.
       01 MATERIA-HALLADA-SW PIC X(01).
           88 MATERIA-HALLADA VALUE "Y".
       01 TOT-PRESENTADAS PIC 9(05) VALUE 0.
       01 TOT-ABIERTAS    PIC 9(05) VALUE 0.
       01 TOT-ACEPTADAS   PIC 9(05) VALUE 0.
       01 TOT-RECHAZADAS  PIC 9(05) VALUE 0.
       01 NOMBRE-MATERIA PIC X(30).

       01 NUMERO-EDIT PIC ZZZZZ9.
       01 NOTA-EDIT PIC ZZ9.
       01 DIAS-EDIT PIC ZZZZ9.
       01 CANT-EDIT PIC ZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /DOS VISTAS DEL ARCHIVO DE APELACIONES EN UNA PASADA: LAS
      /ABIERTAS DE LA MAS VIEJA A LA MAS NUEVA CON SUS DIAS DE
      /ESPERA Y EL PASO EN QUE ESTAN, Y POR MATERIA CUANTAS SE
      /PRESENTARON EN EL TERMINO Y CUANTAS SE ACEPTARON O RECHAZARON
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM LEER-CONTROL.
           MOVE CURRENT-DATE-FLD TO FECHA-HOY.

           OPEN OUTPUT APEL-REPORT.
           MOVE SPACES TO APEL-REPORT-LINEA.
           STRING "APELACIONES DE NOTAS AL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.

           OPEN INPUT APEL-FILE.
           EVALUATE APEL-FILE-STATUS
               WHEN "00"
                   OPEN INPUT SUBJ-MASTER
                   IF SUBJ-MASTER-STATUS = "00"
                       MOVE "Y" TO MATERIAS-ABIERTAS-SW
                   END-IF
                   PERFORM LISTAR-ABIERTAS
                   CLOSE APEL-FILE
                   PERFORM ESCRIBIR-ANTIGUEDAD
                   PERFORM ESCRIBIR-RESUMEN
                   IF MATERIAS-ABIERTAS
                       CLOSE SUBJ-MASTER
                   END-IF
               WHEN "35"
      /TODAVIA NO SE PRESENTO NINGUNA APELACION
                   MOVE "SIN ARCHIVO DE APELACIONES" TO
                       APEL-REPORT-LINEA
                   WRITE APEL-REPORT-LINEA
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR APELACION"
                   MOVE "APELACION" TO EH-ARCHIVO
                   MOVE "OPEN" TO EH-OPERACION
                   MOVE APEL-FILE-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
                   PERFORM MARCAR-FALLA-PASO
           END-EVALUATE.

           CLOSE APEL-REPORT.
           DISPLAY "APELACIONES ABIERTAS: " CANT-ABIERTAS.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       LEER-CONTROL.
           OPEN INPUT APEL-CONTROL.
           IF APEL-CONTROL-STATUS = "00"
               READ APEL-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CA-TERM TO TERM-RESUMEN
               END-READ
               CLOSE APEL-CONTROL
           END-IF.

       LISTAR-ABIERTAS.
      /LOS NUMEROS SE ASIGNAN EN ORDEN DE PRESENTACION, ASI QUE EL
      /ORDEN DE LA CLAVE ES YA EL DE ANTIGUEDAD
           MOVE SPACES TO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.
           MOVE "APELACIONES ABIERTAS POR ANTIGUEDAD" TO
               APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.
           MOVE "NUMERO ALUMNO     MATE FECHA-NOTA NOTA" TO
               APEL-REPORT-LINEA.
           MOVE "PRESENTADA  DIAS ESPERA" TO APEL-REPORT-LINEA(40:23).
           WRITE APEL-REPORT-LINEA.
           READ APEL-FILE NEXT RECORD
               AT END MOVE "Y" TO APEL-EOF-SW
           END-READ.
           PERFORM UNTIL APEL-EOF
               ADD 1 TO CANT-LEIDAS
               IF AP-ABIERTA
                   PERFORM ESCRIBIR-ABIERTA
               END-IF
               IF TERM-RESUMEN = SPACES OR AP-TERM = TERM-RESUMEN
                   PERFORM ACUMULAR-MATERIA
               END-IF
               READ APEL-FILE NEXT RECORD
                   AT END MOVE "Y" TO APEL-EOF-SW
               END-READ
           END-PERFORM.
           IF CANT-ABIERTAS = 0
               MOVE "NO HAY APELACIONES ABIERTAS" TO APEL-REPORT-LINEA
               WRITE APEL-REPORT-LINEA
           END-IF.

       ESCRIBIR-ABIERTA.
           ADD 1 TO CANT-ABIERTAS.
           COMPUTE DIAS-ABIERTA =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY)
               - FUNCTION INTEGER-OF-DATE(AP-FECHA-ALTA).
           IF DIAS-ABIERTA > MAYOR-ANTIGUEDAD
               MOVE DIAS-ABIERTA TO MAYOR-ANTIGUEDAD
           END-IF.
           EVALUATE TRUE
               WHEN DIAS-ABIERTA <= 7
                   ADD 1 TO CANT-HASTA-7
               WHEN DIAS-ABIERTA <= 15
                   ADD 1 TO CANT-HASTA-15
               WHEN DIAS-ABIERTA <= 30
                   ADD 1 TO CANT-HASTA-30
               WHEN OTHER
                   ADD 1 TO CANT-MAS-DE-30
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AP-PRESENTADA
                   ADD 1 TO CANT-ESPERA-DOC
                   MOVE "AL DOCENTE" TO TEXTO-ESTADO
               WHEN AP-REVISADA
                   ADD 1 TO CANT-ESPERA-COM
                   MOVE "AL COMITE" TO TEXTO-ESTADO
               WHEN OTHER
                   ADD 1 TO CANT-ESPERA-CIE
                   MOVE "EL CIERRE" TO TEXTO-ESTADO
           END-EVALUATE.
           MOVE SPACES TO APEL-REPORT-LINEA.
           MOVE AP-NUMERO TO NUMERO-EDIT.
           MOVE NUMERO-EDIT TO APEL-REPORT-LINEA(1:6).
           MOVE AP-STUDENT-ID TO APEL-REPORT-LINEA(8:10).
           MOVE AP-SUBJ TO APEL-REPORT-LINEA(19:4).
           MOVE AP-FECHA-NOTA TO APEL-REPORT-LINEA(24:8).
           MOVE AP-NOTA-POSTEADA TO NOTA-EDIT.
           MOVE NOTA-EDIT TO APEL-REPORT-LINEA(35:3).
           MOVE AP-FECHA-ALTA TO APEL-REPORT-LINEA(40:8).
           MOVE DIAS-ABIERTA TO DIAS-EDIT.
           MOVE DIAS-EDIT TO APEL-REPORT-LINEA(49:5).
           MOVE TEXTO-ESTADO TO APEL-REPORT-LINEA(56:20).
           WRITE APEL-REPORT-LINEA.

       ACUMULAR-MATERIA.
           MOVE "N" TO MATERIA-HALLADA-SW.
           PERFORM VARYING IND-MATERIA FROM 1 BY 1
                   UNTIL IND-MATERIA > CANT-MATERIAS
                      OR MATERIA-HALLADA
               IF MT-SUBJ(IND-MATERIA) = AP-SUBJ
                   MOVE "Y" TO MATERIA-HALLADA-SW
               END-IF
           END-PERFORM.
           IF MATERIA-HALLADA
               SUBTRACT 1 FROM IND-MATERIA
           ELSE
               IF CANT-MATERIAS < MAX-MATERIAS
                   ADD 1 TO CANT-MATERIAS
                   MOVE CANT-MATERIAS TO IND-MATERIA
                   MOVE AP-SUBJ TO MT-SUBJ(IND-MATERIA)
                   MOVE 0 TO MT-PRESENTADAS(IND-MATERIA)
                   MOVE 0 TO MT-ABIERTAS(IND-MATERIA)
                   MOVE 0 TO MT-ACEPTADAS(IND-MATERIA)
                   MOVE 0 TO MT-RECHAZADAS(IND-MATERIA)
                   MOVE "Y" TO MATERIA-HALLADA-SW
               ELSE
                   ADD 1 TO EXCEDENTES-MATERIAS
               END-IF
           END-IF.
           IF MATERIA-HALLADA
               ADD 1 TO MT-PRESENTADAS(IND-MATERIA)
      /CUENTA COMO ACEPTADA O RECHAZADA DESDE QUE EL COMITE DECIDE,
      /AUNQUE TODAVIA FALTE EL CIERRE
               EVALUATE TRUE
                   WHEN (AP-DECIDIDA OR AP-CERRADA) AND AP-ACEPTADA
                       ADD 1 TO MT-ACEPTADAS(IND-MATERIA)
                   WHEN (AP-DECIDIDA OR AP-CERRADA) AND AP-RECHAZADA
                       ADD 1 TO MT-RECHAZADAS(IND-MATERIA)
                   WHEN OTHER
                       ADD 1 TO MT-ABIERTAS(IND-MATERIA)
               END-EVALUATE
           END-IF.

       ESCRIBIR-ANTIGUEDAD.
           MOVE SPACES TO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.
           MOVE CANT-HASTA-7 TO CANT-EDIT.
           MOVE SPACES TO APEL-REPORT-LINEA.
           STRING "HASTA 7 DIAS:          " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.
           MOVE CANT-HASTA-15 TO CANT-EDIT.
           MOVE SPACES TO APEL-REPORT-LINEA.
           STRING "DE 8 A 15 DIAS:        " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.
           MOVE CANT-HASTA-30 TO CANT-EDIT.
           MOVE SPACES TO APEL-REPORT-LINEA.
           STRING "DE 16 A 30 DIAS:       " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.
           MOVE CANT-MAS-DE-30 TO CANT-EDIT.
           MOVE SPACES TO APEL-REPORT-LINEA.
           STRING "MAS DE 30 DIAS:        " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.
           MOVE CANT-ESPERA-DOC TO CANT-EDIT.
           MOVE SPACES TO APEL-REPORT-LINEA.
           STRING "ESPERAN AL DOCENTE:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.
           MOVE CANT-ESPERA-COM TO CANT-EDIT.
           MOVE SPACES TO APEL-REPORT-LINEA.
           STRING "ESPERAN AL COMITE:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.
           MOVE CANT-ESPERA-CIE TO CANT-EDIT.
           MOVE SPACES TO APEL-REPORT-LINEA.
           STRING "ESPERAN EL CIERRE:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.
           MOVE MAYOR-ANTIGUEDAD TO CANT-EDIT.
           MOVE SPACES TO APEL-REPORT-LINEA.
           STRING "MAYOR ESPERA (DIAS):   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.
           MOVE SPACES TO APEL-REPORT-LINEA.
           IF TERM-RESUMEN = SPACES
               MOVE "RESUMEN POR MATERIA DE TODOS LOS TERMINOS" TO
                   APEL-REPORT-LINEA
           ELSE
               STRING "RESUMEN POR MATERIA DEL TERMINO "
                   DELIMITED BY SIZE
                   TERM-RESUMEN DELIMITED BY SIZE
                   INTO APEL-REPORT-LINEA
           END-IF.
           WRITE APEL-REPORT-LINEA.
           IF EXCEDENTES-MATERIAS > 0
               MOVE "TABLA DE MATERIAS LLENA, RESUMEN PARCIAL" TO
                   APEL-REPORT-LINEA
               WRITE APEL-REPORT-LINEA
           END-IF.
           MOVE SPACES TO APEL-REPORT-LINEA.
           STRING "MATE NOMBRE                         PRESENT. "
               DELIMITED BY SIZE
               "ABIERTAS ACEPTADAS RECHAZADAS" DELIMITED BY SIZE
               INTO APEL-REPORT-LINEA.
           WRITE APEL-REPORT-LINEA.
           PERFORM VARYING IND-MATERIA FROM 1 BY 1
                   UNTIL IND-MATERIA > CANT-MATERIAS
               PERFORM ESCRIBIR-MATERIA
           END-PERFORM.
           IF CANT-MATERIAS = 0
               MOVE "NO HAY APELACIONES EN EL TERMINO" TO
                   APEL-REPORT-LINEA
               WRITE APEL-REPORT-LINEA
           END-IF.
           MOVE SPACES TO APEL-REPORT-LINEA.
           MOVE "TOTAL" TO APEL-REPORT-LINEA(1:5).
           MOVE TOT-PRESENTADAS TO CANT-EDIT.
           MOVE CANT-EDIT TO APEL-REPORT-LINEA(37:5).
           MOVE TOT-ABIERTAS TO CANT-EDIT.
           MOVE CANT-EDIT TO APEL-REPORT-LINEA(45:5).
           MOVE TOT-ACEPTADAS TO CANT-EDIT.
           MOVE CANT-EDIT TO APEL-REPORT-LINEA(55:5).
           MOVE TOT-RECHAZADAS TO CANT-EDIT.
           MOVE CANT-EDIT TO APEL-REPORT-LINEA(66:5).
           WRITE APEL-REPORT-LINEA.

       ESCRIBIR-MATERIA.
           MOVE SPACES TO NOMBRE-MATERIA.
           IF MATERIAS-ABIERTAS
               MOVE MT-SUBJ(IND-MATERIA) TO SJ-SUBJ
               READ SUBJ-MASTER
                   INVALID KEY
                       MOVE "(SIN NOMBRE EN SUBJMAST)" TO
                           NOMBRE-MATERIA
                   NOT INVALID KEY
                       MOVE SJ-NOMBRE TO NOMBRE-MATERIA
               END-READ
           END-IF.
           ADD MT-PRESENTADAS(IND-MATERIA) TO TOT-PRESENTADAS.
           ADD MT-ABIERTAS(IND-MATERIA) TO TOT-ABIERTAS.
           ADD MT-ACEPTADAS(IND-MATERIA) TO TOT-ACEPTADAS.
           ADD MT-RECHAZADAS(IND-MATERIA) TO TOT-RECHAZADAS.
           MOVE SPACES TO APEL-REPORT-LINEA.
           MOVE MT-SUBJ(IND-MATERIA) TO APEL-REPORT-LINEA(1:4).
           MOVE NOMBRE-MATERIA TO APEL-REPORT-LINEA(6:30).
           MOVE MT-PRESENTADAS(IND-MATERIA) TO CANT-EDIT.
           MOVE CANT-EDIT TO APEL-REPORT-LINEA(37:5).
           MOVE MT-ABIERTAS(IND-MATERIA) TO CANT-EDIT.
           MOVE CANT-EDIT TO APEL-REPORT-LINEA(45:5).
           MOVE MT-ACEPTADAS(IND-MATERIA) TO CANT-EDIT.
           MOVE CANT-EDIT TO APEL-REPORT-LINEA(55:5).
           MOVE MT-RECHAZADAS(IND-MATERIA) TO CANT-EDIT.
           MOVE CANT-EDIT TO APEL-REPORT-LINEA(66:5).
           WRITE APEL-REPORT-LINEA.

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
           MOVE "APELRPT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "APELRPT" TO RL-PROGRAMA.
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
           MOVE "APELRPT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "LEIDAS=" DELIMITED BY SIZE
               CANT-LEIDAS DELIMITED BY SIZE
               " ABIERTAS=" DELIMITED BY SIZE
               CANT-ABIERTAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM APELRPT.
