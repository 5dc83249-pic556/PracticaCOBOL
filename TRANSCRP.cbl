      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Analitico-Academico-Por-Alumno-O-Promocion
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRP IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-CONTROL ASSIGN TO "TRANCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-CONTROL-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT ALUMNI-FILE ASSIGN TO "ALUMNI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALUMNI-STATUS.

           SELECT HIST-GRADES ASSIGN TO "HISTGRAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HG-KEY
               FILE STATUS IS HIST-GRADES-STATUS.

           SELECT HIST-MATERIA ASSIGN TO "HISTMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS HIST-MATERIA-STATUS.

           SELECT SUBJ-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SJ-SUBJ
               FILE STATUS IS SUBJ-MASTER-STATUS.

           SELECT STND-MASTER ASSIGN TO "STNDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS STND-MASTER-STATUS.

           SELECT TRAN-REPORT ASSIGN TO "RPTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-CONTROL.
      /TQ-MODO: A UN ALUMNO (TQ-STUDENT-ID, EN STUDMAST O EN
      /ALUMNI), S TODA LA SECCION TQ-SECCION DEL MAESTRO VIGENTE,
      /E LOS EX-ALUMNOS QUE SALIERON EN EL ANIO TQ-ANIO-EGRESO
      /(SOLO LOS DE TQ-SECCION SI VIENE CARGADA)
       01  TRAN-CONTROL-RECORD.
           05  TQ-MODO             PIC X(01).
               88  TQ-POR-ALUMNO   VALUE "A".
               88  TQ-POR-SECCION  VALUE "S".
               88  TQ-POR-EGRESO   VALUE "E".
           05  TQ-STUDENT-ID       PIC X(10).
           05  TQ-SECCION          PIC X(03).
           05  TQ-ANIO-EGRESO      PIC 9(04).

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  ALUMNI-FILE.
      /EX-ALUMNOS: LA IMAGEN COMPLETA DEL REGISTRO MAS LA FECHA DE
      /EGRESO (YEARROLL) O DE RETIRO (STUMNT)
       01  ALUMNI-RECORD.
           05  AL-FECHA-EGRESO     PIC 9(08).
           05  FILLER              PIC X(01).
           05  AL-IMAGEN           PIC X(180).

       FD  HIST-GRADES.
           COPY "HISTGR.cpy".

       FD  HIST-MATERIA.
           COPY "HISTMAT.cpy".

       FD  SUBJ-MASTER.
           COPY "SUBJMAST.cpy".

       FD  STND-MASTER.
           COPY "STNDMR.cpy".

       FD  TRAN-REPORT.
       01  TRAN-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 TRAN-CONTROL-STATUS   PIC X(02).
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 ALUMNI-STATUS         PIC X(02).
       01 HIST-GRADES-STATUS    PIC X(02).
       01 HIST-MATERIA-STATUS   PIC X(02).
       01 SUBJ-MASTER-STATUS    PIC X(02).
       01 STND-MASTER-STATUS    PIC X(02).
       01 TRAN-REPORT-STATUS    PIC X(02).
       01 RUN-LOG-STATUS        PIC X(02).

       01 HAY-CONTROL-SW PIC X(01) VALUE "N".
           88 HAY-CONTROL VALUE "Y".
       01 HAY-MAESTRO-SW PIC X(01) VALUE "N".
           88 HAY-MAESTRO VALUE "Y".
       01 HAY-HIST-MATERIA-SW PIC X(01) VALUE "N".
           88 HAY-HIST-MATERIA VALUE "Y".
       01 HAY-MATERIAS-SW PIC X(01) VALUE "N".
           88 HAY-MATERIAS VALUE "Y".
       01 HAY-STANDING-SW PIC X(01) VALUE "N".
           88 HAY-STANDING VALUE "Y".
       01 ALUMNO-HALLADO-SW PIC X(01) VALUE "N".
           88 ALUMNO-HALLADO VALUE "Y".

       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 ALUMNI-EOF-SW PIC X(01) VALUE "N".
           88 ALUMNI-EOF VALUE "Y".
       01 HIST-EOF-SW PIC X(01) VALUE "N".
           88 HIST-EOF VALUE "Y".
       01 MATERIA-EOF-SW PIC X(01) VALUE "N".
           88 MATERIA-EOF VALUE "Y".

      * Vista del registro de STUDMAST guardado en AL-IMAGEN: solo
      * hacen falta el ID, el nombre y la seccion del ex-alumno.
       01 IMAGEN-ALUMNO.
           05 AI-STUDENT-ID   PIC X(10).
           05 AI-STUDENT-NAME PIC X(30).
           05 AI-SECTION      PIC X(03).
           05 FILLER          PIC X(137).

      /DATOS DEL ALUMNO CUYO ANALITICO SE ESTA EMITIENDO
       01 ALUMNO-ACTUAL PIC X(10).
       01 NOMBRE-ACTUAL PIC X(30).
       01 SECCION-ACTUAL PIC X(03).
       01 FECHA-SALIDA PIC 9(08).
       01 NOMBRE-MATERIA PIC X(30).

      * Acumulados del alumno: el promedio acumulado pesa cada nota
      * final por los creditos de la materia (una materia sin
      * creditos pesa 1, la misma regla del ponderado de MATEMATICA2).
       01 CANT-TERMINOS PIC 9(03).
       01 CANT-MATERIAS-TERMINO PIC 9(02).
       01 PESO-MATERIA PIC 9(02).
       01 SUMA-PESOS PIC 9(05).
       01 SUMA-NOTA-PESADA PIC 9(07).
       01 CREDITOS-OBTENIDOS PIC 9(04).
       01 PROME-ACUMULADO PIC 9(03)V9(02).
       01 PROME-EDIT PIC ZZ9.99.
       01 CREDITOS-EDIT PIC ZZZ9.
       01 TEXTO-STANDING PIC X(10).

       01 CANT-ANALITICOS PIC 9(05) VALUE 0.
       01 CANT-SIN-HISTORIA PIC 9(05) VALUE 0.
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
      /ANALITICO OFICIAL: CADA TERMINO DEL ALUMNO CON SUS MATERIAS
      /(NOMBRE DE SUBJMAST, NOTA FINAL, CREDITOS Y ASISTENCIA DE
      /HISTMAT), EL PROMEDIO DEL TERMINO DE HISTGRAD, EL PROMEDIO
      /ACUMULADO PONDERADO POR CREDITOS Y LA SITUACION ACADEMICA DE
      /STNDMAST. SIRVE IGUAL PARA LOS QUE YA PASARON A ALUMNI
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM LEER-CONTROL.

           OPEN OUTPUT TRAN-REPORT.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           STRING "ANALITICOS ACADEMICOS AL " DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               INTO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.

           IF NOT HAY-CONTROL
               OR (NOT TQ-POR-ALUMNO AND NOT TQ-POR-SECCION
                   AND NOT TQ-POR-EGRESO)
               MOVE "SIN TRANCTL O MODO INVALIDO, NADA EMITIDO"
                   TO TRAN-REPORT-LINEA
               WRITE TRAN-REPORT-LINEA
               CLOSE TRAN-REPORT
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           OPEN INPUT HIST-GRADES.
           IF HIST-GRADES-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR HISTGRAD, STATUS: "
                   HIST-GRADES-STATUS
               MOVE "HISTGRAD" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE HIST-GRADES-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "SIN HISTGRAD, NADA EMITIDO" TO TRAN-REPORT-LINEA
               WRITE TRAN-REPORT-LINEA
               CLOSE TRAN-REPORT
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
      /LOS TERMINOS CERRADOS ANTES DE HISTMAT SALEN SOLO CON SU
      /PROMEDIO; SUBJMAST Y STNDMAST SON OPCIONALES
           OPEN INPUT HIST-MATERIA.
           IF HIST-MATERIA-STATUS = "00"
               MOVE "Y" TO HAY-HIST-MATERIA-SW
           ELSE
               MOVE "SIN HISTMAT: TERMINOS SIN DETALLE POR MATERIA"
                   TO TRAN-REPORT-LINEA
               WRITE TRAN-REPORT-LINEA
           END-IF.
           OPEN INPUT SUBJ-MASTER.
           IF SUBJ-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-MATERIAS-SW
           END-IF.
           OPEN INPUT STND-MASTER.
           IF STND-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-STANDING-SW
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-MAESTRO-SW
           END-IF.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.

           EVALUATE TRUE
               WHEN TQ-POR-ALUMNO
                   PERFORM EMITIR-POR-ALUMNO
               WHEN TQ-POR-SECCION
                   PERFORM EMITIR-POR-SECCION
               WHEN TQ-POR-EGRESO
                   PERFORM EMITIR-POR-EGRESO
           END-EVALUATE.

           IF HAY-MAESTRO
               CLOSE STUDENT-MASTER
           END-IF.
           IF HAY-STANDING
               CLOSE STND-MASTER
           END-IF.
           IF HAY-MATERIAS
               CLOSE SUBJ-MASTER
           END-IF.
           IF HAY-HIST-MATERIA
               CLOSE HIST-MATERIA
           END-IF.
           CLOSE HIST-GRADES.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE TRAN-REPORT.
           DISPLAY "ANALITICOS EMITIDOS: " CANT-ANALITICOS.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       LEER-CONTROL.
           OPEN INPUT TRAN-CONTROL.
           IF TRAN-CONTROL-STATUS = "00"
               READ TRAN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO HAY-CONTROL-SW
               END-READ
               CLOSE TRAN-CONTROL
           END-IF.

       EMITIR-POR-ALUMNO.
      /EL ALUMNO SE BUSCA PRIMERO EN EL MAESTRO VIGENTE Y DESPUES EN
      /ALUMNI; SI SALIO MAS DE UNA VEZ VALE LA ULTIMA SALIDA
           MOVE "N" TO ALUMNO-HALLADO-SW.
           IF HAY-MAESTRO
               MOVE TQ-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ALUMNO-HALLADO-SW
                       PERFORM TOMAR-ALUMNO-VIGENTE
               END-READ
           END-IF.
           IF NOT ALUMNO-HALLADO
               OPEN INPUT ALUMNI-FILE
               IF ALUMNI-STATUS = "00"
                   PERFORM LEER-ALUMNI
                   PERFORM UNTIL ALUMNI-EOF
                       MOVE AL-IMAGEN TO IMAGEN-ALUMNO
                       IF AI-STUDENT-ID = TQ-STUDENT-ID
                           MOVE "Y" TO ALUMNO-HALLADO-SW
                           PERFORM TOMAR-EX-ALUMNO
                       END-IF
                       PERFORM LEER-ALUMNI
                   END-PERFORM
                   CLOSE ALUMNI-FILE
               END-IF
           END-IF.
           IF ALUMNO-HALLADO
               PERFORM EMITIR-ANALITICO
           ELSE
               MOVE SPACES TO TRAN-REPORT-LINEA
               STRING "ALUMNO NO ENCONTRADO EN STUDMAST NI ALUMNI: "
                   DELIMITED BY SIZE
                   TQ-STUDENT-ID DELIMITED BY SIZE
                   INTO TRAN-REPORT-LINEA
               WRITE TRAN-REPORT-LINEA
               PERFORM MARCAR-FALLA-PASO
           END-IF.

       EMITIR-POR-SECCION.
           IF NOT HAY-MAESTRO
               MOVE "SIN STUDMAST, NADA EMITIDO" TO TRAN-REPORT-LINEA
               WRITE TRAN-REPORT-LINEA
               PERFORM MARCAR-FALLA-PASO
           ELSE
               MOVE "N" TO MAESTRO-EOF-SW
               MOVE LOW-VALUES TO SM-STUDENT-ID
               START STUDENT-MASTER KEY IS NOT LESS THAN SM-STUDENT-ID
                   INVALID KEY MOVE "Y" TO MAESTRO-EOF-SW
               END-START
               PERFORM UNTIL MAESTRO-EOF
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO MAESTRO-EOF-SW
                       NOT AT END
                           IF SM-SECTION = TQ-SECCION
                               PERFORM TOMAR-ALUMNO-VIGENTE
                               PERFORM EMITIR-ANALITICO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       EMITIR-POR-EGRESO.
      /LA PROMOCION SALE DE ALUMNI POR EL ANIO DE LA FECHA DE SALIDA;
      /CON SECCION SE LIMITA AL CURSO QUE EGRESA
           OPEN INPUT ALUMNI-FILE.
           IF ALUMNI-STATUS NOT = "00"
               MOVE "SIN ARCHIVO ALUMNI, NADA EMITIDO"
                   TO TRAN-REPORT-LINEA
               WRITE TRAN-REPORT-LINEA
           ELSE
               PERFORM LEER-ALUMNI
               PERFORM UNTIL ALUMNI-EOF
                   MOVE AL-IMAGEN TO IMAGEN-ALUMNO
                   IF AL-FECHA-EGRESO(1:4) = TQ-ANIO-EGRESO
                      AND (TQ-SECCION = SPACES
                           OR AI-SECTION = TQ-SECCION)
                       PERFORM TOMAR-EX-ALUMNO
                       PERFORM EMITIR-ANALITICO
                   END-IF
                   PERFORM LEER-ALUMNI
               END-PERFORM
               CLOSE ALUMNI-FILE
           END-IF.

       LEER-ALUMNI.
           READ ALUMNI-FILE
               AT END MOVE "Y" TO ALUMNI-EOF-SW
           END-READ.

       TOMAR-ALUMNO-VIGENTE.
           MOVE SM-STUDENT-ID TO ALUMNO-ACTUAL.
           MOVE SM-STUDENT-NAME TO NOMBRE-ACTUAL.
           MOVE SM-SECTION TO SECCION-ACTUAL.
           MOVE 0 TO FECHA-SALIDA.

       TOMAR-EX-ALUMNO.
           MOVE AI-STUDENT-ID TO ALUMNO-ACTUAL.
           MOVE AI-STUDENT-NAME TO NOMBRE-ACTUAL.
           MOVE AI-SECTION TO SECCION-ACTUAL.
           MOVE AL-FECHA-EGRESO TO FECHA-SALIDA.

       EMITIR-ANALITICO.
           ADD 1 TO CANT-ANALITICOS.
           MOVE "ANALITICO ACADEMICO" TO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           STRING "ALUMNO:  " DELIMITED BY SIZE
               ALUMNO-ACTUAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-ACTUAL DELIMITED BY SIZE
               INTO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           STRING "SECCION: " DELIMITED BY SIZE
               SECCION-ACTUAL DELIMITED BY SIZE
               INTO TRAN-REPORT-LINEA.
           IF FECHA-SALIDA > 0
               MOVE "EX-ALUMNO DESDE" TO TRAN-REPORT-LINEA(15:15)
               MOVE FECHA-SALIDA TO TRAN-REPORT-LINEA(31:8)
           ELSE
               MOVE "ALUMNO REGULAR" TO TRAN-REPORT-LINEA(15:14)
           END-IF.
           WRITE TRAN-REPORT-LINEA.

           MOVE 0 TO CANT-TERMINOS.
           MOVE 0 TO SUMA-PESOS.
           MOVE 0 TO SUMA-NOTA-PESADA.
           MOVE 0 TO CREDITOS-OBTENIDOS.
           MOVE "N" TO HIST-EOF-SW.
           MOVE ALUMNO-ACTUAL TO HG-STUDENT-ID.
           MOVE LOW-VALUES TO HG-TERM.
           START HIST-GRADES KEY IS NOT LESS THAN HG-KEY
               INVALID KEY MOVE "Y" TO HIST-EOF-SW
           END-START.
           IF NOT HIST-EOF
               PERFORM LEER-HISTORIA
           END-IF.
           PERFORM UNTIL HIST-EOF
               PERFORM EMITIR-TERMINO
               PERFORM LEER-HISTORIA
           END-PERFORM.

           IF CANT-TERMINOS = 0
               ADD 1 TO CANT-SIN-HISTORIA
               MOVE "  SIN TERMINOS REGISTRADOS EN HISTGRAD"
                   TO TRAN-REPORT-LINEA
               WRITE TRAN-REPORT-LINEA
           END-IF.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.
           MOVE CREDITOS-OBTENIDOS TO CREDITOS-EDIT.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           STRING "CREDITOS OBTENIDOS:           " DELIMITED BY SIZE
               CREDITOS-EDIT DELIMITED BY SIZE
               INTO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.
           PERFORM ESCRIBIR-ACUMULADO.
           PERFORM ESCRIBIR-STANDING.
           MOVE ALL "-" TO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.

       LEER-HISTORIA.
      /LA HISTORIA DEL ALUMNO TERMINA CUANDO CAMBIA EL ID DE LA CLAVE
           READ HIST-GRADES NEXT RECORD
               AT END
                   MOVE "Y" TO HIST-EOF-SW
               NOT AT END
                   IF HG-STUDENT-ID NOT = ALUMNO-ACTUAL
                       MOVE "Y" TO HIST-EOF-SW
                   END-IF
           END-READ.

       EMITIR-TERMINO.
           ADD 1 TO CANT-TERMINOS.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           STRING "TERMINO " DELIMITED BY SIZE
               HG-TERM DELIMITED BY SIZE
               INTO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.
           MOVE 0 TO CANT-MATERIAS-TERMINO.
           IF HAY-HIST-MATERIA
               MOVE "N" TO MATERIA-EOF-SW
               MOVE HG-STUDENT-ID TO HM-STUDENT-ID
               MOVE HG-TERM TO HM-TERM
               MOVE LOW-VALUES TO HM-SUBJ
               START HIST-MATERIA KEY IS NOT LESS THAN HM-KEY
                   INVALID KEY MOVE "Y" TO MATERIA-EOF-SW
               END-START
               PERFORM UNTIL MATERIA-EOF
                   READ HIST-MATERIA NEXT RECORD
                       AT END
                           MOVE "Y" TO MATERIA-EOF-SW
                       NOT AT END
                           IF HM-STUDENT-ID NOT = HG-STUDENT-ID
                              OR HM-TERM NOT = HG-TERM
                               MOVE "Y" TO MATERIA-EOF-SW
                           ELSE
                               PERFORM EMITIR-MATERIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF CANT-MATERIAS-TERMINO = 0
               MOVE "  SIN DETALLE POR MATERIA" TO TRAN-REPORT-LINEA
               WRITE TRAN-REPORT-LINEA
           END-IF.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           STRING "  PROMEDIO DEL TERMINO: " DELIMITED BY SIZE
               HG-PROME DELIMITED BY SIZE
               "   RESULTADO: " DELIMITED BY SIZE
               HG-OUTCOME DELIMITED BY SIZE
               INTO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.

       EMITIR-MATERIA.
           ADD 1 TO CANT-MATERIAS-TERMINO.
           MOVE SPACES TO NOMBRE-MATERIA.
           IF HAY-MATERIAS
               MOVE HM-SUBJ TO SJ-SUBJ
               READ SUBJ-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SJ-NOMBRE TO NOMBRE-MATERIA
               END-READ
           END-IF.
           MOVE HM-CREDITOS TO PESO-MATERIA.
           IF PESO-MATERIA = 0
               MOVE 1 TO PESO-MATERIA
           END-IF.
           ADD PESO-MATERIA TO SUMA-PESOS.
           COMPUTE SUMA-NOTA-PESADA = SUMA-NOTA-PESADA
               + HM-NOTA-FINAL * PESO-MATERIA.
           ADD HM-CREDITOS-OBTENIDOS TO CREDITOS-OBTENIDOS.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           STRING "  " DELIMITED BY SIZE
               HM-SUBJ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-MATERIA DELIMITED BY SIZE
               " NOTA " DELIMITED BY SIZE
               HM-NOTA-FINAL DELIMITED BY SIZE
               " CRED " DELIMITED BY SIZE
               HM-CREDITOS-OBTENIDOS DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               HM-CREDITOS DELIMITED BY SIZE
               INTO TRAN-REPORT-LINEA.
      /SIN CLASES REGISTRADAS NO HAY PORCENTAJE QUE MOSTRAR
           IF HM-CLASES > 0
               MOVE "ASIST" TO TRAN-REPORT-LINEA(59:5)
               MOVE HM-ASISTENCIA-PCT TO TRAN-REPORT-LINEA(65:3)
               MOVE "%" TO TRAN-REPORT-LINEA(68:1)
           ELSE
               MOVE "ASIST S/R" TO TRAN-REPORT-LINEA(59:9)
           END-IF.
           WRITE TRAN-REPORT-LINEA.

       ESCRIBIR-ACUMULADO.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           IF SUMA-PESOS > 0
               COMPUTE PROME-ACUMULADO ROUNDED =
                   SUMA-NOTA-PESADA / SUMA-PESOS
               MOVE PROME-ACUMULADO TO PROME-EDIT
               STRING "PROMEDIO ACUMULADO PONDERADO: " DELIMITED BY SIZE
                   PROME-EDIT DELIMITED BY SIZE
                   INTO TRAN-REPORT-LINEA
           ELSE
               MOVE "PROMEDIO ACUMULADO PONDERADO: SIN DETALLE"
                   TO TRAN-REPORT-LINEA
           END-IF.
           WRITE TRAN-REPORT-LINEA.

       ESCRIBIR-STANDING.
      /LA SITUACION VIGENTE DE STNDMAST, CON EL TERMINO EN QUE
      /ACADSTND LA CALCULO
           MOVE SPACES TO TRAN-REPORT-LINEA.
           MOVE "SIN REGISTRO" TO TEXTO-STANDING.
           IF HAY-STANDING
               MOVE ALUMNO-ACTUAL TO ST-STUDENT-ID
               READ STND-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ST-HONOR
                               MOVE "HONOR" TO TEXTO-STANDING
                           WHEN ST-AVISO
                               MOVE "AVISO" TO TEXTO-STANDING
                           WHEN ST-PROBATORIA
                               MOVE "PROBATORIA" TO TEXTO-STANDING
                           WHEN OTHER
                               MOVE "NORMAL" TO TEXTO-STANDING
                       END-EVALUATE
                       MOVE "TERMINO" TO TRAN-REPORT-LINEA(42:7)
                       MOVE ST-TERM TO TRAN-REPORT-LINEA(50:6)
               END-READ
           END-IF.
           MOVE "SITUACION ACADEMICA:" TO TRAN-REPORT-LINEA(1:20).
           MOVE TEXTO-STANDING TO TRAN-REPORT-LINEA(31:10).
           WRITE TRAN-REPORT-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.
           MOVE CANT-ANALITICOS TO CANT-EDIT.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           STRING "ANALITICOS EMITIDOS:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.
           MOVE CANT-SIN-HISTORIA TO CANT-EDIT.
           MOVE SPACES TO TRAN-REPORT-LINEA.
           STRING "ALUMNOS SIN HISTORIA:  " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO TRAN-REPORT-LINEA.
           WRITE TRAN-REPORT-LINEA.

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
           MOVE "TRANSCRP" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "TRANSCRP" TO RL-PROGRAMA.
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
           MOVE "TRANSCRP" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "ANALITICOS=" DELIMITED BY SIZE
               CANT-ANALITICOS DELIMITED BY SIZE
               " SIN-HISTORIA=" DELIMITED BY SIZE
               CANT-SIN-HISTORIA DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM TRANSCRP.
