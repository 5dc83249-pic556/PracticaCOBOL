      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Consulta-De-Alumnos-Y-Tutores-Con-PIN
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUCONS IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-PIN ASSIGN TO "STUPIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-STUDENT-ID
               FILE STATUS IS STUDENT-PIN-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT SUBJ-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SJ-SUBJ
               FILE STATUS IS SUBJ-MASTER-STATUS.

           SELECT ATTN-MASTER ASSIGN TO "ATTNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS ATTN-MASTER-STATUS.

           SELECT STND-MASTER ASSIGN TO "STNDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS STND-MASTER-STATUS.

           SELECT HIST-GRADES ASSIGN TO "HISTGRAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HG-KEY
               FILE STATUS IS HIST-GRADES-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-PIN.
           COPY "STUPIN.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  SUBJ-MASTER.
           COPY "SUBJMAST.cpy".

       FD  ATTN-MASTER.
           COPY "ATTNMR.cpy".

       FD  STND-MASTER.
           COPY "STNDMR.cpy".

       FD  HIST-GRADES.
           COPY "HISTGR.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: STUPIN GUARDA SOLO EL HASH,
      /ASI QUE EL PIN TIPEADO SE HASHEA CON EL LEGAJO Y SE COMPARA
       COPY "PINAREA.cpy".

       01 STUDENT-PIN-STATUS PIC X(02).
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 SUBJ-MASTER-STATUS PIC X(02).
       01 ATTN-MASTER-STATUS PIC X(02).
       01 STND-MASTER-STATUS PIC X(02).
       01 HIST-GRADES-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

      * Los maestros de consulta son opcionales: el que falte deja
      * su opcion informando que no hay datos.
       01 HAY-MATERIAS-SW PIC X(01) VALUE "N".
           88 HAY-MATERIAS VALUE "Y".
       01 HAY-ASISTENCIA-SW PIC X(01) VALUE "N".
           88 HAY-ASISTENCIA VALUE "Y".
       01 HAY-SITUACION-SW PIC X(01) VALUE "N".
           88 HAY-SITUACION VALUE "Y".
       01 HAY-HISTORIA-SW PIC X(01) VALUE "N".
           88 HAY-HISTORIA VALUE "Y".
       01 LECTURA-EOF-SW PIC X(01) VALUE "N".
           88 LECTURA-EOF VALUE "Y".

      * Tope de PIN incorrectos seguidos antes de bloquear la cuenta;
      * los intentos se acumulan entre consultas en SP-INTENTOS.
       01 INTENTOS-MAXIMOS PIC 9(01) VALUE 3.
       01 INTENTOS-SESION PIC 9(01) VALUE 0.
       01 ALUMNO-OK-SW PIC X(01) VALUE "N".
           88 ALUMNO-OK VALUE "Y".
       01 ALUMNO-ENTRADA PIC X(10).
       01 PIN-ENTRADA PIC X(04).
       01 RESULTADO-ACCESO PIC X(08).

       01 OPCION-CONSULTA PIC X(01).
           88 OPCION-NOTAS      VALUE "N".
           88 OPCION-ASISTENCIA VALUE "A".
           88 OPCION-SITUACION  VALUE "E".
           88 OPCION-HISTORIA   VALUE "H".
           88 OPCION-SALIR      VALUE "S".
       01 VISTA-CONSULTA PIC X(10).
       01 CANT-CONSULTAS PIC 9(03) VALUE 0.

       01 NOMBRE-MATERIA PIC X(30).
       01 DESCRIPCION-SITUACION PIC X(12).
       01 IND-NOTA PIC 9(02) COMP.
       01 IND-ASIST PIC 9(02) COMP.
       01 CANT-LINEAS PIC 9(03).
       01 TOTAL-PRESENTES PIC 9(05).
       01 TOTAL-AUSENTES PIC 9(05).
       01 TOTAL-TARDES PIC 9(05).
       01 TOTAL-EDIT PIC ZZZZ9.
       01 TOTAL-EDIT2 PIC ZZZZ9.
       01 TOTAL-EDIT3 PIC ZZZZ9.
       01 NOTA-EDIT PIC ZZ9.

       01 FECHA-HOY PIC 9(08).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /CONSULTA DE SOLO LECTURA PARA ALUMNOS Y TUTORES: CON EL LEGAJO
      /Y EL PIN QUE LA OFICINA ENTREGO EN LA INSCRIPCION SE VEN LAS
      /NOTAS DEL TERMINO, LA ASISTENCIA, LA SITUACION ACADEMICA Y LA
      /HISTORIA POR TERMINO. CADA INGRESO Y CADA CONSULTA QUEDAN EN
      /EL RUN-LOG; LOS PIN INCORRECTOS SEGUIDOS BLOQUEAN LA CUENTA
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

           OPEN I-O STUDENT-PIN.
           IF STUDENT-PIN-STATUS NOT = "00"
               DISPLAY "CONSULTA NO DISPONIBLE, STATUS: "
                   STUDENT-PIN-STATUS
               MOVE "STUPIN" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE STUDENT-PIN-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "CONSULTA NO DISPONIBLE, STATUS: "
                   STUDENT-MASTER-STATUS
               MOVE "STUDMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE STUDENT-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               CLOSE STUDENT-PIN
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           PERFORM IDENTIFICAR-ALUMNO.
           IF ALUMNO-OK
               PERFORM ABRIR-MAESTROS-CONSULTA
               PERFORM CICLO-CONSULTA
               PERFORM CERRAR-MAESTROS-CONSULTA
           ELSE
               DISPLAY "ACCESO DENEGADO"
           END-IF.

           CLOSE STUDENT-MASTER.
           CLOSE STUDENT-PIN.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       IDENTIFICAR-ALUMNO.
      /LEGAJO + PIN CONTRA STUPIN. CADA INTENTO SE REGISTRA; EL PIN
      /INCORRECTO SUMA AL CONTADOR DE LA CUENTA Y AL LLEGAR AL TOPE
      /LA BLOQUEA, AUNQUE LOS INTENTOS VENGAN DE CONSULTAS DISTINTAS
           MOVE "N" TO ALUMNO-OK-SW.
           MOVE 0 TO INTENTOS-SESION.
           PERFORM UNTIL ALUMNO-OK
                      OR INTENTOS-SESION >= INTENTOS-MAXIMOS
               ADD 1 TO INTENTOS-SESION
               DISPLAY "Legajo del alumno: "
               MOVE SPACES TO ALUMNO-ENTRADA
               ACCEPT ALUMNO-ENTRADA
               MOVE ALUMNO-ENTRADA TO SP-STUDENT-ID
               READ STUDENT-PIN
                   INVALID KEY
                       DISPLAY "LEGAJO SIN PIN DE CONSULTA: "
                           "SOLICITELO EN LA OFICINA"
                       MOVE "NO-REG" TO RESULTADO-ACCESO
                   NOT INVALID KEY
                       PERFORM VERIFICAR-PIN-ALUMNO
               END-READ
               PERFORM REGISTRAR-ACCESO-LOG
      /UNA CUENTA BLOQUEADA NO ADMITE MAS INTENTOS EN ESTA SESION
               IF RESULTADO-ACCESO = "BLOQ" OR "PIN-BLOQ"
                   MOVE INTENTOS-MAXIMOS TO INTENTOS-SESION
               END-IF
           END-PERFORM.

       VERIFICAR-PIN-ALUMNO.
           IF SP-BLOQUEADO
               DISPLAY "CUENTA BLOQUEADA POR INTENTOS FALLIDOS: "
                   "SOLICITE UN PIN NUEVO EN LA OFICINA"
               MOVE "BLOQ" TO RESULTADO-ACCESO
           ELSE
               DISPLAY "PIN: "
               ACCEPT PIN-ENTRADA WITH NO-ECHO
               MOVE SP-STUDENT-ID TO PN-EMP-ID
               MOVE PIN-ENTRADA TO PN-PIN
               CALL "PINHASH" USING PIN-AREA
               IF PN-HASH = SP-PIN
                   PERFORM VERIFICAR-INSCRIPCION
               ELSE
                   ADD 1 TO SP-INTENTOS
                   IF SP-INTENTOS >= INTENTOS-MAXIMOS
                       MOVE "B" TO SP-LOCK-SW
                       DISPLAY "PIN INCORRECTO: CUENTA BLOQUEADA"
                       MOVE "PIN-BLOQ" TO RESULTADO-ACCESO
                   ELSE
                       DISPLAY "PIN INCORRECTO"
                       MOVE "PIN-MAL" TO RESULTADO-ACCESO
                   END-IF
                   REWRITE STUDENT-PIN-RECORD
                       INVALID KEY
                           MOVE "STUPIN" TO EH-ARCHIVO
                           MOVE "REWRITE" TO EH-OPERACION
                           MOVE STUDENT-PIN-STATUS TO EH-STATUS
                           PERFORM INFORMAR-ERROR-ARCHIVO
                   END-REWRITE
               END-IF
           END-IF.

       VERIFICAR-INSCRIPCION.
      /EL PIN VALE MIENTRAS EL ALUMNO SIGA EN EL MAESTRO VIGENTE:
      /EGRESADOS Y RETIRADOS YA NO CONSULTAN POR ACA
           MOVE SP-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "EL ALUMNO NO FIGURA INSCRIPTO"
                   MOVE "NO-INSC" TO RESULTADO-ACCESO
               NOT INVALID KEY
                   MOVE "Y" TO ALUMNO-OK-SW
                   MOVE "OK" TO RESULTADO-ACCESO
                   MOVE 0 TO SP-INTENTOS
                   MOVE FECHA-HOY TO SP-ULTIMO-ACCESO
                   REWRITE STUDENT-PIN-RECORD
                       INVALID KEY
                           MOVE "STUPIN" TO EH-ARCHIVO
                           MOVE "REWRITE" TO EH-OPERACION
                           MOVE STUDENT-PIN-STATUS TO EH-STATUS
                           PERFORM INFORMAR-ERROR-ARCHIVO
                   END-REWRITE
           END-READ.

       ABRIR-MAESTROS-CONSULTA.
           OPEN INPUT SUBJ-MASTER.
           IF SUBJ-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-MATERIAS-SW
           END-IF.
           OPEN INPUT ATTN-MASTER.
           IF ATTN-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-ASISTENCIA-SW
           END-IF.
           OPEN INPUT STND-MASTER.
           IF STND-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-SITUACION-SW
           END-IF.
           OPEN INPUT HIST-GRADES.
           IF HIST-GRADES-STATUS = "00"
               MOVE "Y" TO HAY-HISTORIA-SW
           END-IF.

       CERRAR-MAESTROS-CONSULTA.
           IF HAY-MATERIAS
               CLOSE SUBJ-MASTER
           END-IF.
           IF HAY-ASISTENCIA
               CLOSE ATTN-MASTER
           END-IF.
           IF HAY-SITUACION
               CLOSE STND-MASTER
           END-IF.
           IF HAY-HISTORIA
               CLOSE HIST-GRADES
           END-IF.

       CICLO-CONSULTA.
           MOVE SPACE TO OPCION-CONSULTA.
           PERFORM UNTIL OPCION-SALIR
               DISPLAY SPACE
               DISPLAY "----- CONSULTA DE " SM-STUDENT-ID " "
                   SM-STUDENT-NAME " -----"
               DISPLAY " N - Notas del termino"
               DISPLAY " A - Asistencia"
               DISPLAY " E - Situacion academica"
               DISPLAY " H - Historia por termino"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-CONSULTA
               EVALUATE TRUE
                   WHEN OPCION-NOTAS
                       MOVE "NOTAS" TO VISTA-CONSULTA
                       PERFORM MOSTRAR-NOTAS-TERMINO
                       PERFORM REGISTRAR-CONSULTA-LOG
                   WHEN OPCION-ASISTENCIA
                       MOVE "ASISTENCIA" TO VISTA-CONSULTA
                       PERFORM MOSTRAR-ASISTENCIA
                       PERFORM REGISTRAR-CONSULTA-LOG
                   WHEN OPCION-SITUACION
                       MOVE "SITUACION" TO VISTA-CONSULTA
                       PERFORM MOSTRAR-SITUACION
                       PERFORM REGISTRAR-CONSULTA-LOG
                   WHEN OPCION-HISTORIA
                       MOVE "HISTORIA" TO VISTA-CONSULTA
                       PERFORM MOSTRAR-HISTORIA
                       PERFORM REGISTRAR-CONSULTA-LOG
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       MOSTRAR-NOTAS-TERMINO.
      /LAS NOTAS DEL TERMINO EN CURSO SON LAS DEL MAESTRO VIGENTE,
      /CON EL NOMBRE COMPLETO DE LA MATERIA
           DISPLAY "NOTAS DEL TERMINO EN CURSO".
           PERFORM VARYING IND-NOTA FROM 1 BY 1
                   UNTIL IND-NOTA > SM-GRADE-COUNT
               PERFORM BUSCAR-NOMBRE-MATERIA
               MOVE SM-GRADE-VALUE(IND-NOTA) TO NOTA-EDIT
               DISPLAY "  " SM-GRADE-SUBJ(IND-NOTA) " "
                   NOMBRE-MATERIA " " SM-GRADE-DATE(IND-NOTA)
                   "  NOTA " NOTA-EDIT
           END-PERFORM.

       BUSCAR-NOMBRE-MATERIA.
           MOVE SPACES TO NOMBRE-MATERIA.
           IF HAY-MATERIAS
               MOVE SM-GRADE-SUBJ(IND-NOTA) TO SJ-SUBJ
               READ SUBJ-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SJ-NOMBRE TO NOMBRE-MATERIA
               END-READ
           END-IF.

       MOSTRAR-ASISTENCIA.
      /UN BLOQUE POR TERMINO CON LOS TOTALES Y EL DETALLE POR MATERIA
           IF NOT HAY-ASISTENCIA
               DISPLAY "SIN DATOS DE ASISTENCIA"
           ELSE
               MOVE 0 TO CANT-LINEAS
               MOVE "N" TO LECTURA-EOF-SW
               MOVE SM-STUDENT-ID TO AT-STUDENT-ID
               MOVE LOW-VALUES TO AT-TERM
               START ATTN-MASTER KEY IS NOT LESS THAN AT-KEY
                   INVALID KEY MOVE "Y" TO LECTURA-EOF-SW
               END-START
               PERFORM UNTIL LECTURA-EOF
                   READ ATTN-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO LECTURA-EOF-SW
                       NOT AT END
                           IF AT-STUDENT-ID NOT = SM-STUDENT-ID
                               MOVE "Y" TO LECTURA-EOF-SW
                           ELSE
                               ADD 1 TO CANT-LINEAS
                               PERFORM MOSTRAR-ASISTENCIA-TERMINO
                           END-IF
                   END-READ
               END-PERFORM
               IF CANT-LINEAS = 0
                   DISPLAY "SIN ASISTENCIA REGISTRADA"
               END-IF
           END-IF.

       MOSTRAR-ASISTENCIA-TERMINO.
           MOVE 0 TO TOTAL-PRESENTES.
           MOVE 0 TO TOTAL-AUSENTES.
           MOVE 0 TO TOTAL-TARDES.
           PERFORM VARYING IND-ASIST FROM 1 BY 1
                   UNTIL IND-ASIST > AT-CANT-MATERIAS
               ADD AT-PRESENTES(IND-ASIST) TO TOTAL-PRESENTES
               ADD AT-AUSENTES(IND-ASIST) TO TOTAL-AUSENTES
               ADD AT-TARDES(IND-ASIST) TO TOTAL-TARDES
           END-PERFORM.
           MOVE TOTAL-PRESENTES TO TOTAL-EDIT.
           MOVE TOTAL-AUSENTES TO TOTAL-EDIT2.
           MOVE TOTAL-TARDES TO TOTAL-EDIT3.
           DISPLAY "TERMINO " AT-TERM "  PRESENTES " TOTAL-EDIT
               "  AUSENTES " TOTAL-EDIT2 "  TARDES " TOTAL-EDIT3.
           PERFORM VARYING IND-ASIST FROM 1 BY 1
                   UNTIL IND-ASIST > AT-CANT-MATERIAS
               MOVE AT-PRESENTES(IND-ASIST) TO TOTAL-EDIT
               MOVE AT-AUSENTES(IND-ASIST) TO TOTAL-EDIT2
               MOVE AT-TARDES(IND-ASIST) TO TOTAL-EDIT3
               DISPLAY "  " AT-SUBJ(IND-ASIST)
                   "  PRESENTES " TOTAL-EDIT
                   "  AUSENTES " TOTAL-EDIT2
                   "  TARDES " TOTAL-EDIT3
           END-PERFORM.

       MOSTRAR-SITUACION.
           IF NOT HAY-SITUACION
               DISPLAY "SIN DATOS DE SITUACION ACADEMICA"
           ELSE
               MOVE SM-STUDENT-ID TO ST-STUDENT-ID
               READ STND-MASTER
                   INVALID KEY
                       DISPLAY "SITUACION ACADEMICA AUN NO CALCULADA"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ST-HONOR
                               MOVE "CUADRO HONOR" TO
                                   DESCRIPCION-SITUACION
                           WHEN ST-AVISO
                               MOVE "AVISO" TO DESCRIPCION-SITUACION
                           WHEN ST-PROBATORIA
                               MOVE "PROBATORIA" TO
                                   DESCRIPCION-SITUACION
                           WHEN OTHER
                               MOVE "NORMAL" TO DESCRIPCION-SITUACION
                       END-EVALUATE
                       DISPLAY "SITUACION ACADEMICA AL TERMINO "
                           ST-TERM ": " DESCRIPCION-SITUACION
               END-READ
           END-IF.

       MOSTRAR-HISTORIA.
           IF NOT HAY-HISTORIA
               DISPLAY "SIN HISTORIA DE TERMINOS"
           ELSE
               MOVE 0 TO CANT-LINEAS
               MOVE "N" TO LECTURA-EOF-SW
               MOVE SM-STUDENT-ID TO HG-STUDENT-ID
               MOVE LOW-VALUES TO HG-TERM
               START HIST-GRADES KEY IS NOT LESS THAN HG-KEY
                   INVALID KEY MOVE "Y" TO LECTURA-EOF-SW
               END-START
               DISPLAY "TERMINO  PROMEDIO  RESULTADO"
               PERFORM UNTIL LECTURA-EOF
                   READ HIST-GRADES NEXT RECORD
                       AT END
                           MOVE "Y" TO LECTURA-EOF-SW
                       NOT AT END
                           IF HG-STUDENT-ID NOT = SM-STUDENT-ID
                               MOVE "Y" TO LECTURA-EOF-SW
                           ELSE
                               ADD 1 TO CANT-LINEAS
                               MOVE HG-PROME TO NOTA-EDIT
                               DISPLAY HG-TERM "        " NOTA-EDIT
                                   "  " HG-OUTCOME
                           END-IF
                   END-READ
               END-PERFORM
               IF CANT-LINEAS = 0
                   DISPLAY "SIN TERMINOS CERRADOS"
               END-IF
           END-IF.

       REGISTRAR-ACCESO-LOG.
      /CADA INTENTO DE INGRESO QUEDA EN EL RUN-LOG CON SU RESULTADO:
      /OK, PIN-MAL, PIN-BLOQ (EL PIN QUE AGOTO LOS INTENTOS), BLOQ
      /(CUENTA YA BLOQUEADA), NO-REG (SIN PIN) O NO-INSC (ALUMNO QUE
      /YA NO ESTA EN EL MAESTRO)
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "STUCONS" TO RL-PROGRAMA.
           MOVE "ACCESO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "AL=" DELIMITED BY SIZE
               ALUMNO-ENTRADA DELIMITED BY SIZE
               " RES=" DELIMITED BY SIZE
               RESULTADO-ACCESO DELIMITED BY SPACE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       REGISTRAR-CONSULTA-LOG.
      /CADA CONSULTA QUEDA EN EL RUN-LOG CON EL ALUMNO Y LA VISTA
           ADD 1 TO CANT-CONSULTAS.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "STUCONS" TO RL-PROGRAMA.
           MOVE "CONSUL" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "AL=" DELIMITED BY SIZE
               SM-STUDENT-ID DELIMITED BY SIZE
               " VISTA=" DELIMITED BY SIZE
               VISTA-CONSULTA DELIMITED BY SPACE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "STUCONS" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "STUCONS" TO RL-PROGRAMA.
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
           MOVE "STUCONS" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "CONSULTAS=" DELIMITED BY SIZE
               CANT-CONSULTAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM STUCONS.
