      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/4/26
      * Purpose:Extracto-Enmascarado-De-Los-Maestros-Para-Pruebas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKEXT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS MAESTRO-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS MAESTRO-STATUS.

           SELECT HIST-GRADES ASSIGN TO "HISTGRAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HG-KEY
               FILE STATUS IS MAESTRO-STATUS.

           SELECT ATTN-MASTER ASSIGN TO "ATTNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AT-KEY
               FILE STATUS IS MAESTRO-STATUS.

      /LAS COPIAS DE PRUEBA SON INDEXADAS COMO LOS MAESTROS VIVOS;
      /COMO LAS CLAVES CAMBIAN, SE GRABAN AL AZAR POR CLAVE
           SELECT TEST-USER ASSIGN TO "TUSERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TU-EMP-ID
               FILE STATUS IS PRUEBA-STATUS.

           SELECT TEST-STUDENT ASSIGN TO "TSTUDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TS-STUDENT-ID
               FILE STATUS IS PRUEBA-STATUS.

           SELECT TEST-HIST ASSIGN TO "THISTGRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY
               FILE STATUS IS PRUEBA-STATUS.

           SELECT TEST-ATTN ASSIGN TO "TATTNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TA-KEY
               FILE STATUS IS PRUEBA-STATUS.

           SELECT MASK-CONTROL ASSIGN TO "MASKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASK-CONTROL-STATUS.

           SELECT MASK-REPORT ASSIGN TO "RPTMASK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASK-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  HIST-GRADES.
           COPY "HISTGR.cpy".

       FD  ATTN-MASTER.
           COPY "ATTNMR.cpy".

      /MISMOS REGISTROS QUE LOS MAESTROS VIVOS, CON OTRO PREFIJO
       FD  TEST-USER.
           COPY "USERMAST.cpy" REPLACING
               ==USER-MASTER-RECORD== BY ==TEST-USER-RECORD==
               LEADING ==UM-== BY ==TU-==.

       FD  TEST-STUDENT.
           COPY "STUDMAST.cpy" REPLACING
               ==STUDENT-MASTER-RECORD== BY ==TEST-STUDENT-RECORD==
               LEADING ==SM-== BY ==TS-==.

       FD  TEST-HIST.
           COPY "HISTGR.cpy" REPLACING
               ==HIST-GRADE-RECORD== BY ==TEST-HIST-RECORD==
               LEADING ==HG-== BY ==TH-==.

       FD  TEST-ATTN.
           COPY "ATTNMR.cpy" REPLACING
               ==ATTN-MASTER-RECORD== BY ==TEST-ATTN-RECORD==
               LEADING ==AT-== BY ==TA-==.

       FD  MASK-CONTROL.
      /MK-SEMILLA: DIEZ DIGITOS QUE GOBIERNAN EL REVOLVIDO DE CLAVES;
      /CON LA MISMA SEMILLA UNA CLAVE SALE SIEMPRE IGUAL EN LOS
      /CUATRO ARCHIVOS Y EN CADA CORRIDA. MK-DIAS-CORRIMIENTO: BASE
      /DE DIAS QUE SE RESTAN A LAS FECHAS DE NACIMIENTO.
      /MK-PIN-PRUEBA: EL PIN CONOCIDO QUE QUEDA EN TODAS LAS CUENTAS
       01  MASK-CONTROL-RECORD.
           05  MK-SEMILLA          PIC 9(10).
           05  MK-DIAS-CORRIMIENTO PIC 9(03).
           05  MK-PIN-PRUEBA       PIC X(04).

       FD  MASK-REPORT.
       01  MASK-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE HASH DE PIN: EL PIN DE PRUEBA SE HASHEA
      /CON LA CLAVE YA REVOLVIDA COMO SAL, IGUAL QUE LO HARA MI-APP
       COPY "PINAREA.cpy".

      /AREA DEL SERVICIO DE FECHAS, PARA VALIDAR LA FECHA DE
      /NACIMIENTO ANTES DE CORRERLA
       COPY "DATEAREA.cpy".

       01 MAESTRO-STATUS       PIC X(02).
       01 PRUEBA-STATUS        PIC X(02).
       01 MASK-CONTROL-STATUS  PIC X(02).
       01 MASK-REPORT-STATUS   PIC X(02).
       01 RUN-LOG-STATUS       PIC X(02).

       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 EXTRACTO-MALO-SW PIC X(01) VALUE "N".
           88 EXTRACTO-MALO VALUE "Y".

       01 SEMILLA PIC 9(10) VALUE 3141592653.
       01 SEMILLA-R REDEFINES SEMILLA.
           05 SEMILLA-DIGITO PIC 9(01) OCCURS 10 TIMES.
       01 DIAS-CORRIMIENTO PIC 9(03) VALUE 45.
       01 PIN-PRUEBA PIC X(04) VALUE "1234".

      /REVOLVIDO DE UNA CLAVE: CADA POSICION SE CORRE DENTRO DE SU
      /ALFABETO (DIGITOS O LETRAS) SEGUN EL DIGITO DE LA SEMILLA Y
      /LAS POSICIONES ORIGINALES ANTERIORES. EL CORRIMIENTO NUNCA ES
      /CERO Y DEPENDE SOLO DE LO ANTERIOR, ASI DOS CLAVES DISTINTAS
      /NUNCA CAEN EN LA MISMA; BLANCOS Y SIGNOS QUEDAN COMO ESTAN
       01 DIGITOS PIC X(10) VALUE "0123456789".
       01 LETRAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 CLAVE-ORIGINAL PIC X(10).
       01 CLAVE-REVUELTA PIC X(10).
       01 IND-CLAVE PIC 9(02) COMP.
       01 IND-ALFABETO PIC 9(02) COMP.
       01 VALOR-CARACTER PIC 9(02).
       01 ACUMULADO PIC 9(05).
       01 CORRIMIENTO PIC 9(02).
       01 CARACTER-HALLADO-SW PIC X(01).
           88 CARACTER-HALLADO VALUE "Y".

       01 FECHA-CORRIDA PIC 9(08).
       01 DIAS-RESTAR PIC 9(05).
       01 DIA-JULIANO PIC 9(07).

      /CONTEOS POR ARCHIVO: LEIDOS, GRABADOS Y ENMASCARADOS (CLAVE
      /DISTINTA DE LA ORIGINAL); EL REPORTE PRUEBA QUE NO QUEDO
      /NINGUN REGISTRO VIVO EN LAS COPIAS
       01 CONTEOS-ARCHIVO.
           05 CANT-LEIDOS PIC 9(07).
           05 CANT-GRABADOS PIC 9(07).
           05 CANT-ENMASCARADOS PIC 9(07).
           05 CANT-RECHAZADOS PIC 9(07).
       01 NOMBRE-ARCHIVO PIC X(08).
       01 NOMBRE-PRUEBA PIC X(08).
       01 TOTAL-LEIDOS PIC 9(07) VALUE 0.
       01 TOTAL-ENMASCARADOS PIC 9(07) VALUE 0.
       01 CANT-EDIT PIC ZZZZZZ9.
       01 CANT-EDIT-2 PIC ZZZZZZ9.
       01 CANT-EDIT-3 PIC ZZZZZZ9.
       01 CANT-EDIT-4 PIC ZZZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /LAS PRUEBAS DE UN CONTROL NUEVO O DE UN ARREGLO A MATEMATICA2
      /O MI-APP NO DEBEN CORRER SOBRE DATOS REALES: SE COPIAN LOS
      /CUATRO MAESTROS CON NOMBRES REEMPLAZADOS, FECHAS DE NACIMIENTO
      /CORRIDAS, PIN CONOCIDO Y CLAVES REVUELTAS DE LA MISMA MANERA
      /EN TODOS, PARA QUE ALUMNO, HISTORIA Y ASISTENCIA SIGAN
      /CALZANDO ENTRE SI
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM LEER-CONTROL.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD TO FECHA-CORRIDA.

           OPEN OUTPUT MASK-REPORT.
           MOVE SPACES TO MASK-REPORT-LINEA.
           STRING "EXTRACTO ENMASCARADO DE PRUEBA DEL "
                   DELIMITED BY SIZE
               FECHA-CORRIDA DELIMITED BY SIZE
               INTO MASK-REPORT-LINEA.
           WRITE MASK-REPORT-LINEA.
           MOVE SPACES TO MASK-REPORT-LINEA.
           WRITE MASK-REPORT-LINEA.
           MOVE SPACES TO MASK-REPORT-LINEA.
           STRING "ARCHIVO  COPIA       LEIDOS GRABADOS ENMASCAR. "
               DELIMITED BY SIZE
               "RECHAZADOS" DELIMITED BY SIZE
               INTO MASK-REPORT-LINEA.
           WRITE MASK-REPORT-LINEA.

           PERFORM ENMASCARAR-USUARIOS THRU ENMASCARAR-USUARIOS-EXIT.
           PERFORM ENMASCARAR-ESTUDIANTES
               THRU ENMASCARAR-ESTUDIANTES-EXIT.
           PERFORM ENMASCARAR-HISTORIA THRU ENMASCARAR-HISTORIA-EXIT.
           PERFORM ENMASCARAR-ASISTENCIA
               THRU ENMASCARAR-ASISTENCIA-EXIT.

           MOVE SPACES TO MASK-REPORT-LINEA.
           WRITE MASK-REPORT-LINEA.
           IF EXTRACTO-MALO
      /UNA COPIA INCOMPLETA O CON UN REGISTRO SIN ENMASCARAR NO SE
      /ENTREGA COMO BUENA: EL PASO FALLA
               MOVE SPACES TO MASK-REPORT-LINEA
               STRING "*** EXTRACTO INCOMPLETO O SIN ENMASCARAR: NO "
                   DELIMITED BY SIZE
                   "USAR LAS COPIAS ***" DELIMITED BY SIZE
                   INTO MASK-REPORT-LINEA
               WRITE MASK-REPORT-LINEA
               DISPLAY "EXTRACTO ENMASCARADO FALLIDO"
               PERFORM MARCAR-FALLA-PASO
           ELSE
               MOVE TOTAL-ENMASCARADOS TO CANT-EDIT
               MOVE SPACES TO MASK-REPORT-LINEA
               STRING "CERTIFICADO: " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   " REGISTROS, TODOS ENMASCARADOS" DELIMITED BY SIZE
                   INTO MASK-REPORT-LINEA
               WRITE MASK-REPORT-LINEA
           END-IF.
           CLOSE MASK-REPORT.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       LEER-CONTROL.
           OPEN INPUT MASK-CONTROL.
           IF MASK-CONTROL-STATUS = "00"
               READ MASK-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MK-SEMILLA NUMERIC AND MK-SEMILLA > 0
                           MOVE MK-SEMILLA TO SEMILLA
                       END-IF
                       IF MK-DIAS-CORRIMIENTO NUMERIC
                          AND MK-DIAS-CORRIMIENTO > 0
                           MOVE MK-DIAS-CORRIMIENTO
                               TO DIAS-CORRIMIENTO
                       END-IF
                       IF MK-PIN-PRUEBA NUMERIC
                           MOVE MK-PIN-PRUEBA TO PIN-PRUEBA
                       END-IF
               END-READ
               CLOSE MASK-CONTROL
           END-IF.

       ENMASCARAR-USUARIOS.
           INITIALIZE CONTEOS-ARCHIVO.
           MOVE "USERMAST" TO NOMBRE-ARCHIVO.
           MOVE "TUSERMST" TO NOMBRE-PRUEBA.
           MOVE "N" TO MAESTRO-EOF-SW.
           OPEN INPUT USER-MASTER.
           IF MAESTRO-STATUS NOT = "00"
               PERFORM INFORMAR-SIN-MAESTRO
               GO TO ENMASCARAR-USUARIOS-EXIT
           END-IF.
           OPEN OUTPUT TEST-USER.
           READ USER-MASTER NEXT RECORD
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               ADD 1 TO CANT-LEIDOS
               MOVE USER-MASTER-RECORD TO TEST-USER-RECORD
               MOVE UM-EMP-ID TO CLAVE-ORIGINAL
               PERFORM REVOLVER-CLAVE
               MOVE CLAVE-REVUELTA TO TU-EMP-ID
               MOVE SPACES TO TU-EMP-NAME
               STRING "EMPLEADO " DELIMITED BY SIZE
                   CLAVE-REVUELTA DELIMITED BY SIZE
                   INTO TU-EMP-NAME
               MOVE UM-BIRTH-DATE TO DC-FECHA1
               PERFORM CORRER-FECHA
               MOVE DC-FECHA1 TO TU-BIRTH-DATE
               MOVE CLAVE-REVUELTA TO PN-EMP-ID
               MOVE PIN-PRUEBA TO PN-PIN
               CALL "PINHASH" USING PIN-AREA
               MOVE PN-HASH TO TU-PIN
               WRITE TEST-USER-RECORD
                   INVALID KEY
                       ADD 1 TO CANT-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO CANT-GRABADOS
                       IF TU-EMP-ID NOT = UM-EMP-ID
                          AND TU-EMP-NAME NOT = UM-EMP-NAME
                           ADD 1 TO CANT-ENMASCARADOS
                       END-IF
               END-WRITE
               READ USER-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE USER-MASTER.
           CLOSE TEST-USER.
           PERFORM INFORMAR-CONTEOS.
       ENMASCARAR-USUARIOS-EXIT.
           EXIT.

       ENMASCARAR-ESTUDIANTES.
      /LAS NOTAS QUEDAN COMO ESTAN: SIN NOMBRE NI CLAVE REAL NO
      /IDENTIFICAN A NADIE Y SON LO QUE LA PRUEBA NECESITA
           INITIALIZE CONTEOS-ARCHIVO.
           MOVE "STUDMAST" TO NOMBRE-ARCHIVO.
           MOVE "TSTUDMST" TO NOMBRE-PRUEBA.
           MOVE "N" TO MAESTRO-EOF-SW.
           OPEN INPUT STUDENT-MASTER.
           IF MAESTRO-STATUS NOT = "00"
               PERFORM INFORMAR-SIN-MAESTRO
               GO TO ENMASCARAR-ESTUDIANTES-EXIT
           END-IF.
           OPEN OUTPUT TEST-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               ADD 1 TO CANT-LEIDOS
               MOVE SM-GRADE-COUNT TO TS-GRADE-COUNT
               MOVE STUDENT-MASTER-RECORD TO TEST-STUDENT-RECORD
               MOVE SM-STUDENT-ID TO CLAVE-ORIGINAL
               PERFORM REVOLVER-CLAVE
               MOVE CLAVE-REVUELTA TO TS-STUDENT-ID
               MOVE SPACES TO TS-STUDENT-NAME
               STRING "ALUMNO " DELIMITED BY SIZE
                   CLAVE-REVUELTA DELIMITED BY SIZE
                   INTO TS-STUDENT-NAME
               WRITE TEST-STUDENT-RECORD
                   INVALID KEY
                       ADD 1 TO CANT-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO CANT-GRABADOS
                       IF TS-STUDENT-ID NOT = SM-STUDENT-ID
                          AND TS-STUDENT-NAME NOT = SM-STUDENT-NAME
                           ADD 1 TO CANT-ENMASCARADOS
                       END-IF
               END-WRITE
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           CLOSE TEST-STUDENT.
           PERFORM INFORMAR-CONTEOS.
       ENMASCARAR-ESTUDIANTES-EXIT.
           EXIT.

       ENMASCARAR-HISTORIA.
           INITIALIZE CONTEOS-ARCHIVO.
           MOVE "HISTGRAD" TO NOMBRE-ARCHIVO.
           MOVE "THISTGRD" TO NOMBRE-PRUEBA.
           MOVE "N" TO MAESTRO-EOF-SW.
           OPEN INPUT HIST-GRADES.
           IF MAESTRO-STATUS NOT = "00"
               PERFORM INFORMAR-SIN-MAESTRO
               GO TO ENMASCARAR-HISTORIA-EXIT
           END-IF.
           OPEN OUTPUT TEST-HIST.
           READ HIST-GRADES NEXT RECORD
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               ADD 1 TO CANT-LEIDOS
               MOVE HIST-GRADE-RECORD TO TEST-HIST-RECORD
               MOVE HG-STUDENT-ID TO CLAVE-ORIGINAL
               PERFORM REVOLVER-CLAVE
               MOVE CLAVE-REVUELTA TO TH-STUDENT-ID
               WRITE TEST-HIST-RECORD
                   INVALID KEY
                       ADD 1 TO CANT-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO CANT-GRABADOS
                       IF TH-STUDENT-ID NOT = HG-STUDENT-ID
                           ADD 1 TO CANT-ENMASCARADOS
                       END-IF
               END-WRITE
               READ HIST-GRADES NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE HIST-GRADES.
           CLOSE TEST-HIST.
           PERFORM INFORMAR-CONTEOS.
       ENMASCARAR-HISTORIA-EXIT.
           EXIT.

       ENMASCARAR-ASISTENCIA.
           INITIALIZE CONTEOS-ARCHIVO.
           MOVE "ATTNMAST" TO NOMBRE-ARCHIVO.
           MOVE "TATTNMST" TO NOMBRE-PRUEBA.
           MOVE "N" TO MAESTRO-EOF-SW.
           OPEN INPUT ATTN-MASTER.
           IF MAESTRO-STATUS NOT = "00"
               PERFORM INFORMAR-SIN-MAESTRO
               GO TO ENMASCARAR-ASISTENCIA-EXIT
           END-IF.
           OPEN OUTPUT TEST-ATTN.
           READ ATTN-MASTER NEXT RECORD
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               ADD 1 TO CANT-LEIDOS
               MOVE ATTN-MASTER-RECORD TO TEST-ATTN-RECORD
               MOVE AT-STUDENT-ID TO CLAVE-ORIGINAL
               PERFORM REVOLVER-CLAVE
               MOVE CLAVE-REVUELTA TO TA-STUDENT-ID
               WRITE TEST-ATTN-RECORD
                   INVALID KEY
                       ADD 1 TO CANT-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO CANT-GRABADOS
                       IF TA-STUDENT-ID NOT = AT-STUDENT-ID
                           ADD 1 TO CANT-ENMASCARADOS
                       END-IF
               END-WRITE
               READ ATTN-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE ATTN-MASTER.
           CLOSE TEST-ATTN.
           PERFORM INFORMAR-CONTEOS.
       ENMASCARAR-ASISTENCIA-EXIT.
           EXIT.

       REVOLVER-CLAVE.
           MOVE CLAVE-ORIGINAL TO CLAVE-REVUELTA.
           MOVE 0 TO ACUMULADO.
           PERFORM VARYING IND-CLAVE FROM 1 BY 1
                   UNTIL IND-CLAVE > 10
               ADD SEMILLA-DIGITO(IND-CLAVE) TO ACUMULADO
               PERFORM BUSCAR-EN-DIGITOS
               IF CARACTER-HALLADO
                   COMPUTE CORRIMIENTO = FUNCTION MOD(ACUMULADO 10)
                   IF CORRIMIENTO = 0
                       MOVE 1 TO CORRIMIENTO
                   END-IF
                   COMPUTE IND-ALFABETO = FUNCTION MOD(
                       VALOR-CARACTER + CORRIMIENTO 10) + 1
                   MOVE DIGITOS(IND-ALFABETO:1)
                       TO CLAVE-REVUELTA(IND-CLAVE:1)
                   ADD VALOR-CARACTER TO ACUMULADO
               ELSE
                   PERFORM BUSCAR-EN-LETRAS
                   IF CARACTER-HALLADO
                       COMPUTE CORRIMIENTO =
                           FUNCTION MOD(ACUMULADO 26)
                       IF CORRIMIENTO = 0
                           MOVE 1 TO CORRIMIENTO
                       END-IF
                       COMPUTE IND-ALFABETO = FUNCTION MOD(
                           VALOR-CARACTER + CORRIMIENTO 26) + 1
                       MOVE LETRAS(IND-ALFABETO:1)
                           TO CLAVE-REVUELTA(IND-CLAVE:1)
                       ADD VALOR-CARACTER TO ACUMULADO
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-EN-DIGITOS.
      /VALOR-CARACTER QUEDA EN BASE CERO DENTRO DEL ALFABETO
           MOVE "N" TO CARACTER-HALLADO-SW.
           PERFORM VARYING IND-ALFABETO FROM 1 BY 1
                   UNTIL IND-ALFABETO > 10 OR CARACTER-HALLADO
               IF DIGITOS(IND-ALFABETO:1)
                  = CLAVE-ORIGINAL(IND-CLAVE:1)
                   MOVE "Y" TO CARACTER-HALLADO-SW
                   COMPUTE VALOR-CARACTER = IND-ALFABETO - 1
               END-IF
           END-PERFORM.

       BUSCAR-EN-LETRAS.
           MOVE "N" TO CARACTER-HALLADO-SW.
           PERFORM VARYING IND-ALFABETO FROM 1 BY 1
                   UNTIL IND-ALFABETO > 26 OR CARACTER-HALLADO
               IF LETRAS(IND-ALFABETO:1)
                  = CLAVE-ORIGINAL(IND-CLAVE:1)
                   MOVE "Y" TO CARACTER-HALLADO-SW
                   COMPUTE VALOR-CARACTER = IND-ALFABETO - 1
               END-IF
           END-PERFORM.

       CORRER-FECHA.
      /LA FECHA DE NACIMIENTO RETROCEDE LA BASE DEL CONTROL MAS
      /HASTA 30 DIAS QUE SALEN DE LA CLAVE REVUELTA, ASI NO QUEDA
      /UN CORRIMIENTO UNICO PARA DESHACER; UNA FECHA INVALIDA O EN
      /CERO SE DEJA COMO VINO, NO IDENTIFICA A NADIE
           MOVE "V" TO DC-OPERACION.
           CALL "DATECALC" USING DATE-AREA.
           IF DC-FECHA1 > 0 AND NOT DC-FECHA-MALA
               COMPUTE DIAS-RESTAR = DIAS-CORRIMIENTO
                   + FUNCTION MOD(ACUMULADO 31)
               COMPUTE DIA-JULIANO =
                   FUNCTION INTEGER-OF-DATE(DC-FECHA1) - DIAS-RESTAR
               COMPUTE DC-FECHA1 =
                   FUNCTION DATE-OF-INTEGER(DIA-JULIANO)
           END-IF.

       INFORMAR-SIN-MAESTRO.
      /UN MAESTRO AUSENTE NO ES UNA FUGA DE DATOS: SE INFORMA Y LA
      /COPIA DE ESE ARCHIVO SIMPLEMENTE NO SE GENERA
           MOVE SPACES TO MASK-REPORT-LINEA.
           STRING NOMBRE-ARCHIVO DELIMITED BY SIZE
               " AUSENTE O ILEGIBLE, SIN COPIA DE PRUEBA"
                   DELIMITED BY SIZE
               INTO MASK-REPORT-LINEA.
           WRITE MASK-REPORT-LINEA.

       INFORMAR-CONTEOS.
           MOVE CANT-LEIDOS TO CANT-EDIT.
           MOVE CANT-GRABADOS TO CANT-EDIT-2.
           MOVE CANT-ENMASCARADOS TO CANT-EDIT-3.
           MOVE CANT-RECHAZADOS TO CANT-EDIT-4.
           MOVE SPACES TO MASK-REPORT-LINEA.
           STRING NOMBRE-ARCHIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-PRUEBA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CANT-EDIT-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CANT-EDIT-3 DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               CANT-EDIT-4 DELIMITED BY SIZE
               INTO MASK-REPORT-LINEA.
           WRITE MASK-REPORT-LINEA.
           ADD CANT-LEIDOS TO TOTAL-LEIDOS.
           ADD CANT-ENMASCARADOS TO TOTAL-ENMASCARADOS.
           IF CANT-GRABADOS NOT = CANT-LEIDOS
              OR CANT-ENMASCARADOS NOT = CANT-LEIDOS
               MOVE "Y" TO EXTRACTO-MALO-SW
           END-IF.

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
           MOVE "MASKEXT" TO RL-PROGRAMA.
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
           MOVE "MASKEXT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "LEIDOS=" DELIMITED BY SIZE
               TOTAL-LEIDOS DELIMITED BY SIZE
               " ENMASCARADOS=" DELIMITED BY SIZE
               TOTAL-ENMASCARADOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM MASKEXT.
