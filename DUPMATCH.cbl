      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/4/26
      * Purpose:Deteccion-De-Personas-Duplicadas-En-Los-Maestros
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPMATCH IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT DUP-CONTROL ASSIGN TO "DUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-CONTROL-STATUS.

           SELECT DUP-EXCLUSION ASSIGN TO "DUPEXCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-EXCLUSION-STATUS.

           SELECT DUP-REPORT ASSIGN TO "RPTDUPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  DUP-CONTROL.
      /DC-UMBRAL: PUNTAJE MINIMO PARA LISTAR UN PAR COMO SOSPECHOSO.
      /EL PUNTAJE SUMA NOMBRE (60 MISMAS PALABRAS EN CUALQUIER ORDEN,
      /40 SI COMPARTEN AL MENOS DOS), FECHA DE NACIMIENTO IGUAL (30)
      /Y MISMO DEPARTAMENTO O MISMA SECCION (10)
       01  DUP-CONTROL-RECORD.
           05  DC-UMBRAL           PIC 9(03).

       FD  DUP-EXCLUSION.
      /PARES MARCADOS POR UN OPERADOR COMO "NO ES DUPLICADO": YA NO
      /VUELVEN A LISTARSE. CADA PERSONA VA COMO TIPO (U USER-MASTER,
      /S STUDENT-MASTER) MAS SU CLAVE, LA MENOR PRIMERO
       01  DUP-EXCLUSION-RECORD.
           05  DE-PERSONA-1.
               10  DE-TIPO-1       PIC X(01).
               10  DE-ID-1         PIC X(10).
           05  FILLER              PIC X(01).
           05  DE-PERSONA-2.
               10  DE-TIPO-2       PIC X(01).
               10  DE-ID-2         PIC X(10).
           05  FILLER              PIC X(01).
           05  DE-OPERADOR         PIC X(10).
           05  FILLER              PIC X(01).
           05  DE-TIMESTAMP        PIC X(17).

       FD  DUP-REPORT.
       01  DUP-REPORT-LINEA        PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN PARA IDENTIFICAR AL OPERADOR
       COPY "PINAREA.cpy".

       01 USER-MASTER-STATUS PIC X(02).
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 DUP-CONTROL-STATUS PIC X(02).
       01 DUP-EXCLUSION-STATUS PIC X(02).
       01 DUP-REPORT-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 MODO-DUPLICADOS PIC X(01).
           88 MODO-BUSCAR  VALUE "B".
           88 MODO-MARCAR  VALUE "N".

       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 EXCLUSION-EOF-SW PIC X(01) VALUE "N".
           88 EXCLUSION-EOF VALUE "Y".
       01 TABLA-LLENA-SW PIC X(01) VALUE "N".
           88 TABLA-LLENA VALUE "Y".
       01 PAR-EXCLUIDO-SW PIC X(01).
           88 PAR-EXCLUIDO VALUE "Y".

       01 UMBRAL-PUNTAJE PIC 9(03) VALUE 60.

      /UNA FILA POR PERSONA DE AMBOS MAESTROS; EL NOMBRE SE GUARDA
      /NORMALIZADO COMO SUS PALABRAS EN MAYUSCULAS Y ORDENADAS, ASI
      /"BURGOS, PEDRO" Y "Pedro Burgos" QUEDAN IGUALES
       01 MAX-PERSONAS PIC 9(04) VALUE 4000.
       01 CANT-PERSONAS PIC 9(04) COMP VALUE 0.
       01 TABLA-PERSONAS.
           05 TP-ITEM OCCURS 4000 TIMES.
              10 TP-PERSONA.
                 15 TP-TIPO       PIC X(01).
                 15 TP-ID         PIC X(10).
              10 TP-NOMBRE        PIC X(30).
              10 TP-FECHA-NAC     PIC 9(08).
              10 TP-GRUPO         PIC X(10).
              10 TP-CANT-PAL      PIC 9(01).
              10 TP-PALABRAS.
                 15 TP-PALABRA    PIC X(15) OCCURS 6 TIMES.
       01 IND-A PIC 9(04) COMP.
       01 IND-B PIC 9(04) COMP.
       01 IND-DESDE PIC 9(04) COMP.

       01 MAX-EXCLUSIONES PIC 9(04) VALUE 1000.
       01 CANT-EXCLUSIONES PIC 9(04) COMP VALUE 0.
       01 TABLA-EXCLUSIONES.
           05 TX-ITEM OCCURS 1000 TIMES.
              10 TX-PERSONA-1     PIC X(11).
              10 TX-PERSONA-2     PIC X(11).
       01 IND-EXCLUSION PIC 9(04) COMP.

      /NORMALIZACION DEL NOMBRE EN PALABRAS
       01 NOMBRE-TRABAJO PIC X(30).
       01 LETRA PIC X(01).
       01 IND-LETRA PIC 9(02) COMP.
       01 LARGO-PALABRA PIC 9(02) COMP.
       01 CANT-PAL PIC 9(01).
       01 TABLA-PALABRAS.
           05 PALABRA PIC X(15) OCCURS 6 TIMES.
       01 PALABRA-AUX PIC X(15).
       01 IND-PAL PIC 9(01) COMP.
       01 IND-PAL-2 PIC 9(01) COMP.

      /PUNTAJE DEL PAR EN COMPARACION
       01 PUNTAJE PIC 9(03).
       01 PUNTAJE-EDIT PIC ZZ9.
       01 PALABRAS-COMUNES PIC 9(01).
       01 MOTIVOS PIC X(30).
       01 PUNTERO-MOTIVOS PIC 9(02) COMP.
       01 PAR-MENOR PIC X(11).
       01 PAR-MAYOR PIC X(11).

       01 CANT-COMPARADAS PIC 9(09) VALUE 0.
       01 CANT-SOSPECHAS PIC 9(05) VALUE 0.
       01 CANT-OMITIDAS PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 CANT-EDIT-9 PIC ZZZZZZZZ9.

      /MARCA DE "NO ES DUPLICADO": EL OPERADOR SE IDENTIFICA CON SU
      /NU Y SU PIN Y DEBE TENER ROL "O"
       01 OPERADOR-ACTUAL PIC X(10).
       01 OPERADOR-PIN PIC X(04).
       01 INTENTOS-OPERADOR PIC 9(01) VALUE 0.
       01 OPERADOR-OK-SW PIC X(01) VALUE "N".
           88 OPERADOR-OK VALUE "Y".
       01 FIN-MARCAS-SW PIC X(01) VALUE "N".
           88 FIN-MARCAS VALUE "Y".
      /SE FIJA UNA VEZ AL ABRIR: DESPUES DE UN READ SIN HALLAZGO EL
      /STATUS YA NO ES 00 Y EL MAESTRO SIGUE DISPONIBLE
       01 ALUMNOS-DISPONIBLE-SW PIC X(01) VALUE "N".
           88 ALUMNOS-DISPONIBLE VALUE "Y".
       01 PERSONA-ENTRADA.
           05 PE-TIPO PIC X(01).
           05 PE-ID PIC X(10).
       01 PERSONA-ENTRADA-1 PIC X(11).
       01 PERSONA-ENTRADA-2 PIC X(11).
       01 PERSONA-EXISTE-SW PIC X(01).
           88 PERSONA-EXISTE VALUE "Y".
       01 CANT-MARCADAS PIC 9(05) VALUE 0.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-MODO-EJECUCION: "B" BUSCA DUPLICADOS (CORRIDA DE LA CADENA),
      /"N" MARCA PARES COMO NO DUPLICADOS; SIN PARAMETRO SE PREGUNTA
       01 LK-MODO-EJECUCION PIC X(01).
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-MODO-EJECUCION
                                         LK-RETORNO.
       MAIN-PROCEDURE.
      /LA MISMA PERSONA CARGADA DOS VECES CON CLAVES DISTINTAS (UN
      /REINGRESO CON NUEVO UM-EMP-ID, UN ALUMNO REINSCRIPTO CON NUEVO
      /SM-STUDENT-ID DESPUES DE YEARROLL): SE COMPARAN LOS NOMBRES
      /NORMALIZADOS, LA FECHA DE NACIMIENTO Y EL DEPARTAMENTO O LA
      /SECCION, DENTRO DE CADA MAESTRO Y ENTRE LOS DOS, Y SE LISTAN
      /LOS PARES SOSPECHOSOS PARA REVISION
           IF ADDRESS OF LK-MODO-EJECUCION = NULL
               DISPLAY "(B)USCAR DUPLICADOS O MARCAR UN PAR COMO "
                   "(N)O DUPLICADO: "
               ACCEPT MODO-DUPLICADOS
           ELSE
               MOVE LK-MODO-EJECUCION TO MODO-DUPLICADOS
           END-IF.
           PERFORM REGISTRAR-LOG-INICIO.
           EVALUATE TRUE
               WHEN MODO-BUSCAR
                   PERFORM BUSCAR-DUPLICADOS
               WHEN MODO-MARCAR
                   PERFORM MARCAR-NO-DUPLICADOS
               WHEN OTHER
                   DISPLAY "MODO INVALIDO: " MODO-DUPLICADOS
                   PERFORM MARCAR-FALLA-PASO
           END-EVALUATE.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       BUSCAR-DUPLICADOS.
           PERFORM LEER-CONTROL.
           PERFORM CARGAR-EXCLUSIONES.
           OPEN OUTPUT DUP-REPORT.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE SPACES TO DUP-REPORT-LINEA.
           STRING "PERSONAS POSIBLEMENTE DUPLICADAS AL "
                   DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               INTO DUP-REPORT-LINEA.
           WRITE DUP-REPORT-LINEA.
           MOVE UMBRAL-PUNTAJE TO PUNTAJE-EDIT.
           MOVE SPACES TO DUP-REPORT-LINEA.
           STRING "PUNTAJE MINIMO: " DELIMITED BY SIZE
               PUNTAJE-EDIT DELIMITED BY SIZE
               INTO DUP-REPORT-LINEA.
           WRITE DUP-REPORT-LINEA.
           MOVE SPACES TO DUP-REPORT-LINEA.
           WRITE DUP-REPORT-LINEA.

           OPEN INPUT USER-MASTER.
           IF USER-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                   USER-MASTER-STATUS
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE USER-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
           ELSE
               PERFORM CARGAR-EMPLEADOS
               CLOSE USER-MASTER
           END-IF.
      /SIN STUDENT-MASTER SE COMPARAN SOLO LOS EMPLEADOS
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS = "00"
               PERFORM CARGAR-ALUMNOS
               CLOSE STUDENT-MASTER
           END-IF.

           IF TABLA-LLENA
               MOVE "TABLA DE PERSONAS LLENA: COMPARACION INCOMPLETA"
                   TO DUP-REPORT-LINEA
               WRITE DUP-REPORT-LINEA
               PERFORM MARCAR-FALLA-PASO
           END-IF.
           PERFORM COMPARAR-PERSONAS
               VARYING IND-A FROM 1 BY 1
               UNTIL IND-A >= CANT-PERSONAS.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE DUP-REPORT.

       LEER-CONTROL.
           OPEN INPUT DUP-CONTROL.
           IF DUP-CONTROL-STATUS = "00"
               READ DUP-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DC-UMBRAL NUMERIC AND DC-UMBRAL > 0
                           MOVE DC-UMBRAL TO UMBRAL-PUNTAJE
                       END-IF
               END-READ
               CLOSE DUP-CONTROL
           END-IF.

       CARGAR-EXCLUSIONES.
           MOVE 0 TO CANT-EXCLUSIONES.
           MOVE "N" TO EXCLUSION-EOF-SW.
           OPEN INPUT DUP-EXCLUSION.
           IF DUP-EXCLUSION-STATUS NOT = "00"
               MOVE "Y" TO EXCLUSION-EOF-SW
           ELSE
               READ DUP-EXCLUSION
                   AT END MOVE "Y" TO EXCLUSION-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL EXCLUSION-EOF
               IF CANT-EXCLUSIONES < MAX-EXCLUSIONES
                   ADD 1 TO CANT-EXCLUSIONES
                   MOVE DE-PERSONA-1 TO TX-PERSONA-1(CANT-EXCLUSIONES)
                   MOVE DE-PERSONA-2 TO TX-PERSONA-2(CANT-EXCLUSIONES)
               ELSE
                   DISPLAY "TABLA DE EXCLUSIONES LLENA, SE IGNORA: "
                       DE-PERSONA-1 " " DE-PERSONA-2
               END-IF
               READ DUP-EXCLUSION
                   AT END MOVE "Y" TO EXCLUSION-EOF-SW
               END-READ
           END-PERFORM.
           IF DUP-EXCLUSION-STATUS = "00"
              OR DUP-EXCLUSION-STATUS = "10"
               CLOSE DUP-EXCLUSION
           END-IF.

       CARGAR-EMPLEADOS.
      /LOS DADOS DE BAJA TAMBIEN ENTRAN: EL CASO TIPICO ES EL
      /REINGRESO, DONDE LA CLAVE VIEJA QUEDO EN BAJA
           MOVE "N" TO MAESTRO-EOF-SW.
           MOVE LOW-VALUES TO UM-EMP-ID.
           START USER-MASTER KEY IS NOT LESS THAN UM-EMP-ID
               INVALID KEY MOVE "Y" TO MAESTRO-EOF-SW
           END-START.
           IF NOT MAESTRO-EOF
               READ USER-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL MAESTRO-EOF OR TABLA-LLENA
               IF CANT-PERSONAS < MAX-PERSONAS
                   ADD 1 TO CANT-PERSONAS
                   MOVE "U" TO TP-TIPO(CANT-PERSONAS)
                   MOVE UM-EMP-ID TO TP-ID(CANT-PERSONAS)
                   MOVE UM-EMP-NAME TO TP-NOMBRE(CANT-PERSONAS)
                   IF UM-BIRTH-DATE NUMERIC
                       MOVE UM-BIRTH-DATE
                           TO TP-FECHA-NAC(CANT-PERSONAS)
                   ELSE
                       MOVE 0 TO TP-FECHA-NAC(CANT-PERSONAS)
                   END-IF
                   MOVE UM-DEPT TO TP-GRUPO(CANT-PERSONAS)
                   MOVE UM-EMP-NAME TO NOMBRE-TRABAJO
                   PERFORM NORMALIZAR-NOMBRE
               ELSE
                   MOVE "Y" TO TABLA-LLENA-SW
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.

       CARGAR-ALUMNOS.
      /STUDENT-MASTER NO TRAE FECHA DE NACIMIENTO: LOS ALUMNOS SE
      /COMPARAN POR NOMBRE Y SECCION
           MOVE "N" TO MAESTRO-EOF-SW.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-STUDENT-ID
               INVALID KEY MOVE "Y" TO MAESTRO-EOF-SW
           END-START.
           IF NOT MAESTRO-EOF
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL MAESTRO-EOF OR TABLA-LLENA
               IF CANT-PERSONAS < MAX-PERSONAS
                   ADD 1 TO CANT-PERSONAS
                   MOVE "S" TO TP-TIPO(CANT-PERSONAS)
                   MOVE SM-STUDENT-ID TO TP-ID(CANT-PERSONAS)
                   MOVE SM-STUDENT-NAME TO TP-NOMBRE(CANT-PERSONAS)
                   MOVE 0 TO TP-FECHA-NAC(CANT-PERSONAS)
                   MOVE SM-SECTION TO TP-GRUPO(CANT-PERSONAS)
                   MOVE SM-STUDENT-NAME TO NOMBRE-TRABAJO
                   PERFORM NORMALIZAR-NOMBRE
               ELSE
                   MOVE "Y" TO TABLA-LLENA-SW
               END-IF
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.

       NORMALIZAR-NOMBRE.
      /MAYUSCULAS, CUALQUIER SIGNO O BLANCO SEPARA PALABRAS, Y LAS
      /PALABRAS (HASTA SEIS) SE ORDENAN; EL RESULTADO VA A LA FILA
      /DE LA PERSONA RECIEN AGREGADA
           INSPECT NOMBRE-TRABAJO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO TABLA-PALABRAS.
           MOVE 0 TO CANT-PAL.
           MOVE 0 TO LARGO-PALABRA.
           PERFORM VARYING IND-LETRA FROM 1 BY 1
                   UNTIL IND-LETRA > 30
               MOVE NOMBRE-TRABAJO(IND-LETRA:1) TO LETRA
               IF (LETRA >= "A" AND LETRA <= "Z")
                  OR (LETRA >= "0" AND LETRA <= "9")
                   IF LARGO-PALABRA = 0
                       IF CANT-PAL < 6
                           ADD 1 TO CANT-PAL
                           MOVE 1 TO LARGO-PALABRA
                           MOVE LETRA TO PALABRA(CANT-PAL)(1:1)
                       ELSE
                           MOVE 16 TO LARGO-PALABRA
                       END-IF
                   ELSE
                       IF LARGO-PALABRA < 15
                           ADD 1 TO LARGO-PALABRA
                           MOVE LETRA TO
                               PALABRA(CANT-PAL)(LARGO-PALABRA:1)
                       END-IF
                   END-IF
               ELSE
                   MOVE 0 TO LARGO-PALABRA
               END-IF
           END-PERFORM.
           PERFORM VARYING IND-PAL FROM 1 BY 1
                   UNTIL IND-PAL >= CANT-PAL
               PERFORM VARYING IND-PAL-2 FROM 1 BY 1
                       UNTIL IND-PAL-2 > CANT-PAL - IND-PAL
                   IF PALABRA(IND-PAL-2) > PALABRA(IND-PAL-2 + 1)
                       MOVE PALABRA(IND-PAL-2) TO PALABRA-AUX
                       MOVE PALABRA(IND-PAL-2 + 1)
                           TO PALABRA(IND-PAL-2)
                       MOVE PALABRA-AUX TO PALABRA(IND-PAL-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE CANT-PAL TO TP-CANT-PAL(CANT-PERSONAS).
           MOVE TABLA-PALABRAS TO TP-PALABRAS(CANT-PERSONAS).

       COMPARAR-PERSONAS.
      /CADA PERSONA CONTRA LAS QUE LE SIGUEN EN LA TABLA
           COMPUTE IND-DESDE = IND-A + 1.
           PERFORM COMPARAR-PAR THRU COMPARAR-PAR-EXIT
               VARYING IND-B FROM IND-DESDE BY 1
               UNTIL IND-B > CANT-PERSONAS.

       COMPARAR-PAR.
      /SIN NINGUNA EVIDENCIA DE NOMBRE EL PAR NO SE PUNTUA
           ADD 1 TO CANT-COMPARADAS.
           MOVE 0 TO PUNTAJE.
           MOVE SPACES TO MOTIVOS.
           MOVE 1 TO PUNTERO-MOTIVOS.
           IF TP-CANT-PAL(IND-A) = 0 OR TP-CANT-PAL(IND-B) = 0
               GO TO COMPARAR-PAR-EXIT
           END-IF.
           IF TP-PALABRAS(IND-A) = TP-PALABRAS(IND-B)
               MOVE 60 TO PUNTAJE
               STRING "NOMBRE" DELIMITED BY SIZE
                   INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
           ELSE
               PERFORM CONTAR-PALABRAS-COMUNES
               IF PALABRAS-COMUNES >= 2
                   MOVE 40 TO PUNTAJE
                   STRING "NOMBRE-PARCIAL" DELIMITED BY SIZE
                       INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
               END-IF
           END-IF.
           IF PUNTAJE = 0
               GO TO COMPARAR-PAR-EXIT
           END-IF.
           IF TP-FECHA-NAC(IND-A) > 0
              AND TP-FECHA-NAC(IND-A) = TP-FECHA-NAC(IND-B)
               ADD 30 TO PUNTAJE
               STRING " FECHA-NAC" DELIMITED BY SIZE
                   INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
           END-IF.
           IF TP-TIPO(IND-A) = TP-TIPO(IND-B)
              AND TP-GRUPO(IND-A) NOT = SPACES
              AND TP-GRUPO(IND-A) = TP-GRUPO(IND-B)
               ADD 10 TO PUNTAJE
               IF TP-TIPO(IND-A) = "U"
                   STRING " DEPTO" DELIMITED BY SIZE
                       INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
               ELSE
                   STRING " SECCION" DELIMITED BY SIZE
                       INTO MOTIVOS WITH POINTER PUNTERO-MOTIVOS
               END-IF
           END-IF.
           IF PUNTAJE < UMBRAL-PUNTAJE
               GO TO COMPARAR-PAR-EXIT
           END-IF.
           PERFORM BUSCAR-EXCLUSION.
           IF PAR-EXCLUIDO
               ADD 1 TO CANT-OMITIDAS
           ELSE
               ADD 1 TO CANT-SOSPECHAS
               PERFORM LISTAR-SOSPECHA
           END-IF.
       COMPARAR-PAR-EXIT.
           EXIT.

       CONTAR-PALABRAS-COMUNES.
           MOVE 0 TO PALABRAS-COMUNES.
           PERFORM VARYING IND-PAL FROM 1 BY 1
                   UNTIL IND-PAL > TP-CANT-PAL(IND-A)
               PERFORM VARYING IND-PAL-2 FROM 1 BY 1
                       UNTIL IND-PAL-2 > TP-CANT-PAL(IND-B)
                   IF TP-PALABRA(IND-A, IND-PAL)
                      = TP-PALABRA(IND-B, IND-PAL-2)
                       ADD 1 TO PALABRAS-COMUNES
                       MOVE TP-CANT-PAL(IND-B) TO IND-PAL-2
                   END-IF
               END-PERFORM
           END-PERFORM.

       BUSCAR-EXCLUSION.
           IF TP-PERSONA(IND-A) < TP-PERSONA(IND-B)
               MOVE TP-PERSONA(IND-A) TO PAR-MENOR
               MOVE TP-PERSONA(IND-B) TO PAR-MAYOR
           ELSE
               MOVE TP-PERSONA(IND-B) TO PAR-MENOR
               MOVE TP-PERSONA(IND-A) TO PAR-MAYOR
           END-IF.
           MOVE "N" TO PAR-EXCLUIDO-SW.
           PERFORM VARYING IND-EXCLUSION FROM 1 BY 1
                   UNTIL IND-EXCLUSION > CANT-EXCLUSIONES
                      OR PAR-EXCLUIDO
               IF TX-PERSONA-1(IND-EXCLUSION) = PAR-MENOR
                  AND TX-PERSONA-2(IND-EXCLUSION) = PAR-MAYOR
                   MOVE "Y" TO PAR-EXCLUIDO-SW
               END-IF
           END-PERFORM.

       LISTAR-SOSPECHA.
           MOVE PUNTAJE TO PUNTAJE-EDIT.
           MOVE SPACES TO DUP-REPORT-LINEA.
           STRING "PUNTAJE " DELIMITED BY SIZE
               PUNTAJE-EDIT DELIMITED BY SIZE
               "  POR: " DELIMITED BY SIZE
               MOTIVOS DELIMITED BY SIZE
               INTO DUP-REPORT-LINEA.
           WRITE DUP-REPORT-LINEA.
           MOVE SPACES TO DUP-REPORT-LINEA.
           STRING "  " DELIMITED BY SIZE
               TP-TIPO(IND-A) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TP-ID(IND-A) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TP-NOMBRE(IND-A) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TP-GRUPO(IND-A) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TP-FECHA-NAC(IND-A) DELIMITED BY SIZE
               INTO DUP-REPORT-LINEA.
           WRITE DUP-REPORT-LINEA.
           MOVE SPACES TO DUP-REPORT-LINEA.
           STRING "  " DELIMITED BY SIZE
               TP-TIPO(IND-B) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TP-ID(IND-B) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TP-NOMBRE(IND-B) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TP-GRUPO(IND-B) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TP-FECHA-NAC(IND-B) DELIMITED BY SIZE
               INTO DUP-REPORT-LINEA.
           WRITE DUP-REPORT-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO DUP-REPORT-LINEA.
           WRITE DUP-REPORT-LINEA.
           MOVE CANT-PERSONAS TO CANT-EDIT.
           MOVE SPACES TO DUP-REPORT-LINEA.
           STRING "PERSONAS CARGADAS:         " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO DUP-REPORT-LINEA.
           WRITE DUP-REPORT-LINEA.
           MOVE CANT-COMPARADAS TO CANT-EDIT-9.
           MOVE SPACES TO DUP-REPORT-LINEA.
           STRING "PARES COMPARADOS:      " DELIMITED BY SIZE
               CANT-EDIT-9 DELIMITED BY SIZE
               INTO DUP-REPORT-LINEA.
           WRITE DUP-REPORT-LINEA.
           MOVE CANT-SOSPECHAS TO CANT-EDIT.
           MOVE SPACES TO DUP-REPORT-LINEA.
           STRING "PARES SOSPECHOSOS:         " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO DUP-REPORT-LINEA.
           WRITE DUP-REPORT-LINEA.
           MOVE CANT-OMITIDAS TO CANT-EDIT.
           MOVE SPACES TO DUP-REPORT-LINEA.
           STRING "OMITIDOS (NO DUPLICADOS):  " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO DUP-REPORT-LINEA.
           WRITE DUP-REPORT-LINEA.

       MARCAR-NO-DUPLICADOS.
      /EL OPERADOR REVISO UN PAR DEL REPORTE Y NO ES LA MISMA
      /PERSONA: EL PAR QUEDA EN DUPEXCL CON QUIEN Y CUANDO, Y LAS
      /CORRIDAS SIGUIENTES YA NO LO LISTAN
           OPEN INPUT USER-MASTER.
           IF USER-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                   USER-MASTER-STATUS
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE USER-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
           ELSE
               PERFORM IDENTIFICAR-OPERADOR
               IF NOT OPERADOR-OK
                   DISPLAY "ACCESO DENEGADO"
               ELSE
                   OPEN INPUT STUDENT-MASTER
                   IF STUDENT-MASTER-STATUS = "00"
                       MOVE "Y" TO ALUMNOS-DISPONIBLE-SW
                   ELSE
                       MOVE "N" TO ALUMNOS-DISPONIBLE-SW
                   END-IF
                   PERFORM CARGAR-EXCLUSIONES
                   MOVE "N" TO FIN-MARCAS-SW
                   PERFORM MARCAR-UN-PAR THRU MARCAR-UN-PAR-EXIT
                       UNTIL FIN-MARCAS
                   IF ALUMNOS-DISPONIBLE
                       CLOSE STUDENT-MASTER
                   END-IF
               END-IF
               CLOSE USER-MASTER
           END-IF.

       IDENTIFICAR-OPERADOR.
      /TRES INTENTOS, COMO EL OPERADOR DE USERMNT
           MOVE "N" TO OPERADOR-OK-SW.
           MOVE 0 TO INTENTOS-OPERADOR.
           PERFORM UNTIL OPERADOR-OK OR INTENTOS-OPERADOR >= 3
               ADD 1 TO INTENTOS-OPERADOR
               DISPLAY "Su NU de operador: "
               ACCEPT OPERADOR-ACTUAL
               MOVE OPERADOR-ACTUAL TO UM-EMP-ID
               READ USER-MASTER
                   INVALID KEY
                       DISPLAY "NU NO REGISTRADO"
                   NOT INVALID KEY
                       IF UM-BAJA OR UM-BLOQUEADO OR UM-ROLE NOT = "O"
                           DISPLAY "OPERADOR SIN ACCESO"
                       ELSE
                           DISPLAY "Su PIN: "
                           ACCEPT OPERADOR-PIN WITH NO-ECHO
                           MOVE UM-EMP-ID TO PN-EMP-ID
                           MOVE OPERADOR-PIN TO PN-PIN
                           CALL "PINHASH" USING PIN-AREA
                           IF PN-HASH = UM-PIN
                               MOVE "Y" TO OPERADOR-OK-SW
                           ELSE
                               DISPLAY "PIN INCORRECTO"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MARCAR-UN-PAR.
           DISPLAY SPACE.
           DISPLAY "Primera persona, tipo U o S seguido de la clave "
               "(blanco termina): ".
           MOVE SPACES TO PERSONA-ENTRADA.
           ACCEPT PERSONA-ENTRADA.
           IF PERSONA-ENTRADA = SPACES
               MOVE "Y" TO FIN-MARCAS-SW
               GO TO MARCAR-UN-PAR-EXIT
           END-IF.
           PERFORM VALIDAR-PERSONA.
           IF NOT PERSONA-EXISTE
               GO TO MARCAR-UN-PAR-EXIT
           END-IF.
           MOVE PERSONA-ENTRADA TO PERSONA-ENTRADA-1.
           DISPLAY "Segunda persona, tipo U o S seguido de la clave: ".
           MOVE SPACES TO PERSONA-ENTRADA.
           ACCEPT PERSONA-ENTRADA.
           PERFORM VALIDAR-PERSONA.
           IF NOT PERSONA-EXISTE
               GO TO MARCAR-UN-PAR-EXIT
           END-IF.
           MOVE PERSONA-ENTRADA TO PERSONA-ENTRADA-2.
           IF PERSONA-ENTRADA-1 = PERSONA-ENTRADA-2
               DISPLAY "ES LA MISMA CLAVE, NADA QUE MARCAR"
               GO TO MARCAR-UN-PAR-EXIT
           END-IF.
           IF PERSONA-ENTRADA-1 < PERSONA-ENTRADA-2
               MOVE PERSONA-ENTRADA-1 TO PAR-MENOR
               MOVE PERSONA-ENTRADA-2 TO PAR-MAYOR
           ELSE
               MOVE PERSONA-ENTRADA-2 TO PAR-MENOR
               MOVE PERSONA-ENTRADA-1 TO PAR-MAYOR
           END-IF.
           MOVE "N" TO PAR-EXCLUIDO-SW.
           PERFORM VARYING IND-EXCLUSION FROM 1 BY 1
                   UNTIL IND-EXCLUSION > CANT-EXCLUSIONES
                      OR PAR-EXCLUIDO
               IF TX-PERSONA-1(IND-EXCLUSION) = PAR-MENOR
                  AND TX-PERSONA-2(IND-EXCLUSION) = PAR-MAYOR
                   MOVE "Y" TO PAR-EXCLUIDO-SW
               END-IF
           END-PERFORM.
           IF PAR-EXCLUIDO
               DISPLAY "EL PAR YA ESTABA MARCADO COMO NO DUPLICADO"
           ELSE
               PERFORM REGISTRAR-EXCLUSION
           END-IF.
       MARCAR-UN-PAR-EXIT.
           EXIT.

       VALIDAR-PERSONA.
           MOVE "N" TO PERSONA-EXISTE-SW.
           EVALUATE PE-TIPO
               WHEN "U"
                   MOVE PE-ID TO UM-EMP-ID
                   READ USER-MASTER
                       INVALID KEY
                           DISPLAY "NO EXISTE EN USER-MASTER: " PE-ID
                       NOT INVALID KEY
                           MOVE "Y" TO PERSONA-EXISTE-SW
                   END-READ
               WHEN "S"
                   IF NOT ALUMNOS-DISPONIBLE
                       DISPLAY "STUDENT-MASTER NO DISPONIBLE"
                   ELSE
                       MOVE PE-ID TO SM-STUDENT-ID
                       READ STUDENT-MASTER
                           INVALID KEY
                               DISPLAY "NO EXISTE EN STUDENT-MASTER: "
                                   PE-ID
                           NOT INVALID KEY
                               MOVE "Y" TO PERSONA-EXISTE-SW
                       END-READ
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO: U EMPLEADO, S ALUMNO"
           END-EVALUATE.

       REGISTRAR-EXCLUSION.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND DUP-EXCLUSION.
           IF DUP-EXCLUSION-STATUS NOT = "00"
               OPEN OUTPUT DUP-EXCLUSION
           END-IF.
           MOVE SPACES TO DUP-EXCLUSION-RECORD.
           MOVE PAR-MENOR TO DE-PERSONA-1.
           MOVE PAR-MAYOR TO DE-PERSONA-2.
           MOVE OPERADOR-ACTUAL TO DE-OPERADOR.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO DE-TIMESTAMP.
           WRITE DUP-EXCLUSION-RECORD.
           CLOSE DUP-EXCLUSION.
           ADD 1 TO CANT-MARCADAS.
           IF CANT-EXCLUSIONES < MAX-EXCLUSIONES
               ADD 1 TO CANT-EXCLUSIONES
               MOVE PAR-MENOR TO TX-PERSONA-1(CANT-EXCLUSIONES)
               MOVE PAR-MAYOR TO TX-PERSONA-2(CANT-EXCLUSIONES)
           END-IF.
           DISPLAY "PAR MARCADO COMO NO DUPLICADO: " PAR-MENOR
               " " PAR-MAYOR.

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
           MOVE "DUPMATCH" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "DUPMATCH" TO RL-PROGRAMA.
           MOVE "INICIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "MODO=" DELIMITED BY SIZE
               MODO-DUPLICADOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
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
           MOVE "DUPMATCH" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           IF MODO-MARCAR
               STRING "MODO=N MARCADOS=" DELIMITED BY SIZE
                   CANT-MARCADAS DELIMITED BY SIZE
                   INTO RL-DATOS-CLAVE
           ELSE
               STRING "SOSPECHAS=" DELIMITED BY SIZE
                   CANT-SOSPECHAS DELIMITED BY SIZE
                   " OMITIDAS=" DELIMITED BY SIZE
                   CANT-OMITIDAS DELIMITED BY SIZE
                   INTO RL-DATOS-CLAVE
           END-IF.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM DUPMATCH.
