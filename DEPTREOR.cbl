      ******************************************************************
      * Author:Pedro Burgos
      * Date:13/4/26
      * Purpose:Reorganizacion-De-Departamentos-Por-Mapeo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTREOR IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS DEPT-MASTER-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT MAP-FILE ASSIGN TO "DEPTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-FILE-STATUS.

           SELECT FUTURE-FILE ASSIGN TO "FUTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUTURE-FILE-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT REORG-WORK ASSIGN TO "REORGWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REORG-WORK-STATUS.

           SELECT REORG-REPORT ASSIGN TO "RPTREORG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REORG-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-MASTER.
           COPY "DEPTMAST.cpy".

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  MAP-FILE.
      /UNA LINEA POR CODIGO VIEJO -> CODIGO NUEVO. CON MP-EMP-ID EN
      /BLANCO MUEVE TODO EL DEPARTAMENTO Y RETIRA EL VIEJO (FUSION O
      /RENOMBRE); CON MP-EMP-ID MUEVE SOLO A ESE EMPLEADO Y EL VIEJO
      /SIGUE VIGENTE (DIVISION: UNA LINEA POR CADA EMPLEADO QUE SE VA
      /AL DEPARTAMENTO NUEVO). UN CODIGO NUEVO QUE NO EXISTE SE DA DE
      /ALTA CON MP-NOMBRE-NUEVO (BLANCO = EL NOMBRE DEL VIEJO) Y
      /MP-PADRE-NUEVO (BLANCO = EL PADRE DEL VIEJO); PARA UN CODIGO
      /NUEVO QUE YA EXISTE, MP-PADRE-NUEVO LO REUBICA.
       01  MAP-RECORD.
           05  MP-CODIGO-VIEJO     PIC X(10).
           05  MP-CODIGO-NUEVO     PIC X(10).
           05  MP-EMP-ID           PIC X(10).
           05  MP-NOMBRE-NUEVO     PIC X(30).
           05  MP-PADRE-NUEVO      PIC X(10).

       FD  FUTURE-FILE.
           COPY "FUTCHG.cpy".

       FD  PEND-FILE.
           COPY "PENDCHG.cpy".

       FD  REORG-WORK.
      /COPIA DE TRABAJO DE FUTCHG O PENDCHG MIENTRAS SE REMAPEAN; EL
      /LARGO ES EL DEL MAYOR DE LOS DOS REGISTROS
       01  REORG-WORK-RECORD       PIC X(159).

       FD  REORG-REPORT.
       01  REORG-REPORT-LINEA      PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AU-TIMESTAMP        PIC X(17).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-OPERACION        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-IMAGEN           PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-CONTENIDO        PIC X(80).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-SECUENCIA        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-SELLO            PIC X(08).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO DE USERAUDT
       COPY "SELLAREA.cpy".

       01 DEPT-MASTER-STATUS  PIC X(02).
           88 DEPT-MASTER-OK  VALUE "00".
       01 USER-MASTER-STATUS  PIC X(02).
           88 USER-MASTER-OK  VALUE "00".
       01 MAP-FILE-STATUS     PIC X(02).
       01 FUTURE-FILE-STATUS  PIC X(02).
       01 PEND-FILE-STATUS    PIC X(02).
       01 REORG-WORK-STATUS   PIC X(02).
       01 REORG-REPORT-STATUS PIC X(02).
       01 AUDIT-FILE-STATUS   PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).

      /S SIMULA: REPORTA TODO LO QUE CAMBIARIA SIN ACTUALIZAR NADA.
      /A APLICA LA REORGANIZACION.
       01 MODO-REORG PIC X(01) VALUE SPACE.
           88 MODO-SIMULAR VALUE "S".
           88 MODO-APLICAR VALUE "A".

       01 DEPTO-EOF-SW PIC X(01) VALUE "N".
           88 DEPTO-EOF VALUE "Y".
       01 MAPEO-EOF-SW PIC X(01) VALUE "N".
           88 MAPEO-EOF VALUE "Y".
       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 TRABAJO-EOF-SW PIC X(01) VALUE "N".
           88 TRABAJO-EOF VALUE "Y".
       01 REMAPEADO-SW PIC X(01) VALUE "N".
           88 REMAPEADO VALUE "Y".

      /DEPTMAST ENTERO EN MEMORIA CON LA ESTRUCTURA DE ANTES Y LA DE
      /DESPUES: LA SIMULACION Y LA APLICACION SALEN DE LA MISMA TABLA.
      /TD-ORIGEN: M DEL MAESTRO, N NUEVO DE ESTA CORRIDA, U CODIGO QUE
      /SOLO APARECE EN USER-MASTER (SIN ALTA EN DEPTMAST)
       01 MAX-DEPTOS PIC 9(03) VALUE 200.
       01 CANT-DEPTOS PIC 9(03) VALUE 0.
       01 TABLA-DEPTOS.
           05 DEPTO-ITEM OCCURS 200 TIMES.
              10 TD-CODIGO        PIC X(10).
              10 TD-NOMBRE        PIC X(30).
              10 TD-PADRE-ANTES   PIC X(10).
              10 TD-PADRE-DESPUES PIC X(10).
              10 TD-JEFE          PIC X(10).
              10 TD-ORIGEN        PIC X(01).
              10 TD-RETIRAR-SW    PIC X(01).
              10 TD-ANTES         PIC 9(05).
              10 TD-DESPUES       PIC 9(05).
       01 IND-DEPTO PIC 9(03) COMP.
       01 IND-HALLADO PIC 9(03) COMP.
       01 DEPTO-BUSCADO PIC X(10).
       01 DESTINO-NUEVO PIC X(10).

      /LINEAS DEL MAPEO; TM-ESTADO V VALIDA, R RECHAZADA CON MOTIVO
       01 MAX-MAPEOS PIC 9(03) VALUE 100.
       01 CANT-MAPEOS PIC 9(03) VALUE 0.
       01 CANT-VALIDOS PIC 9(03) VALUE 0.
       01 TABLA-MAPEOS.
           05 MAPEO-ITEM OCCURS 100 TIMES.
              10 TM-VIEJO     PIC X(10).
              10 TM-NUEVO     PIC X(10).
              10 TM-EMP-ID    PIC X(10).
              10 TM-NOMBRE    PIC X(30).
              10 TM-PADRE     PIC X(10).
              10 TM-ESTADO    PIC X(01).
              10 TM-MOTIVO    PIC X(30).
              10 TM-MOVIDOS   PIC 9(05).
       01 IND-MAPEO PIC 9(03) COMP.
       01 IND-OTRO PIC 9(03) COMP.
       01 IND-USADO PIC 9(03) COMP.
       01 PADRE-VALIDO-SW PIC X(01).
           88 PADRE-VALIDO VALUE "Y".

       01 MAX-PADRES PIC 9(03) VALUE 200.
       01 CANT-PADRES PIC 9(03) VALUE 0.
       01 TABLA-PADRES.
           05 PADRE-ITEM OCCURS 200 TIMES.
              10 PA-PADRE     PIC X(10).
              10 PA-ANTES     PIC 9(05).
              10 PA-DESPUES   PIC 9(05).
       01 IND-PADRE PIC 9(03) COMP.
       01 PADRE-BUSCADO PIC X(10).

       01 CANT-MOVIDOS     PIC 9(05) VALUE 0.
       01 CANT-ERRORES     PIC 9(05) VALUE 0.
       01 CANT-RECHAZADOS  PIC 9(03) VALUE 0.
       01 CANT-FUT-REMAP   PIC 9(05) VALUE 0.
       01 CANT-PEND-REMAP  PIC 9(05) VALUE 0.
       01 CANT-EDIT        PIC ZZZZ9.
       01 CANT-EDIT-2      PIC ZZZZ9.
       01 TEXTO-MARCA      PIC X(09).
       01 OPCION-LOG       PIC X(01).

       01 IMAGEN-ANTERIOR PIC X(80).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-MODO-EJECUCION ES OPCIONAL: EJERCHAIN LO PASA DESDE EL
      /PARAMETRO DEL PASO (S O A); SIN PARAMETRO SE PREGUNTA POR
      /CONSOLA
       01 LK-MODO-EJECUCION PIC X(01).
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-MODO-EJECUCION
                                         LK-RETORNO.
       MAIN-PROCEDURE.
      /FUSIONES, DIVISIONES Y RENOMBRES DE DEPARTAMENTOS DESDE UN
      /ARCHIVO DE MAPEO: REUBICA LOS DM-PARENT, MUEVE UM-DEPT DE CADA
      /EMPLEADO AFECTADO CON SU RASTRO EN USERAUDT, RETIRA LOS
      /CODIGOS VIEJOS Y LISTA LA DOTACION ANTES Y DESPUES POR
      /DEPARTAMENTO Y POR PADRE
           IF ADDRESS OF LK-MODO-EJECUCION = NULL
               DISPLAY "(S)IMULAR LA REORGANIZACION O (A)PLICARLA: "
               ACCEPT MODO-REORG
           ELSE
               MOVE LK-MODO-EJECUCION TO MODO-REORG
           END-IF.
           PERFORM REGISTRAR-LOG-INICIO.
           OPEN OUTPUT REORG-REPORT.
           MOVE SPACES TO REORG-REPORT-LINEA.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           STRING "REORGANIZACION DE DEPARTAMENTOS AL "
                   DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               INTO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.

           EVALUATE TRUE
               WHEN MODO-SIMULAR
                   MOVE "SIMULACION: NO SE ACTUALIZA NINGUN ARCHIVO"
                       TO REORG-REPORT-LINEA
                   WRITE REORG-REPORT-LINEA
                   PERFORM PROCESAR-REORG THRU PROCESAR-REORG-EXIT
               WHEN MODO-APLICAR
                   PERFORM PROCESAR-REORG THRU PROCESAR-REORG-EXIT
               WHEN OTHER
                   DISPLAY "MODO DE REORGANIZACION INVALIDO: "
                       MODO-REORG
                   MOVE "MODO DE REORGANIZACION INVALIDO, NADA HECHO"
                       TO REORG-REPORT-LINEA
                   WRITE REORG-REPORT-LINEA
                   PERFORM MARCAR-FALLA-PASO
           END-EVALUATE.

           CLOSE REORG-REPORT.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       PROCESAR-REORG.
           IF MODO-APLICAR
               OPEN I-O DEPT-MASTER
           ELSE
               OPEN INPUT DEPT-MASTER
           END-IF.
           IF NOT DEPT-MASTER-OK
               DISPLAY "NO SE PUDO ABRIR DEPT-MASTER, STATUS: "
                   DEPT-MASTER-STATUS
               MOVE "DEPTMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE DEPT-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               MOVE "NO SE PUDO ABRIR DEPTMAST, NADA HECHO"
                   TO REORG-REPORT-LINEA
               WRITE REORG-REPORT-LINEA
               GO TO PROCESAR-REORG-EXIT
           END-IF.
           PERFORM CARGAR-DEPTOS.

           OPEN INPUT MAP-FILE.
           IF MAP-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR DEPTMAP, STATUS: "
                   MAP-FILE-STATUS
               MOVE "DEPTMAP" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE MAP-FILE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               MOVE "NO SE PUDO ABRIR DEPTMAP, NADA HECHO"
                   TO REORG-REPORT-LINEA
               WRITE REORG-REPORT-LINEA
               CLOSE DEPT-MASTER
               GO TO PROCESAR-REORG-EXIT
           END-IF.
           PERFORM CARGAR-MAPEOS.
           CLOSE MAP-FILE.

           PERFORM VALIDAR-UN-MAPEO
               VARYING IND-MAPEO FROM 1 BY 1
               UNTIL IND-MAPEO > CANT-MAPEOS.
           PERFORM VALIDAR-DESTINO-MAPEO
               VARYING IND-MAPEO FROM 1 BY 1
               UNTIL IND-MAPEO > CANT-MAPEOS.
           PERFORM ARMAR-ESTRUCTURA-NUEVA.

           IF CANT-VALIDOS = 0
               PERFORM ESCRIBIR-MAPEOS
               MOVE "SIN LINEAS DE MAPEO VALIDAS, NADA QUE HACER"
                   TO REORG-REPORT-LINEA
               WRITE REORG-REPORT-LINEA
               CLOSE DEPT-MASTER
               GO TO PROCESAR-REORG-EXIT
           END-IF.

           IF MODO-APLICAR
               OPEN I-O USER-MASTER
           ELSE
               OPEN INPUT USER-MASTER
           END-IF.
           IF NOT USER-MASTER-OK
               DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                   USER-MASTER-STATUS
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE USER-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               MOVE "NO SE PUDO ABRIR USER-MASTER, NADA HECHO"
                   TO REORG-REPORT-LINEA
               WRITE REORG-REPORT-LINEA
               CLOSE DEPT-MASTER
               GO TO PROCESAR-REORG-EXIT
           END-IF.
           MOVE SPACES TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           MOVE "EMPLEADOS QUE CAMBIAN DE DEPARTAMENTO:"
               TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           PERFORM MOVER-EMPLEADOS.
           CLOSE USER-MASTER.

           PERFORM ESCRIBIR-MAPEOS.
           PERFORM ACTUALIZAR-DEPTMAST.
           CLOSE DEPT-MASTER.
           IF MODO-APLICAR
               PERFORM REMAPEAR-FUTCHG THRU REMAPEAR-FUTCHG-FIN
               PERFORM REMAPEAR-PENDCHG THRU REMAPEAR-PENDCHG-FIN
           END-IF.
           PERFORM ESCRIBIR-DOTACIONES.
           PERFORM ESCRIBIR-TOTALES.

       PROCESAR-REORG-EXIT.
           EXIT.

       CARGAR-DEPTOS.
           MOVE 0 TO CANT-DEPTOS.
           MOVE "N" TO DEPTO-EOF-SW.
           MOVE LOW-VALUES TO DM-DEPT-CODE.
           START DEPT-MASTER KEY IS NOT LESS THAN DM-DEPT-CODE
               INVALID KEY MOVE "Y" TO DEPTO-EOF-SW
           END-START.
           IF NOT DEPTO-EOF
               READ DEPT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO DEPTO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL DEPTO-EOF
               IF CANT-DEPTOS < MAX-DEPTOS
                   ADD 1 TO CANT-DEPTOS
                   MOVE DM-DEPT-CODE TO TD-CODIGO(CANT-DEPTOS)
                   MOVE DM-DEPT-NAME TO TD-NOMBRE(CANT-DEPTOS)
                   MOVE DM-PARENT TO TD-PADRE-ANTES(CANT-DEPTOS)
                   MOVE DM-PARENT TO TD-PADRE-DESPUES(CANT-DEPTOS)
                   MOVE DM-JEFE TO TD-JEFE(CANT-DEPTOS)
                   MOVE "M" TO TD-ORIGEN(CANT-DEPTOS)
                   MOVE "N" TO TD-RETIRAR-SW(CANT-DEPTOS)
                   MOVE 0 TO TD-ANTES(CANT-DEPTOS)
                   MOVE 0 TO TD-DESPUES(CANT-DEPTOS)
               ELSE
                   DISPLAY "DEPTMAST EXCEDE LA TABLA DE "
                       MAX-DEPTOS " DEPARTAMENTOS"
               END-IF
               READ DEPT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO DEPTO-EOF-SW
               END-READ
           END-PERFORM.

       CARGAR-MAPEOS.
           MOVE 0 TO CANT-MAPEOS.
           READ MAP-FILE
               AT END MOVE "Y" TO MAPEO-EOF-SW
           END-READ.
           PERFORM UNTIL MAPEO-EOF
               IF CANT-MAPEOS < MAX-MAPEOS
                   ADD 1 TO CANT-MAPEOS
                   MOVE MP-CODIGO-VIEJO TO TM-VIEJO(CANT-MAPEOS)
                   MOVE MP-CODIGO-NUEVO TO TM-NUEVO(CANT-MAPEOS)
                   MOVE MP-EMP-ID TO TM-EMP-ID(CANT-MAPEOS)
                   MOVE MP-NOMBRE-NUEVO TO TM-NOMBRE(CANT-MAPEOS)
                   MOVE MP-PADRE-NUEVO TO TM-PADRE(CANT-MAPEOS)
                   MOVE "V" TO TM-ESTADO(CANT-MAPEOS)
                   MOVE SPACES TO TM-MOTIVO(CANT-MAPEOS)
                   MOVE 0 TO TM-MOVIDOS(CANT-MAPEOS)
               ELSE
                   DISPLAY "DEPTMAP EXCEDE LA TABLA DE "
                       MAX-MAPEOS " LINEAS"
               END-IF
               READ MAP-FILE
                   AT END MOVE "Y" TO MAPEO-EOF-SW
               END-READ
           END-PERFORM.

       VALIDAR-UN-MAPEO.
      /PRIMERA PASADA: CODIGOS PRESENTES Y DISTINTOS, VIEJO EXISTENTE
      /Y SIN DOS DESTINOS PARA EL MISMO DEPARTAMENTO COMPLETO; CADA
      /LINEA DE DEPARTAMENTO VALIDA MARCA SU VIEJO PARA RETIRAR
           MOVE TM-VIEJO(IND-MAPEO) TO DEPTO-BUSCADO.
           PERFORM BUSCAR-DEPTO.
           EVALUATE TRUE
               WHEN TM-VIEJO(IND-MAPEO) = SPACES
                 OR TM-NUEVO(IND-MAPEO) = SPACES
                   MOVE "CODIGO EN BLANCO" TO TM-MOTIVO(IND-MAPEO)
               WHEN TM-VIEJO(IND-MAPEO) = TM-NUEVO(IND-MAPEO)
                   MOVE "VIEJO IGUAL A NUEVO" TO TM-MOTIVO(IND-MAPEO)
               WHEN IND-HALLADO = 0
                   MOVE "DEPARTAMENTO VIEJO INEXISTENTE"
                       TO TM-MOTIVO(IND-MAPEO)
               WHEN TM-EMP-ID(IND-MAPEO) = SPACES
                AND TD-RETIRAR-SW(IND-HALLADO) = "Y"
                   MOVE "DEPARTAMENTO VIEJO REPETIDO"
                       TO TM-MOTIVO(IND-MAPEO)
               WHEN OTHER
                   IF TM-EMP-ID(IND-MAPEO) = SPACES
                       MOVE "Y" TO TD-RETIRAR-SW(IND-HALLADO)
                   END-IF
           END-EVALUATE.
           IF TM-MOTIVO(IND-MAPEO) NOT = SPACES
               MOVE "R" TO TM-ESTADO(IND-MAPEO)
           END-IF.

       VALIDAR-DESTINO-MAPEO.
      /SEGUNDA PASADA, CON TODOS LOS RETIROS MARCADOS: EL NUEVO NO
      /PUEDE SER A SU VEZ UN CODIGO QUE SE RETIRA, Y EL PADRE PEDIDO
      /DEBE EXISTIR Y SEGUIR VIGENTE O SER UN NUEVO DE ESTA CORRIDA
           IF TM-ESTADO(IND-MAPEO) = "V"
               MOVE TM-NUEVO(IND-MAPEO) TO DEPTO-BUSCADO
               PERFORM BUSCAR-DEPTO
               IF IND-HALLADO > 0
                   IF TD-RETIRAR-SW(IND-HALLADO) = "Y"
                       MOVE "EL NUEVO TAMBIEN SE RETIRA"
                           TO TM-MOTIVO(IND-MAPEO)
                   END-IF
               END-IF
               IF TM-MOTIVO(IND-MAPEO) = SPACES
                  AND TM-PADRE(IND-MAPEO) NOT = SPACES
                   PERFORM VALIDAR-PADRE-PEDIDO
                   IF NOT PADRE-VALIDO
                       MOVE "PADRE INEXISTENTE O RETIRADO"
                           TO TM-MOTIVO(IND-MAPEO)
                   END-IF
               END-IF
               IF TM-MOTIVO(IND-MAPEO) NOT = SPACES
                   MOVE "R" TO TM-ESTADO(IND-MAPEO)
                   IF TM-EMP-ID(IND-MAPEO) = SPACES
                       MOVE TM-VIEJO(IND-MAPEO) TO DEPTO-BUSCADO
                       PERFORM BUSCAR-DEPTO
                       MOVE "N" TO TD-RETIRAR-SW(IND-HALLADO)
                   END-IF
               END-IF
           END-IF.

       VALIDAR-PADRE-PEDIDO.
           MOVE "N" TO PADRE-VALIDO-SW.
           MOVE TM-PADRE(IND-MAPEO) TO DEPTO-BUSCADO.
           PERFORM BUSCAR-DEPTO.
           IF IND-HALLADO > 0
               IF TD-RETIRAR-SW(IND-HALLADO) NOT = "Y"
                   MOVE "Y" TO PADRE-VALIDO-SW
               END-IF
           ELSE
               PERFORM VARYING IND-OTRO FROM 1 BY 1
                       UNTIL IND-OTRO > CANT-MAPEOS
                   IF TM-ESTADO(IND-OTRO) = "V"
                      AND TM-NUEVO(IND-OTRO) = TM-PADRE(IND-MAPEO)
                       MOVE "Y" TO PADRE-VALIDO-SW
                   END-IF
               END-PERFORM
           END-IF.

       ARMAR-ESTRUCTURA-NUEVA.
      /ALTA EN LA TABLA DE LOS CODIGOS NUEVOS, PADRE PEDIDO PARA LOS
      /QUE YA EXISTEN Y, AL FINAL, TODO DEPARTAMENTO QUE COLGABA DE
      /UN CODIGO RETIRADO PASA A COLGAR DE SU REEMPLAZO
           MOVE 0 TO CANT-VALIDOS.
           PERFORM VARYING IND-MAPEO FROM 1 BY 1
                   UNTIL IND-MAPEO > CANT-MAPEOS
               IF TM-ESTADO(IND-MAPEO) = "V"
                   PERFORM UBICAR-DEPTO-NUEVO
               END-IF
           END-PERFORM.
           PERFORM VARYING IND-DEPTO FROM 1 BY 1
                   UNTIL IND-DEPTO > CANT-DEPTOS
               IF TD-RETIRAR-SW(IND-DEPTO) NOT = "Y"
                   MOVE TD-PADRE-DESPUES(IND-DEPTO) TO DEPTO-BUSCADO
                   PERFORM BUSCAR-DESTINO-DEPTO
                   IF DESTINO-NUEVO NOT = SPACES
                       MOVE DESTINO-NUEVO
                           TO TD-PADRE-DESPUES(IND-DEPTO)
                   END-IF
               END-IF
           END-PERFORM.

       UBICAR-DEPTO-NUEVO.
           MOVE TM-NUEVO(IND-MAPEO) TO DEPTO-BUSCADO.
           PERFORM BUSCAR-DEPTO.
           IF IND-HALLADO > 0
               IF TM-PADRE(IND-MAPEO) NOT = SPACES
                   MOVE TM-PADRE(IND-MAPEO)
                       TO TD-PADRE-DESPUES(IND-HALLADO)
               END-IF
               ADD 1 TO CANT-VALIDOS
           ELSE
               IF CANT-DEPTOS < MAX-DEPTOS
                   MOVE TM-VIEJO(IND-MAPEO) TO DEPTO-BUSCADO
                   PERFORM BUSCAR-DEPTO
                   ADD 1 TO CANT-DEPTOS
                   MOVE TM-NUEVO(IND-MAPEO) TO TD-CODIGO(CANT-DEPTOS)
                   IF TM-NOMBRE(IND-MAPEO) NOT = SPACES
                       MOVE TM-NOMBRE(IND-MAPEO)
                           TO TD-NOMBRE(CANT-DEPTOS)
                   ELSE
                       MOVE TD-NOMBRE(IND-HALLADO)
                           TO TD-NOMBRE(CANT-DEPTOS)
                   END-IF
                   MOVE SPACES TO TD-PADRE-ANTES(CANT-DEPTOS)
      /UN RENOMBRE O FUSION CONSERVA EL JEFE DEL VIEJO; UNA DIVISION
      /NACE SIN JEFE Y SUS PENDIENTES SUBEN AL PADRE HASTA QUE
      /DEPTMNT LE ASIGNE UNO
                   IF TM-EMP-ID(IND-MAPEO) = SPACES
                       MOVE TD-JEFE(IND-HALLADO)
                           TO TD-JEFE(CANT-DEPTOS)
                   ELSE
                       MOVE SPACES TO TD-JEFE(CANT-DEPTOS)
                   END-IF
      /SIN PADRE PEDIDO HEREDA EL DEL VIEJO; SI EL VIEJO ERA SU
      /PROPIO PADRE, EL NUEVO TAMBIEN LO ES
                   EVALUATE TRUE
                       WHEN TM-PADRE(IND-MAPEO) NOT = SPACES
                           MOVE TM-PADRE(IND-MAPEO)
                               TO TD-PADRE-DESPUES(CANT-DEPTOS)
                       WHEN TD-PADRE-ANTES(IND-HALLADO) = SPACES
                         OR TD-PADRE-ANTES(IND-HALLADO)
                            = TD-CODIGO(IND-HALLADO)
                           MOVE TM-NUEVO(IND-MAPEO)
                               TO TD-PADRE-DESPUES(CANT-DEPTOS)
                       WHEN OTHER
                           MOVE TD-PADRE-ANTES(IND-HALLADO)
                               TO TD-PADRE-DESPUES(CANT-DEPTOS)
                   END-EVALUATE
                   MOVE "N" TO TD-ORIGEN(CANT-DEPTOS)
                   MOVE "N" TO TD-RETIRAR-SW(CANT-DEPTOS)
                   MOVE 0 TO TD-ANTES(CANT-DEPTOS)
                   MOVE 0 TO TD-DESPUES(CANT-DEPTOS)
                   ADD 1 TO CANT-VALIDOS
               ELSE
                   MOVE "R" TO TM-ESTADO(IND-MAPEO)
                   MOVE "TABLA DE DEPARTAMENTOS LLENA"
                       TO TM-MOTIVO(IND-MAPEO)
                   IF TM-EMP-ID(IND-MAPEO) = SPACES
                       MOVE TM-VIEJO(IND-MAPEO) TO DEPTO-BUSCADO
                       PERFORM BUSCAR-DEPTO
                       MOVE "N" TO TD-RETIRAR-SW(IND-HALLADO)
                   END-IF
               END-IF
           END-IF.

       BUSCAR-DEPTO.
      /DEVUELVE EN IND-HALLADO LA POSICION DE DEPTO-BUSCADO EN LA
      /TABLA, O CERO SI NO ESTA
           MOVE 0 TO IND-HALLADO.
           PERFORM VARYING IND-OTRO FROM 1 BY 1
                   UNTIL IND-OTRO > CANT-DEPTOS OR IND-HALLADO > 0
               IF TD-CODIGO(IND-OTRO) = DEPTO-BUSCADO
                   MOVE IND-OTRO TO IND-HALLADO
               END-IF
           END-PERFORM.

       BUSCAR-DESTINO-DEPTO.
      /EL REEMPLAZO DE UN DEPARTAMENTO QUE SE RETIRA COMPLETO; EN
      /BLANCO SI DEPTO-BUSCADO NO SE RETIRA
           MOVE SPACES TO DESTINO-NUEVO.
           PERFORM VARYING IND-USADO FROM 1 BY 1
                   UNTIL IND-USADO > CANT-MAPEOS
                      OR DESTINO-NUEVO NOT = SPACES
               IF TM-ESTADO(IND-USADO) = "V"
                  AND TM-EMP-ID(IND-USADO) = SPACES
                  AND TM-VIEJO(IND-USADO) = DEPTO-BUSCADO
                   MOVE TM-NUEVO(IND-USADO) TO DESTINO-NUEVO
               END-IF
           END-PERFORM.

       MOVER-EMPLEADOS.
      /RECORRE TODO EL MAESTRO: CUENTA LA DOTACION DE ANTES, RESUELVE
      /EL DESTINO (PRIMERO LA LINEA DEL EMPLEADO, DESPUES LA DE SU
      /DEPARTAMENTO), MUEVE Y CUENTA LA DOTACION DE DESPUES. LOS
      /DADOS DE BAJA TAMBIEN SE MUEVEN PARA NO DEJAR CODIGOS
      /HUERFANOS, PERO NO CUENTAN EN LA DOTACION
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
           PERFORM UNTIL MAESTRO-EOF
               PERFORM MOVER-UN-EMPLEADO
               READ USER-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.

       MOVER-UN-EMPLEADO.
           MOVE UM-DEPT TO DEPTO-BUSCADO.
           PERFORM UBICAR-DEPTO-EMPLEADO.
           IF NOT UM-BAJA AND IND-HALLADO > 0
               ADD 1 TO TD-ANTES(IND-HALLADO)
           END-IF.
           MOVE SPACES TO DESTINO-NUEVO.
           MOVE 0 TO IND-USADO.
           PERFORM VARYING IND-MAPEO FROM 1 BY 1
                   UNTIL IND-MAPEO > CANT-MAPEOS
                      OR DESTINO-NUEVO NOT = SPACES
               IF TM-ESTADO(IND-MAPEO) = "V"
                  AND TM-EMP-ID(IND-MAPEO) = UM-EMP-ID
                  AND TM-VIEJO(IND-MAPEO) = UM-DEPT
                   MOVE TM-NUEVO(IND-MAPEO) TO DESTINO-NUEVO
                   MOVE IND-MAPEO TO IND-USADO
               END-IF
           END-PERFORM.
           PERFORM VARYING IND-MAPEO FROM 1 BY 1
                   UNTIL IND-MAPEO > CANT-MAPEOS
                      OR DESTINO-NUEVO NOT = SPACES
               IF TM-ESTADO(IND-MAPEO) = "V"
                  AND TM-EMP-ID(IND-MAPEO) = SPACES
                  AND TM-VIEJO(IND-MAPEO) = UM-DEPT
                   MOVE TM-NUEVO(IND-MAPEO) TO DESTINO-NUEVO
                   MOVE IND-MAPEO TO IND-USADO
               END-IF
           END-PERFORM.
           IF DESTINO-NUEVO NOT = SPACES
               PERFORM MOVER-A-DESTINO
           END-IF.
           MOVE UM-DEPT TO DEPTO-BUSCADO.
           PERFORM UBICAR-DEPTO-EMPLEADO.
           IF NOT UM-BAJA AND IND-HALLADO > 0
               ADD 1 TO TD-DESPUES(IND-HALLADO)
           END-IF.

       MOVER-A-DESTINO.
           MOVE SPACES TO REORG-REPORT-LINEA.
           STRING "  " DELIMITED BY SIZE
               UM-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UM-EMP-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UM-DEPT DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               DESTINO-NUEVO DELIMITED BY SIZE
               INTO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           IF MODO-SIMULAR
               ADD 1 TO CANT-MOVIDOS
               ADD 1 TO TM-MOVIDOS(IND-USADO)
               MOVE DESTINO-NUEVO TO UM-DEPT
           ELSE
               MOVE USER-MASTER-RECORD TO IMAGEN-ANTERIOR
               MOVE DESTINO-NUEVO TO UM-DEPT
               REWRITE USER-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO CANT-ERRORES
                       MOVE IMAGEN-ANTERIOR TO USER-MASTER-RECORD
                       MOVE "  ** NO SE PUDO MOVER, QUEDA EN EL VIEJO"
                           TO REORG-REPORT-LINEA
                       WRITE REORG-REPORT-LINEA
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO CANT-MOVIDOS
                       ADD 1 TO TM-MOVIDOS(IND-USADO)
                       PERFORM REGISTRAR-AUDITORIA
               END-REWRITE
           END-IF.

       UBICAR-DEPTO-EMPLEADO.
      /UN CODIGO QUE SOLO ESTA EN EL MAESTRO DE EMPLEADOS TAMBIEN SE
      /CUENTA, AGRUPADO BAJO SI MISMO
           PERFORM BUSCAR-DEPTO.
           IF IND-HALLADO = 0 AND CANT-DEPTOS < MAX-DEPTOS
               ADD 1 TO CANT-DEPTOS
               MOVE DEPTO-BUSCADO TO TD-CODIGO(CANT-DEPTOS)
               MOVE SPACES TO TD-NOMBRE(CANT-DEPTOS)
               MOVE DEPTO-BUSCADO TO TD-PADRE-ANTES(CANT-DEPTOS)
               MOVE DEPTO-BUSCADO TO TD-PADRE-DESPUES(CANT-DEPTOS)
               MOVE SPACES TO TD-JEFE(CANT-DEPTOS)
               MOVE "U" TO TD-ORIGEN(CANT-DEPTOS)
               MOVE "N" TO TD-RETIRAR-SW(CANT-DEPTOS)
               MOVE 0 TO TD-ANTES(CANT-DEPTOS)
               MOVE 0 TO TD-DESPUES(CANT-DEPTOS)
               MOVE CANT-DEPTOS TO IND-HALLADO
           END-IF.

       ESCRIBIR-MAPEOS.
           MOVE SPACES TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           MOVE "LINEAS DE MAPEO:" TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           PERFORM VARYING IND-MAPEO FROM 1 BY 1
                   UNTIL IND-MAPEO > CANT-MAPEOS
               MOVE SPACES TO REORG-REPORT-LINEA
               IF TM-ESTADO(IND-MAPEO) = "V"
                   MOVE TM-MOVIDOS(IND-MAPEO) TO CANT-EDIT
                   STRING "  " DELIMITED BY SIZE
                       TM-VIEJO(IND-MAPEO) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       TM-NUEVO(IND-MAPEO) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TM-EMP-ID(IND-MAPEO) DELIMITED BY SIZE
                       " MOVIDOS " DELIMITED BY SIZE
                       CANT-EDIT DELIMITED BY SIZE
                       INTO REORG-REPORT-LINEA
               ELSE
                   ADD 1 TO CANT-RECHAZADOS
                   STRING "  " DELIMITED BY SIZE
                       TM-VIEJO(IND-MAPEO) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       TM-NUEVO(IND-MAPEO) DELIMITED BY SIZE
                       " RECHAZADA: " DELIMITED BY SIZE
                       TM-MOTIVO(IND-MAPEO) DELIMITED BY SIZE
                       INTO REORG-REPORT-LINEA
               END-IF
               WRITE REORG-REPORT-LINEA
           END-PERFORM.

       ACTUALIZAR-DEPTMAST.
      /ALTAS DE LOS CODIGOS NUEVOS, CAMBIO DE PADRE DE LOS QUE QUEDAN
      /Y BAJA FISICA DE LOS RETIRADOS, COMO LA BAJA DE DEPTMNT; EN
      /SIMULACION SOLO SE LISTA
           MOVE SPACES TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           MOVE "CAMBIOS EN DEPTMAST:" TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           PERFORM VARYING IND-DEPTO FROM 1 BY 1
                   UNTIL IND-DEPTO > CANT-DEPTOS
               EVALUATE TRUE
                   WHEN TD-ORIGEN(IND-DEPTO) = "N"
                       PERFORM ALTA-DEPTO-NUEVO
                   WHEN TD-ORIGEN(IND-DEPTO) = "M"
                    AND TD-RETIRAR-SW(IND-DEPTO) = "Y"
                       PERFORM RETIRAR-DEPTO
                   WHEN TD-ORIGEN(IND-DEPTO) = "M"
                    AND TD-PADRE-DESPUES(IND-DEPTO)
                        NOT = TD-PADRE-ANTES(IND-DEPTO)
                       PERFORM REUBICAR-DEPTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       ALTA-DEPTO-NUEVO.
           MOVE SPACES TO REORG-REPORT-LINEA.
           STRING "  ALTA   " DELIMITED BY SIZE
               TD-CODIGO(IND-DEPTO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TD-NOMBRE(IND-DEPTO) DELIMITED BY SIZE
               " PADRE " DELIMITED BY SIZE
               TD-PADRE-DESPUES(IND-DEPTO) DELIMITED BY SIZE
               INTO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           IF MODO-APLICAR
               MOVE TD-CODIGO(IND-DEPTO) TO DM-DEPT-CODE
               MOVE TD-NOMBRE(IND-DEPTO) TO DM-DEPT-NAME
               MOVE TD-PADRE-DESPUES(IND-DEPTO) TO DM-PARENT
               MOVE TD-JEFE(IND-DEPTO) TO DM-JEFE
               WRITE DEPT-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO CANT-ERRORES
                       MOVE "  ** ALTA RECHAZADA POR DEPTMAST"
                           TO REORG-REPORT-LINEA
                       WRITE REORG-REPORT-LINEA
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "A" TO OPCION-LOG
                       PERFORM REGISTRAR-CAMBIO-LOG
               END-WRITE
           END-IF.

       REUBICAR-DEPTO.
           MOVE SPACES TO REORG-REPORT-LINEA.
           STRING "  PADRE  " DELIMITED BY SIZE
               TD-CODIGO(IND-DEPTO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TD-PADRE-ANTES(IND-DEPTO) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               TD-PADRE-DESPUES(IND-DEPTO) DELIMITED BY SIZE
               INTO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           IF MODO-APLICAR
               MOVE TD-CODIGO(IND-DEPTO) TO DM-DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       ADD 1 TO CANT-ERRORES
                       MOVE "  ** NO SE HALLO EN DEPTMAST"
                           TO REORG-REPORT-LINEA
                       WRITE REORG-REPORT-LINEA
                       END-WRITE
                   NOT INVALID KEY
                       MOVE TD-PADRE-DESPUES(IND-DEPTO) TO DM-PARENT
                       REWRITE DEPT-MASTER-RECORD
                           INVALID KEY
                               ADD 1 TO CANT-ERRORES
                           NOT INVALID KEY
                               MOVE "C" TO OPCION-LOG
                               PERFORM REGISTRAR-CAMBIO-LOG
                       END-REWRITE
               END-READ
           END-IF.

       RETIRAR-DEPTO.
           MOVE TD-CODIGO(IND-DEPTO) TO DEPTO-BUSCADO.
           PERFORM BUSCAR-DESTINO-DEPTO.
           MOVE SPACES TO REORG-REPORT-LINEA.
           STRING "  RETIRO " DELIMITED BY SIZE
               TD-CODIGO(IND-DEPTO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TD-NOMBRE(IND-DEPTO) DELIMITED BY SIZE
               " PASA A " DELIMITED BY SIZE
               DESTINO-NUEVO DELIMITED BY SIZE
               INTO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           IF MODO-APLICAR
               MOVE TD-CODIGO(IND-DEPTO) TO DM-DEPT-CODE
               DELETE DEPT-MASTER
                   INVALID KEY
                       ADD 1 TO CANT-ERRORES
                       MOVE "  ** BAJA RECHAZADA POR DEPTMAST"
                           TO REORG-REPORT-LINEA
                       WRITE REORG-REPORT-LINEA
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "B" TO OPCION-LOG
                       PERFORM REGISTRAR-CAMBIO-LOG
               END-DELETE
           END-IF.

       REMAPEAR-FUTCHG.
      /UN TRASLADO PROGRAMADO HACIA UN CODIGO QUE SE RETIRA SE
      /RECHAZARIA EL DIA DE APLICARSE: PASA AL CODIGO QUE LO REEMPLAZA
           MOVE 0 TO CANT-FUT-REMAP.
           OPEN INPUT FUTURE-FILE.
           IF FUTURE-FILE-STATUS NOT = "00"
               GO TO REMAPEAR-FUTCHG-FIN
           END-IF.
           OPEN OUTPUT REORG-WORK.
           MOVE "N" TO TRABAJO-EOF-SW.
           READ FUTURE-FILE
               AT END MOVE "Y" TO TRABAJO-EOF-SW
           END-READ.
           PERFORM UNTIL TRABAJO-EOF
               IF FC-PROGRAMADO AND FC-DEPT NOT = SPACES
                   MOVE FC-DEPT TO DEPTO-BUSCADO
                   PERFORM BUSCAR-DESTINO-DEPTO
                   IF DESTINO-NUEVO NOT = SPACES
                       MOVE DESTINO-NUEVO TO FC-DEPT
                       ADD 1 TO CANT-FUT-REMAP
                   END-IF
               END-IF
               MOVE FUTURE-CHANGE-RECORD TO REORG-WORK-RECORD
               WRITE REORG-WORK-RECORD
               READ FUTURE-FILE
                   AT END MOVE "Y" TO TRABAJO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE FUTURE-FILE.
           CLOSE REORG-WORK.
           IF CANT-FUT-REMAP > 0
               OPEN INPUT REORG-WORK
               OPEN OUTPUT FUTURE-FILE
               MOVE "N" TO TRABAJO-EOF-SW
               READ REORG-WORK
                   AT END MOVE "Y" TO TRABAJO-EOF-SW
               END-READ
               PERFORM UNTIL TRABAJO-EOF
                   MOVE REORG-WORK-RECORD TO FUTURE-CHANGE-RECORD
                   WRITE FUTURE-CHANGE-RECORD
                   READ REORG-WORK
                       AT END MOVE "Y" TO TRABAJO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REORG-WORK
               CLOSE FUTURE-FILE
           END-IF.

       REMAPEAR-FUTCHG-FIN.
           EXIT.

       REMAPEAR-PENDCHG.
      /USERMNT APLICA LA IMAGEN COMPLETA AL APROBAR: UN PENDIENTE
      /CAPTURADO ANTES DE LA REORGANIZACION DEVOLVERIA AL EMPLEADO AL
      /CODIGO RETIRADO, ASI QUE EL DEPARTAMENTO DE LA IMAGEN TAMBIEN
      /SE REMAPEA, Y EL DEL RUTEO PARA QUE PENDESC PUEDA ESCALAR
           MOVE 0 TO CANT-PEND-REMAP.
           OPEN INPUT PEND-FILE.
           IF PEND-FILE-STATUS NOT = "00"
               GO TO REMAPEAR-PENDCHG-FIN
           END-IF.
           OPEN OUTPUT REORG-WORK.
           MOVE "N" TO TRABAJO-EOF-SW.
           READ PEND-FILE
               AT END MOVE "Y" TO TRABAJO-EOF-SW
           END-READ.
           PERFORM UNTIL TRABAJO-EOF
               IF PD-PENDIENTE
                   MOVE "N" TO REMAPEADO-SW
                   MOVE PD-IMAGEN-NUEVA(41:10) TO DEPTO-BUSCADO
                   PERFORM BUSCAR-DESTINO-DEPTO
                   IF DESTINO-NUEVO NOT = SPACES
                       MOVE DESTINO-NUEVO TO PD-IMAGEN-NUEVA(41:10)
                       MOVE "Y" TO REMAPEADO-SW
                   END-IF
                   MOVE PD-RUTEO-DEPTO TO DEPTO-BUSCADO
                   PERFORM BUSCAR-DESTINO-DEPTO
                   IF DESTINO-NUEVO NOT = SPACES
                       MOVE DESTINO-NUEVO TO PD-RUTEO-DEPTO
                       MOVE "Y" TO REMAPEADO-SW
                   END-IF
                   IF REMAPEADO
                       ADD 1 TO CANT-PEND-REMAP
                   END-IF
               END-IF
               MOVE PEND-CHANGE-RECORD TO REORG-WORK-RECORD
               WRITE REORG-WORK-RECORD
               READ PEND-FILE
                   AT END MOVE "Y" TO TRABAJO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
           CLOSE REORG-WORK.
           IF CANT-PEND-REMAP > 0
               OPEN INPUT REORG-WORK
               OPEN OUTPUT PEND-FILE
               MOVE "N" TO TRABAJO-EOF-SW
               READ REORG-WORK
                   AT END MOVE "Y" TO TRABAJO-EOF-SW
               END-READ
               PERFORM UNTIL TRABAJO-EOF
                   MOVE REORG-WORK-RECORD TO PEND-CHANGE-RECORD
                   WRITE PEND-CHANGE-RECORD
                   READ REORG-WORK
                       AT END MOVE "Y" TO TRABAJO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE REORG-WORK
               CLOSE PEND-FILE
           END-IF.

       REMAPEAR-PENDCHG-FIN.
           EXIT.

       ESCRIBIR-DOTACIONES.
      /DOTACION (SIN BAJAS) POR DEPARTAMENTO Y POR PADRE, ANTES Y
      /DESPUES; EL PADRE DE ANTES SALE DE LA ESTRUCTURA VIEJA Y EL DE
      /DESPUES DE LA NUEVA
           MOVE SPACES TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           MOVE "DOTACION POR DEPARTAMENTO:" TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           MOVE "  DEPTO      PADRE ANTES PADRE DESP.  ANTES DESPUES"
               TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           MOVE 0 TO CANT-PADRES.
           PERFORM VARYING IND-DEPTO FROM 1 BY 1
                   UNTIL IND-DEPTO > CANT-DEPTOS
               EVALUATE TRUE
                   WHEN TD-RETIRAR-SW(IND-DEPTO) = "Y"
                       MOVE "RETIRADO" TO TEXTO-MARCA
                   WHEN TD-ORIGEN(IND-DEPTO) = "N"
                       MOVE "NUEVO" TO TEXTO-MARCA
                   WHEN TD-ORIGEN(IND-DEPTO) = "U"
                       MOVE "SIN ALTA" TO TEXTO-MARCA
                   WHEN OTHER
                       MOVE SPACES TO TEXTO-MARCA
               END-EVALUATE
               MOVE TD-ANTES(IND-DEPTO) TO CANT-EDIT
               MOVE TD-DESPUES(IND-DEPTO) TO CANT-EDIT-2
               MOVE SPACES TO REORG-REPORT-LINEA
               STRING "  " DELIMITED BY SIZE
                   TD-CODIGO(IND-DEPTO) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TD-PADRE-ANTES(IND-DEPTO) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TD-PADRE-DESPUES(IND-DEPTO) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   CANT-EDIT-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TEXTO-MARCA DELIMITED BY SIZE
                   INTO REORG-REPORT-LINEA
               WRITE REORG-REPORT-LINEA
               IF TD-PADRE-ANTES(IND-DEPTO) NOT = SPACES
                   MOVE TD-PADRE-ANTES(IND-DEPTO) TO PADRE-BUSCADO
                   PERFORM UBICAR-PADRE
                   IF IND-PADRE > 0
                       ADD TD-ANTES(IND-DEPTO) TO PA-ANTES(IND-PADRE)
                   END-IF
               END-IF
               IF TD-RETIRAR-SW(IND-DEPTO) NOT = "Y"
                   MOVE TD-PADRE-DESPUES(IND-DEPTO) TO PADRE-BUSCADO
                   PERFORM UBICAR-PADRE
                   IF IND-PADRE > 0
                       ADD TD-DESPUES(IND-DEPTO)
                           TO PA-DESPUES(IND-PADRE)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           MOVE "DOTACION POR DEPARTAMENTO PADRE:"
               TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           MOVE "  PADRE       ANTES DESPUES" TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           PERFORM VARYING IND-PADRE FROM 1 BY 1
                   UNTIL IND-PADRE > CANT-PADRES
               MOVE PA-ANTES(IND-PADRE) TO CANT-EDIT
               MOVE PA-DESPUES(IND-PADRE) TO CANT-EDIT-2
               MOVE SPACES TO REORG-REPORT-LINEA
               STRING "  " DELIMITED BY SIZE
                   PA-PADRE(IND-PADRE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   CANT-EDIT-2 DELIMITED BY SIZE
                   INTO REORG-REPORT-LINEA
               WRITE REORG-REPORT-LINEA
           END-PERFORM.

       UBICAR-PADRE.
           MOVE 0 TO IND-PADRE.
           PERFORM VARYING IND-OTRO FROM 1 BY 1
                   UNTIL IND-OTRO > CANT-PADRES OR IND-PADRE > 0
               IF PA-PADRE(IND-OTRO) = PADRE-BUSCADO
                   MOVE IND-OTRO TO IND-PADRE
               END-IF
           END-PERFORM.
           IF IND-PADRE = 0 AND CANT-PADRES < MAX-PADRES
               ADD 1 TO CANT-PADRES
               MOVE PADRE-BUSCADO TO PA-PADRE(CANT-PADRES)
               MOVE 0 TO PA-ANTES(CANT-PADRES)
               MOVE 0 TO PA-DESPUES(CANT-PADRES)
               MOVE CANT-PADRES TO IND-PADRE
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           MOVE CANT-MOVIDOS TO CANT-EDIT.
           MOVE SPACES TO REORG-REPORT-LINEA.
           IF MODO-SIMULAR
               STRING "EMPLEADOS QUE SE MOVERIAN:  " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   INTO REORG-REPORT-LINEA
           ELSE
               STRING "EMPLEADOS MOVIDOS:          " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   INTO REORG-REPORT-LINEA
           END-IF.
           WRITE REORG-REPORT-LINEA.
           MOVE CANT-RECHAZADOS TO CANT-EDIT.
           MOVE SPACES TO REORG-REPORT-LINEA.
           STRING "LINEAS DE MAPEO RECHAZADAS: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO REORG-REPORT-LINEA.
           WRITE REORG-REPORT-LINEA.
           IF MODO-APLICAR
               MOVE CANT-FUT-REMAP TO CANT-EDIT
               MOVE SPACES TO REORG-REPORT-LINEA
               STRING "PROGRAMADOS REMAPEADOS:     " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   INTO REORG-REPORT-LINEA
               WRITE REORG-REPORT-LINEA
               MOVE CANT-PEND-REMAP TO CANT-EDIT
               MOVE SPACES TO REORG-REPORT-LINEA
               STRING "PENDIENTES REMAPEADOS:      " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   INTO REORG-REPORT-LINEA
               WRITE REORG-REPORT-LINEA
               MOVE CANT-ERRORES TO CANT-EDIT
               MOVE SPACES TO REORG-REPORT-LINEA
               STRING "ERRORES DE ACTUALIZACION:   " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   INTO REORG-REPORT-LINEA
               WRITE REORG-REPORT-LINEA
           END-IF.
           IF CANT-ERRORES > 0
               PERFORM MARCAR-FALLA-PASO
           END-IF.

       REGISTRAR-AUDITORIA.
      /CADA MOVIMIENTO DEJA IMAGEN ANTES Y DESPUES EN USERAUDT, CON
      /LAS POSICIONES DEL PIN EN BLANCO, COMO TODO CAMBIO AL MAESTRO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO AU-TIMESTAMP.
           MOVE "REORG" TO AU-OPERACION.
           MOVE "ANTES" TO AU-IMAGEN.
           MOVE IMAGEN-ANTERIOR TO AU-CONTENIDO.
           MOVE SPACES TO AU-CONTENIDO(53:4).
           PERFORM GRABAR-AUDITORIA.
           MOVE "DESPUES" TO AU-IMAGEN.
           MOVE USER-MASTER-RECORD TO AU-CONTENIDO.
           MOVE SPACES TO AU-CONTENIDO(53:4).
           PERFORM GRABAR-AUDITORIA.
           CLOSE AUDIT-FILE.

       REGISTRAR-CAMBIO-LOG.
      /CADA ALTA, CAMBIO DE PADRE O BAJA DE DEPTMAST QUEDA EN EL
      /RUN-LOG COMPARTIDO, CON EL MISMO FORMATO QUE USA DEPTMNT
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "DEPTREOR" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "OPC=" DELIMITED BY SIZE
               OPCION-LOG DELIMITED BY SIZE
               " DEPT=" DELIMITED BY SIZE
               TD-CODIGO(IND-DEPTO) DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "DEPTREOR" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

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
           MOVE "DEPTREOR" TO RL-PROGRAMA.
           MOVE "INICIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "MODO=" DELIMITED BY SIZE
               MODO-REORG DELIMITED BY SIZE
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
           MOVE "DEPTREOR" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "MODO=" DELIMITED BY SIZE
               MODO-REORG DELIMITED BY SIZE
               " MOVIDOS=" DELIMITED BY SIZE
               CANT-MOVIDOS DELIMITED BY SIZE
               " RECHAZOS=" DELIMITED BY SIZE
               CANT-RECHAZADOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       GRABAR-AUDITORIA.
      /CADA REGISTRO DE USERAUDT SALE CON SU SECUENCIA Y SU SELLO,
      /CALCULADO SOBRE LOS PRIMEROS 113 BYTES Y EL SELLO ANTERIOR
           MOVE "S" TO SL-ACCION.
           MOVE "USERAUDT" TO SL-ARCHIVO.
           MOVE SPACES TO SL-REGISTRO.
           MOVE AUDIT-RECORD(1:113) TO SL-REGISTRO.
           CALL "AUDSELLO" USING SELLO-AREA.
           MOVE SL-SECUENCIA TO AU-SECUENCIA.
           MOVE SL-SELLO TO AU-SELLO.
           WRITE AUDIT-RECORD.

       END PROGRAM DEPTREOR.
