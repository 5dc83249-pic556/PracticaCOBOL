      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Mantenimiento-De-Retenciones-Legales
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD ASSIGN TO "LEGHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGAL-HOLD-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD.
           COPY "LEGHOLD.cpy".

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO GUARDA SOLO EL
      /HASH, ASI QUE EL PIN TIPEADO SE HASHEA Y SE COMPARA
       COPY "PINAREA.cpy".

       01 LEGAL-HOLD-STATUS PIC X(02).
       01 USER-MASTER-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 HOLD-EOF-SW PIC X(01) VALUE "N".
           88 HOLD-EOF VALUE "Y".

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-LISTAR  VALUE "L".
           88 OPCION-ALTA    VALUE "A".
           88 OPCION-LIBERAR VALUE "R".
           88 OPCION-SALIR   VALUE "S".

       01 OPERADOR-ACTUAL PIC X(10).
       01 OPERADOR-PIN PIC X(04).
       01 OPERADOR-OK-SW PIC X(01) VALUE "N".
           88 OPERADOR-OK VALUE "Y".
       01 INTENTOS-OPERADOR PIC 9(01) VALUE 0.

      /TODAS LAS RETENCIONES EN MEMORIA, ACTIVAS Y LIBERADAS: EL
      /ARCHIVO SE REESCRIBE COMPLETO AL SALIR SI HUBO CAMBIOS
       01 MAX-RETENCIONES PIC 9(03) VALUE 300.
       01 CANT-RETENCIONES PIC 9(03) VALUE 0.
       01 TABLA-RETENCIONES.
           05 RETENCION-ITEM OCCURS 300 TIMES.
              10 TR-NUMERO          PIC 9(05).
              10 TR-ESTADO          PIC X(01).
              10 TR-TIPO            PIC X(01).
              10 TR-OBJETO          PIC X(10).
              10 TR-FECHA-DESDE     PIC 9(08).
              10 TR-FECHA-HASTA     PIC 9(08).
              10 TR-COLOCADA-POR    PIC X(10).
              10 TR-FECHA-COLOCADA  PIC 9(08).
              10 TR-MOTIVO          PIC X(40).
              10 TR-LIBERADA-POR    PIC X(10).
              10 TR-FECHA-LIBERADA  PIC X(08).
       01 IND-RETENCION PIC 9(03) COMP.
       01 ULTIMO-NUMERO PIC 9(05) VALUE 0.
       01 NUMERO-ENTRADA PIC 9(05).
       01 RETENCION-HALLADA-SW PIC X(01).
           88 RETENCION-HALLADA VALUE "Y".
       01 HUBO-CAMBIOS-SW PIC X(01) VALUE "N".
           88 HUBO-CAMBIOS VALUE "Y".

       01 TIPO-ENTRADA PIC X(01).
           88 TIPO-VALIDO VALUE "G" "L".
       01 OBJETO-ENTRADA PIC X(10).
       01 FECHA-DESDE-ENTRADA PIC X(08).
       01 FECHA-HASTA-ENTRADA PIC X(08).
       01 MOTIVO-ENTRADA PIC X(40).
       01 CAMPO-VALIDO-SW PIC X(01).
           88 CAMPO-VALIDO VALUE "Y".
       01 CONFIRMA-SW PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S".

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /ANTE UNA INVESTIGACION O UN RECLAMO DE NOTAS, OPERACIONES
      /CONGELA AQUI GENERACIONES DE REPORTES O LOS LOGS DE UN
      /EMPLEADO, CON QUIEN LO PIDIO Y POR QUE; GENCLEAN Y LOGPURGE
      /NO DEPURAN LO RETENIDO MIENTRAS LA RETENCION ESTE ACTIVA.
      /SOLO ROL "O" LAS MANTIENE.
           PERFORM REGISTRAR-LOG-INICIO.

           OPEN INPUT USER-MASTER.
           IF USER-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                   USER-MASTER-STATUS
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE USER-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           PERFORM IDENTIFICAR-OPERADOR.
           CLOSE USER-MASTER.
           IF NOT OPERADOR-OK
               DISPLAY "ACCESO DENEGADO"
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           PERFORM CARGAR-RETENCIONES.
           PERFORM CICLO-MANTENIMIENTO.
           IF HUBO-CAMBIOS
               PERFORM REESCRIBIR-RETENCIONES
           END-IF.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       IDENTIFICAR-OPERADOR.
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
                       IF UM-BAJA OR UM-BLOQUEADO
                        OR UM-ROLE NOT = "O"
                           DISPLAY "OPERADOR SIN AUTORIZACION"
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

       CICLO-MANTENIMIENTO.
           MOVE SPACE TO OPCION-MANTEN.
           PERFORM UNTIL OPCION-SALIR
               DISPLAY SPACE
               DISPLAY "----- RETENCIONES LEGALES -----"
               DISPLAY " L - Listar retenciones activas"
               DISPLAY " A - Colocar una retencion"
               DISPLAY " R - Liberar una retencion"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
               EVALUATE TRUE
                   WHEN OPCION-LISTAR
                       PERFORM LISTAR-RETENCIONES
                   WHEN OPCION-ALTA
                       PERFORM ALTA-RETENCION THRU ALTA-RETENCION-EXIT
                   WHEN OPCION-LIBERAR
                       PERFORM LIBERAR-RETENCION
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       LISTAR-RETENCIONES.
           DISPLAY "NRO   T OBJETO     DESDE    HASTA    POR        "
               "MOTIVO".
           PERFORM VARYING IND-RETENCION FROM 1 BY 1
                   UNTIL IND-RETENCION > CANT-RETENCIONES
               IF TR-ESTADO(IND-RETENCION) = "A"
                   DISPLAY TR-NUMERO(IND-RETENCION)
                       " " TR-TIPO(IND-RETENCION)
                       " " TR-OBJETO(IND-RETENCION)
                       " " TR-FECHA-DESDE(IND-RETENCION)
                       " " TR-FECHA-HASTA(IND-RETENCION)
                       " " TR-COLOCADA-POR(IND-RETENCION)
                       " " TR-MOTIVO(IND-RETENCION)
               END-IF
           END-PERFORM.

       ALTA-RETENCION.
           IF CANT-RETENCIONES >= MAX-RETENCIONES
               DISPLAY "TABLA DE RETENCIONES LLENA"
               GO TO ALTA-RETENCION-EXIT
           END-IF.
           DISPLAY "Retener (G)eneraciones de un reporte o (L)ogs "
               "de un empleado: ".
           ACCEPT TIPO-ENTRADA.
           IF NOT TIPO-VALIDO
               DISPLAY "ALTA CANCELADA"
               GO TO ALTA-RETENCION-EXIT
           END-IF.
           IF TIPO-ENTRADA = "G"
               DISPLAY "Reporte (nombre en GENCAT): "
           ELSE
               DISPLAY "NU del empleado: "
           END-IF.
           MOVE SPACES TO OBJETO-ENTRADA.
           ACCEPT OBJETO-ENTRADA.
           IF OBJETO-ENTRADA = SPACES
               DISPLAY "ALTA CANCELADA"
               GO TO ALTA-RETENCION-EXIT
           END-IF.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Desde (AAAAMMDD): "
               ACCEPT FECHA-DESDE-ENTRADA
               IF FECHA-DESDE-ENTRADA NUMERIC
                   MOVE "Y" TO CAMPO-VALIDO-SW
               ELSE
                   DISPLAY "FECHA INVALIDA: DEBEN SER 8 DIGITOS"
               END-IF
           END-PERFORM.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Hasta (AAAAMMDD): "
               ACCEPT FECHA-HASTA-ENTRADA
               IF FECHA-HASTA-ENTRADA NUMERIC
                  AND FECHA-HASTA-ENTRADA >= FECHA-DESDE-ENTRADA
                   MOVE "Y" TO CAMPO-VALIDO-SW
               ELSE
                   DISPLAY "FECHA INVALIDA O ANTERIOR A LA INICIAL"
               END-IF
           END-PERFORM.
      /SIN MOTIVO NO HAY RETENCION: ES LO PRIMERO QUE SE PREGUNTA
      /CUANDO ALGO NO SE PUDO DEPURAR
           MOVE SPACES TO MOTIVO-ENTRADA.
           PERFORM UNTIL MOTIVO-ENTRADA NOT = SPACES
               DISPLAY "Motivo (investigacion, reclamo, etc.): "
               ACCEPT MOTIVO-ENTRADA
           END-PERFORM.
           ADD 1 TO ULTIMO-NUMERO.
           ADD 1 TO CANT-RETENCIONES.
           MOVE ULTIMO-NUMERO TO TR-NUMERO(CANT-RETENCIONES).
           MOVE "A" TO TR-ESTADO(CANT-RETENCIONES).
           MOVE TIPO-ENTRADA TO TR-TIPO(CANT-RETENCIONES).
           MOVE OBJETO-ENTRADA TO TR-OBJETO(CANT-RETENCIONES).
           MOVE FECHA-DESDE-ENTRADA
               TO TR-FECHA-DESDE(CANT-RETENCIONES).
           MOVE FECHA-HASTA-ENTRADA
               TO TR-FECHA-HASTA(CANT-RETENCIONES).
           MOVE OPERADOR-ACTUAL TO TR-COLOCADA-POR(CANT-RETENCIONES).
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD
               TO TR-FECHA-COLOCADA(CANT-RETENCIONES).
           MOVE MOTIVO-ENTRADA TO TR-MOTIVO(CANT-RETENCIONES).
           MOVE SPACES TO TR-LIBERADA-POR(CANT-RETENCIONES).
           MOVE SPACES TO TR-FECHA-LIBERADA(CANT-RETENCIONES).
           MOVE ULTIMO-NUMERO TO NUMERO-ENTRADA.
           MOVE "Y" TO HUBO-CAMBIOS-SW.
           PERFORM REGISTRAR-CAMBIO-LOG.
           DISPLAY "RETENCION COLOCADA: " ULTIMO-NUMERO.
       ALTA-RETENCION-EXIT.
           EXIT.

       LIBERAR-RETENCION.
      /LA RETENCION LIBERADA NO SE BORRA: QUEDA CON QUIEN Y CUANDO
      /LA LEVANTO, Y LA PROXIMA DEPURACION YA NO LA RESPETA
           PERFORM LISTAR-RETENCIONES.
           DISPLAY "Numero de retencion a liberar: ".
           PERFORM VALIDANUM.
           MOVE "N" TO RETENCION-HALLADA-SW.
           PERFORM VARYING IND-RETENCION FROM 1 BY 1
                   UNTIL IND-RETENCION > CANT-RETENCIONES
                      OR RETENCION-HALLADA
               IF TR-NUMERO(IND-RETENCION) = NUMERO-ENTRADA
                  AND TR-ESTADO(IND-RETENCION) = "A"
                   MOVE "Y" TO RETENCION-HALLADA-SW
               END-IF
           END-PERFORM.
           IF NOT RETENCION-HALLADA
               DISPLAY "NO HAY RETENCION ACTIVA CON ESE NUMERO"
           ELSE
               SUBTRACT 1 FROM IND-RETENCION
               DISPLAY "CONFIRMA LIBERAR LA RETENCION "
                   TR-NUMERO(IND-RETENCION) " SOBRE "
                   TR-OBJETO(IND-RETENCION) "? (S/N): "
               MOVE "N" TO CONFIRMA-SW
               ACCEPT CONFIRMA-SW
               IF CONFIRMA
                   MOVE "L" TO TR-ESTADO(IND-RETENCION)
                   MOVE OPERADOR-ACTUAL
                       TO TR-LIBERADA-POR(IND-RETENCION)
                   ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD
                   MOVE CURRENT-DATE-FLD
                       TO TR-FECHA-LIBERADA(IND-RETENCION)
                   MOVE "Y" TO HUBO-CAMBIOS-SW
                   PERFORM REGISTRAR-CAMBIO-LOG
                   DISPLAY "RETENCION LIBERADA"
               ELSE
                   DISPLAY "LIBERACION CANCELADA"
               END-IF
           END-IF.

       CARGAR-RETENCIONES.
           MOVE 0 TO CANT-RETENCIONES.
           OPEN INPUT LEGAL-HOLD.
           IF LEGAL-HOLD-STATUS NOT = "00"
               MOVE "Y" TO HOLD-EOF-SW
           ELSE
               READ LEGAL-HOLD
                   AT END MOVE "Y" TO HOLD-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL HOLD-EOF
               IF CANT-RETENCIONES < MAX-RETENCIONES
                   ADD 1 TO CANT-RETENCIONES
                   MOVE LH-NUMERO TO TR-NUMERO(CANT-RETENCIONES)
                   MOVE LH-ESTADO TO TR-ESTADO(CANT-RETENCIONES)
                   MOVE LH-TIPO TO TR-TIPO(CANT-RETENCIONES)
                   MOVE LH-OBJETO TO TR-OBJETO(CANT-RETENCIONES)
                   MOVE LH-FECHA-DESDE
                       TO TR-FECHA-DESDE(CANT-RETENCIONES)
                   MOVE LH-FECHA-HASTA
                       TO TR-FECHA-HASTA(CANT-RETENCIONES)
                   MOVE LH-COLOCADA-POR
                       TO TR-COLOCADA-POR(CANT-RETENCIONES)
                   MOVE LH-FECHA-COLOCADA
                       TO TR-FECHA-COLOCADA(CANT-RETENCIONES)
                   MOVE LH-MOTIVO TO TR-MOTIVO(CANT-RETENCIONES)
                   MOVE LH-LIBERADA-POR
                       TO TR-LIBERADA-POR(CANT-RETENCIONES)
                   MOVE LH-FECHA-LIBERADA
                       TO TR-FECHA-LIBERADA(CANT-RETENCIONES)
                   IF LH-NUMERO > ULTIMO-NUMERO
                       MOVE LH-NUMERO TO ULTIMO-NUMERO
                   END-IF
               END-IF
               READ LEGAL-HOLD
                   AT END MOVE "Y" TO HOLD-EOF-SW
               END-READ
           END-PERFORM.
           IF LEGAL-HOLD-STATUS = "00" OR LEGAL-HOLD-STATUS = "10"
               CLOSE LEGAL-HOLD
           END-IF.

       REESCRIBIR-RETENCIONES.
           OPEN OUTPUT LEGAL-HOLD.
           PERFORM VARYING IND-RETENCION FROM 1 BY 1
                   UNTIL IND-RETENCION > CANT-RETENCIONES
               MOVE SPACES TO LEGAL-HOLD-RECORD
               MOVE TR-NUMERO(IND-RETENCION) TO LH-NUMERO
               MOVE TR-ESTADO(IND-RETENCION) TO LH-ESTADO
               MOVE TR-TIPO(IND-RETENCION) TO LH-TIPO
               MOVE TR-OBJETO(IND-RETENCION) TO LH-OBJETO
               MOVE TR-FECHA-DESDE(IND-RETENCION) TO LH-FECHA-DESDE
               MOVE TR-FECHA-HASTA(IND-RETENCION) TO LH-FECHA-HASTA
               MOVE TR-COLOCADA-POR(IND-RETENCION) TO LH-COLOCADA-POR
               MOVE TR-FECHA-COLOCADA(IND-RETENCION)
                   TO LH-FECHA-COLOCADA
               MOVE TR-MOTIVO(IND-RETENCION) TO LH-MOTIVO
               MOVE TR-LIBERADA-POR(IND-RETENCION) TO LH-LIBERADA-POR
               MOVE TR-FECHA-LIBERADA(IND-RETENCION)
                   TO LH-FECHA-LIBERADA
               WRITE LEGAL-HOLD-RECORD
           END-PERFORM.
           CLOSE LEGAL-HOLD.

       REGISTRAR-CAMBIO-LOG.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "HOLDMNT" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "OPC=" DELIMITED BY SIZE
               OPCION-MANTEN DELIMITED BY SIZE
               " HOLD=" DELIMITED BY SIZE
               NUMERO-ENTRADA DELIMITED BY SIZE
               " POR=" DELIMITED BY SIZE
               OPERADOR-ACTUAL DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "HOLDMNT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "HOLDMNT" TO RL-PROGRAMA.
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
           MOVE "HOLDMNT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDANUM,
                                     CAMPO-GENERICO BY NUMERO-ENTRADA.

       END PROGRAM HOLDMNT.
