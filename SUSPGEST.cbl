      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Gestion-De-Casos-De-Partidas-Abiertas-Del-Suspenso
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPGEST IS INITIAL.

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

           SELECT SUSP-NOTE ASSIGN TO "SUSPNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS SUSP-NOTE-STATUS.

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
       FD  SUSPENSE-FILE.
           COPY "SUSPREC.cpy".

       FD  SUSP-CASE.
           COPY "SUSPCASE.cpy".

       FD  SUSP-NOTE.
           COPY "SUSPNOTE.cpy".

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

      /AREA DEL SERVICIO DE FECHAS (VALIDACION DEL SEGUIMIENTO)
       COPY "DATEAREA.cpy".

       01 SUSPENSE-STATUS PIC X(02).
       01 SUSP-CASE-STATUS PIC X(02).
           88 SUSP-CASE-OK VALUE "00".
       01 SUSP-NOTE-STATUS PIC X(02).
           88 SUSP-NOTE-OK VALUE "00".
       01 USER-MASTER-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 SUSPENSE-EOF-SW PIC X(01) VALUE "N".
           88 SUSPENSE-EOF VALUE "Y".
       01 NOTAS-EOF-SW PIC X(01) VALUE "N".
           88 NOTAS-EOF VALUE "Y".
       01 PARTIDA-HALLADA-SW PIC X(01) VALUE "N".
           88 PARTIDA-HALLADA VALUE "Y".
       01 CASO-HALLADO-SW PIC X(01) VALUE "N".
           88 CASO-HALLADO VALUE "Y".
       01 CASO-PROPIO-SW PIC X(01) VALUE "N".
           88 CASO-PROPIO VALUE "Y".
       01 SOLO-MIAS-SW PIC X(01) VALUE "N".
           88 SOLO-MIAS VALUE "S".

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-LISTA      VALUE "L".
           88 OPCION-VER        VALUE "V".
           88 OPCION-ASIGNAR    VALUE "A".
           88 OPCION-NOTA       VALUE "N".
           88 OPCION-SEGUIM     VALUE "F".
           88 OPCION-CAUSA      VALUE "C".
           88 OPCION-SALIR      VALUE "S".

      * Cualquier usuario activo trabaja los casos asignados a el;
      * solo el rol "O" asigna, reasigna o toca casos ajenos.
       01 OPERADOR-ACTUAL PIC X(10).
       01 OPERADOR-PIN PIC X(04).
       01 OPERADOR-ROL PIC X(01).
           88 OPERADOR-SUPERVISOR VALUE "O".
       01 OPERADOR-OK-SW PIC X(01) VALUE "N".
           88 OPERADOR-OK VALUE "Y".
       01 INTENTOS-OPERADOR PIC 9(01) VALUE 0.

       01 CONFIRMA-SW PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S".
       01 CAMPO-VALIDO-SW PIC X(01) VALUE "N".
           88 CAMPO-VALIDO VALUE "Y".

       01 REF-ENTRADA PIC X(06).
       01 ORIGEN-ENTRADA PIC X(01).
       01 ASIGNADO-ENTRADA PIC X(10).
       01 CAUSA-ENTRADA PIC X(02).
       01 FECHA-ENTRADA PIC 9(08).
       01 TEXTO-ENTRADA PIC X(60).
       01 ASIGNADO-ANTERIOR PIC X(10).

       01 CANT-LISTADAS PIC 9(05).
       01 CANT-CAMBIOS PIC 9(05) VALUE 0.
       01 MONTO-EDIT PIC ZZZZ9.99.

       01 FECHA-HOY PIC 9(08).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /LAS PARTIDAS ABIERTAS DEL SUSPENSO DEJAN DE SER HUERFANAS:
      /CADA UNA SE ASIGNA A UN INVESTIGADOR, QUE VA DEJANDO NOTAS
      /FECHADAS, LA FECHA DEL PROXIMO SEGUIMIENTO Y LA CAUSA RAIZ.
      /EL SUSPENSO SOLO SE LEE: LO ESCRIBEN MATEMATICA5 Y SUSPWOFF
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

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
           IF NOT OPERADOR-OK
               DISPLAY "ACCESO DENEGADO"
               CLOSE USER-MASTER
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           OPEN I-O SUSP-CASE.
           IF SUSP-CASE-STATUS = "35"
      /PRIMERA CORRIDA: EL ARCHIVO TODAVIA NO EXISTE Y HAY QUE CREARLO
               OPEN OUTPUT SUSP-CASE
               CLOSE SUSP-CASE
               OPEN I-O SUSP-CASE
           END-IF.
           IF NOT SUSP-CASE-OK
               DISPLAY "NO SE PUDO ABRIR SUSPCASE, STATUS: "
                   SUSP-CASE-STATUS
               MOVE "SUSPCASE" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE SUSP-CASE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               CLOSE USER-MASTER
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           OPEN I-O SUSP-NOTE.
           IF SUSP-NOTE-STATUS = "35"
               OPEN OUTPUT SUSP-NOTE
               CLOSE SUSP-NOTE
               OPEN I-O SUSP-NOTE
           END-IF.
           IF NOT SUSP-NOTE-OK
               DISPLAY "NO SE PUDO ABRIR SUSPNOTE, STATUS: "
                   SUSP-NOTE-STATUS
               MOVE "SUSPNOTE" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE SUSP-NOTE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               CLOSE SUSP-CASE
               CLOSE USER-MASTER
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           PERFORM CICLO-MANTENIMIENTO.

           CLOSE SUSP-NOTE.
           CLOSE SUSP-CASE.
           CLOSE USER-MASTER.
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
                           DISPLAY "OPERADOR SIN ACCESO"
                       ELSE
                           DISPLAY "Su PIN: "
                           ACCEPT OPERADOR-PIN WITH NO-ECHO
                           MOVE UM-EMP-ID TO PN-EMP-ID
                           MOVE OPERADOR-PIN TO PN-PIN
                           CALL "PINHASH" USING PIN-AREA
                           IF PN-HASH = UM-PIN
                               MOVE "Y" TO OPERADOR-OK-SW
                               MOVE UM-ROLE TO OPERADOR-ROL
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
               DISPLAY "----- CASOS DEL SUSPENSO -----"
               DISPLAY " L - Listar partidas abiertas"
               DISPLAY " V - Ver caso y notas"
               DISPLAY " A - Asignar / reasignar investigador"
               DISPLAY " N - Agregar nota"
               DISPLAY " F - Fecha de seguimiento"
               DISPLAY " C - Codigo de causa raiz"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
               EVALUATE TRUE
                   WHEN OPCION-LISTA
                       PERFORM LISTAR-ABIERTAS
                   WHEN OPCION-VER
                       PERFORM VER-CASO THRU VER-CASO-EXIT
                   WHEN OPCION-ASIGNAR
                       PERFORM ASIGNAR-CASO THRU ASIGNAR-CASO-EXIT
                   WHEN OPCION-NOTA
                       PERFORM AGREGAR-NOTA THRU AGREGAR-NOTA-EXIT
                   WHEN OPCION-SEGUIM
                       PERFORM FIJAR-SEGUIMIENTO
                           THRU FIJAR-SEGUIMIENTO-EXIT
                   WHEN OPCION-CAUSA
                       PERFORM FIJAR-CAUSA THRU FIJAR-CAUSA-EXIT
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       LISTAR-ABIERTAS.
      /LAS PARTIDAS PENDIENTES DEL SUSPENSO CON SU CASO; A PEDIDO,
      /SOLO LAS ASIGNADAS AL OPERADOR
           DISPLAY "SOLO LAS ASIGNADAS A USTED? (S/N): ".
           MOVE "N" TO SOLO-MIAS-SW.
           ACCEPT SOLO-MIAS-SW.
           MOVE 0 TO CANT-LISTADAS.
           MOVE "N" TO SUSPENSE-EOF-SW.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               DISPLAY "SIN ARCHIVO DE SUSPENSO"
           ELSE
               DISPLAY "REF    O    MONTO ALTA     ASIGNADO   "
                   "SEGUIM.  CA"
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO SUSPENSE-EOF-SW
               END-READ
               PERFORM UNTIL SUSPENSE-EOF
                   IF SU-PENDIENTE
                       PERFORM LISTAR-UNA-PARTIDA
                   END-IF
                   READ SUSPENSE-FILE
                       AT END MOVE "Y" TO SUSPENSE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
           IF CANT-LISTADAS = 0
               DISPLAY "SIN PARTIDAS ABIERTAS"
           END-IF.

       LISTAR-UNA-PARTIDA.
           PERFORM LEER-CASO.
           IF NOT SOLO-MIAS OR CS-ASIGNADO = OPERADOR-ACTUAL
               ADD 1 TO CANT-LISTADAS
               MOVE SU-MONTO TO MONTO-EDIT
               DISPLAY SU-REF-ID " " SU-ORIGEN " " MONTO-EDIT " "
                   SU-FECHA-ALTA " " CS-ASIGNADO " " CS-FECHA-SEGUIM
                   " " CS-CAUSA
           END-IF.

       VER-CASO.
           PERFORM ELEGIR-PARTIDA.
           IF NOT PARTIDA-HALLADA
               GO TO VER-CASO-EXIT
           END-IF.
           PERFORM MOSTRAR-CASO.
           MOVE CS-KEY TO SN-CASO-KEY.
           MOVE 0 TO SN-NUMERO.
           MOVE "N" TO NOTAS-EOF-SW.
           START SUSP-NOTE KEY IS NOT LESS THAN SN-KEY
               INVALID KEY MOVE "Y" TO NOTAS-EOF-SW
           END-START.
           PERFORM UNTIL NOTAS-EOF
               READ SUSP-NOTE NEXT RECORD
                   AT END
                       MOVE "Y" TO NOTAS-EOF-SW
                   NOT AT END
                       IF SN-CASO-KEY NOT = CS-KEY
                           MOVE "Y" TO NOTAS-EOF-SW
                       ELSE
                           DISPLAY "  " SN-FECHA " " SN-AUTOR " "
                               SN-TEXTO
                       END-IF
               END-READ
           END-PERFORM.
       VER-CASO-EXIT.
           EXIT.

       ASIGNAR-CASO.
      /SOLO EL ROL "O" REPARTE EL TRABAJO; EL INVESTIGADOR DEBE SER
      /UN USUARIO ACTIVO DE USERMAST
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY "SOLO UN USUARIO DE ROL O ASIGNA CASOS"
               GO TO ASIGNAR-CASO-EXIT
           END-IF.
           PERFORM ELEGIR-PARTIDA.
           IF NOT PARTIDA-HALLADA
               GO TO ASIGNAR-CASO-EXIT
           END-IF.
           PERFORM MOSTRAR-CASO.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "NU del investigador: "
               MOVE SPACES TO ASIGNADO-ENTRADA
               ACCEPT ASIGNADO-ENTRADA
               MOVE ASIGNADO-ENTRADA TO UM-EMP-ID
               READ USER-MASTER
                   INVALID KEY
                       DISPLAY "NU NO REGISTRADO"
                   NOT INVALID KEY
                       IF UM-BAJA OR UM-BLOQUEADO
                           DISPLAY "USUARIO SIN ACCESO"
                       ELSE
                           MOVE "Y" TO CAMPO-VALIDO-SW
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "ASIGNAR A " ASIGNADO-ENTRADA " " UM-EMP-NAME.
           PERFORM CONFIRMAR-OPERACION.
           IF NOT CONFIRMA
               DISPLAY "ASIGNACION CANCELADA"
               GO TO ASIGNAR-CASO-EXIT
           END-IF.
           MOVE CS-ASIGNADO TO ASIGNADO-ANTERIOR.
           MOVE ASIGNADO-ENTRADA TO CS-ASIGNADO.
           MOVE FECHA-HOY TO CS-FECHA-ASIGNA.
           MOVE SPACES TO TEXTO-ENTRADA.
           IF ASIGNADO-ANTERIOR = SPACES
               STRING "ASIGNADA A " DELIMITED BY SIZE
                   ASIGNADO-ENTRADA DELIMITED BY SIZE
                   INTO TEXTO-ENTRADA
           ELSE
               STRING "REASIGNADA DE " DELIMITED BY SIZE
                   ASIGNADO-ANTERIOR DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   ASIGNADO-ENTRADA DELIMITED BY SIZE
                   INTO TEXTO-ENTRADA
           END-IF.
           PERFORM GRABAR-CASO.
       ASIGNAR-CASO-EXIT.
           EXIT.

       AGREGAR-NOTA.
           PERFORM ELEGIR-PARTIDA.
           IF NOT PARTIDA-HALLADA
               GO TO AGREGAR-NOTA-EXIT
           END-IF.
           PERFORM CONTROLAR-CASO-PROPIO.
           IF NOT CASO-PROPIO
               GO TO AGREGAR-NOTA-EXIT
           END-IF.
           DISPLAY "Nota (que se hizo o se averiguo): ".
           MOVE SPACES TO TEXTO-ENTRADA.
           ACCEPT TEXTO-ENTRADA.
           IF TEXTO-ENTRADA = SPACES
               DISPLAY "NOTA VACIA, NO SE GRABA"
               GO TO AGREGAR-NOTA-EXIT
           END-IF.
           PERFORM GRABAR-CASO.
       AGREGAR-NOTA-EXIT.
           EXIT.

       FIJAR-SEGUIMIENTO.
           PERFORM ELEGIR-PARTIDA.
           IF NOT PARTIDA-HALLADA
               GO TO FIJAR-SEGUIMIENTO-EXIT
           END-IF.
           PERFORM CONTROLAR-CASO-PROPIO.
           IF NOT CASO-PROPIO
               GO TO FIJAR-SEGUIMIENTO-EXIT
           END-IF.
           DISPLAY "SEGUIMIENTO ACTUAL: " CS-FECHA-SEGUIM.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Fecha del proximo seguimiento (AAAAMMDD): "
               PERFORM VALIDAFECHASEG
               MOVE "V" TO DC-OPERACION
               MOVE FECHA-ENTRADA TO DC-FECHA1
               CALL "DATECALC" USING DATE-AREA
               IF DC-FECHA-MALA
                   DISPLAY "FECHA INVALIDA"
               ELSE
                   IF FECHA-ENTRADA < FECHA-HOY
                       DISPLAY "EL SEGUIMIENTO NO PUEDE SER PASADO"
                   ELSE
                       MOVE "Y" TO CAMPO-VALIDO-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE FECHA-ENTRADA TO CS-FECHA-SEGUIM.
           MOVE SPACES TO TEXTO-ENTRADA.
           STRING "SEGUIMIENTO FIJADO PARA EL " DELIMITED BY SIZE
               FECHA-ENTRADA DELIMITED BY SIZE
               INTO TEXTO-ENTRADA.
           PERFORM GRABAR-CASO.
       FIJAR-SEGUIMIENTO-EXIT.
           EXIT.

       FIJAR-CAUSA.
           PERFORM ELEGIR-PARTIDA.
           IF NOT PARTIDA-HALLADA
               GO TO FIJAR-CAUSA-EXIT
           END-IF.
           PERFORM CONTROLAR-CASO-PROPIO.
           IF NOT CASO-PROPIO
               GO TO FIJAR-CAUSA-EXIT
           END-IF.
           DISPLAY "CAUSA ACTUAL: " CS-CAUSA.
           DISPLAY " 01 Error de digitacion".
           DISPLAY " 02 Desfase de fecha entre extractos".
           DISPLAY " 03 Partida duplicada".
           DISPLAY " 04 Referencia mal informada".
           DISPLAY " 05 Diferencia de monto".
           DISPLAY " 06 Movimiento propio del banco".
           DISPLAY " 99 Otra (detallar en una nota)".
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Codigo de causa: "
               MOVE SPACES TO CAUSA-ENTRADA
               ACCEPT CAUSA-ENTRADA
               MOVE CAUSA-ENTRADA TO CS-CAUSA
               IF CS-CAUSA-VALIDA
                   MOVE "Y" TO CAMPO-VALIDO-SW
               ELSE
                   DISPLAY "CODIGO DE CAUSA INVALIDO"
               END-IF
           END-PERFORM.
           MOVE SPACES TO TEXTO-ENTRADA.
           STRING "CAUSA RAIZ " DELIMITED BY SIZE
               CAUSA-ENTRADA DELIMITED BY SIZE
               INTO TEXTO-ENTRADA.
           PERFORM GRABAR-CASO.
       FIJAR-CAUSA-EXIT.
           EXIT.

       ELEGIR-PARTIDA.
      /LA PARTIDA SE BUSCA ENTRE LAS PENDIENTES DEL SUSPENSO POR
      /REFERENCIA Y ORIGEN; SU FECHA DE ALTA COMPLETA LA CLAVE DEL
      /CASO. SI TODAVIA NO TIENE CASO, SE ARMA UNO VACIO
           MOVE "N" TO PARTIDA-HALLADA-SW.
           DISPLAY "Referencia de la partida: ".
           MOVE SPACES TO REF-ENTRADA.
           ACCEPT REF-ENTRADA.
           DISPLAY "Origen (A = extracto de ayer, H = de hoy): ".
           MOVE SPACES TO ORIGEN-ENTRADA.
           ACCEPT ORIGEN-ENTRADA.
           MOVE "N" TO SUSPENSE-EOF-SW.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               DISPLAY "SIN ARCHIVO DE SUSPENSO"
           ELSE
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO SUSPENSE-EOF-SW
               END-READ
               PERFORM UNTIL SUSPENSE-EOF OR PARTIDA-HALLADA
                   IF SU-PENDIENTE AND SU-REF-ID = REF-ENTRADA
                      AND SU-ORIGEN = ORIGEN-ENTRADA
                       MOVE "Y" TO PARTIDA-HALLADA-SW
                   ELSE
                       READ SUSPENSE-FILE
                           AT END MOVE "Y" TO SUSPENSE-EOF-SW
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
           IF PARTIDA-HALLADA
               PERFORM LEER-CASO
           ELSE
               DISPLAY "NO HAY PARTIDA ABIERTA " REF-ENTRADA
                   " ORIGEN " ORIGEN-ENTRADA
           END-IF.

       LEER-CASO.
           MOVE SU-REF-ID TO CS-REF-ID.
           MOVE SU-ORIGEN TO CS-ORIGEN.
           MOVE SU-FECHA-ALTA TO CS-FECHA-ALTA.
           READ SUSP-CASE
               INVALID KEY
                   MOVE "N" TO CASO-HALLADO-SW
                   MOVE SPACES TO CS-ASIGNADO
                   MOVE 0 TO CS-FECHA-ASIGNA
                   MOVE 0 TO CS-FECHA-SEGUIM
                   MOVE SPACES TO CS-CAUSA
                   MOVE 0 TO CS-FECHA-ULT-ACCION
                   MOVE SPACES TO CS-ULT-ACCION-POR
                   MOVE 0 TO CS-CANT-NOTAS
               NOT INVALID KEY
                   MOVE "Y" TO CASO-HALLADO-SW
           END-READ.

       CONTROLAR-CASO-PROPIO.
      /EL INVESTIGADOR TRABAJA SUS CASOS; EL ROL "O" CUALQUIERA
           MOVE "N" TO CASO-PROPIO-SW.
           IF OPERADOR-SUPERVISOR OR CS-ASIGNADO = OPERADOR-ACTUAL
               MOVE "Y" TO CASO-PROPIO-SW
           ELSE
               IF CS-ASIGNADO = SPACES
                   DISPLAY "PARTIDA SIN ASIGNAR: PIDA LA ASIGNACION"
               ELSE
                   DISPLAY "PARTIDA ASIGNADA A " CS-ASIGNADO
               END-IF
           END-IF.

       MOSTRAR-CASO.
           MOVE SU-MONTO TO MONTO-EDIT.
           DISPLAY "PARTIDA:     " SU-REF-ID " ORIGEN " SU-ORIGEN
               " " MONTO-EDIT " DESDE " SU-FECHA-ALTA.
           IF CS-ASIGNADO = SPACES
               DISPLAY "ASIGNADA A:  (SIN ASIGNAR)"
           ELSE
               DISPLAY "ASIGNADA A:  " CS-ASIGNADO " EL "
                   CS-FECHA-ASIGNA
           END-IF.
           DISPLAY "SEGUIMIENTO: " CS-FECHA-SEGUIM
               "  CAUSA: " CS-CAUSA.
           DISPLAY "ULT. ACCION: " CS-FECHA-ULT-ACCION " POR "
               CS-ULT-ACCION-POR "  NOTAS: " CS-CANT-NOTAS.

       CONFIRMAR-OPERACION.
           DISPLAY "CONFIRMA LA OPERACION? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.

       GRABAR-CASO.
      /TODA ACCION ACTUALIZA LA ULTIMA ACCION DEL CASO Y DEJA SU NOTA
      /FECHADA (LA LIBRE DEL INVESTIGADOR O LA AUTOMATICA DEL CAMBIO)
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE FECHA-HOY TO CS-FECHA-ULT-ACCION.
           MOVE OPERADOR-ACTUAL TO CS-ULT-ACCION-POR.
           ADD 1 TO CS-CANT-NOTAS.
           IF CASO-HALLADO
               REWRITE SUSP-CASE-RECORD
                   INVALID KEY
                       DISPLAY "CASO NO ACTUALIZADO, STATUS: "
                           SUSP-CASE-STATUS
               END-REWRITE
           ELSE
               WRITE SUSP-CASE-RECORD
                   INVALID KEY
                       DISPLAY "CASO NO GRABADO, STATUS: "
                           SUSP-CASE-STATUS
               END-WRITE
           END-IF.
           IF SUSP-CASE-OK
               MOVE "Y" TO CASO-HALLADO-SW
               MOVE SPACES TO SUSP-NOTE-RECORD
               MOVE CS-KEY TO SN-CASO-KEY
               MOVE CS-CANT-NOTAS TO SN-NUMERO
               MOVE FECHA-HOY TO SN-FECHA
               MOVE CURRENT-TIME-FLD(1:6) TO SN-HORA
               MOVE OPERADOR-ACTUAL TO SN-AUTOR
               MOVE TEXTO-ENTRADA TO SN-TEXTO
               WRITE SUSP-NOTE-RECORD
                   INVALID KEY
                       DISPLAY "NOTA NO GRABADA, STATUS: "
                           SUSP-NOTE-STATUS
               END-WRITE
               PERFORM REGISTRAR-CAMBIO-LOG
               DISPLAY "CASO ACTUALIZADO: " CS-REF-ID
           END-IF.

       REGISTRAR-CAMBIO-LOG.
      /CADA ACCION SOBRE UN CASO QUEDA EN EL RUN-LOG COMPARTIDO CON
      /LA PARTIDA Y EL OPERADOR
           ADD 1 TO CANT-CAMBIOS.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "SUSPGEST" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "OPC=" DELIMITED BY SIZE
               OPCION-MANTEN DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               CS-REF-ID DELIMITED BY SIZE
               CS-ORIGEN DELIMITED BY SIZE
               " POR=" DELIMITED BY SIZE
               OPERADOR-ACTUAL DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "SUSPGEST" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "SUSPGEST" TO RL-PROGRAMA.
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
           MOVE "SUSPGEST" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "CAMBIOS=" DELIMITED BY SIZE
               CANT-CAMBIOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDAFECHASEG,
                                     CAMPO-GENERICO BY FECHA-ENTRADA.

       END PROGRAM SUSPGEST.
