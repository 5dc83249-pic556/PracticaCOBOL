      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Mantenimiento-Del-Maestro-De-Parametros
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-MASTER ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CLAVE
               FILE STATUS IS PARM-MASTER-STATUS.

           SELECT PARM-HIST ASSIGN TO "PARMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-HIST-STATUS.

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
       FD  PARM-MASTER.
           COPY "PARMMAST.cpy".

       FD  PARM-HIST.
           COPY "PARMHIST.cpy".

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

      /AREA DEL SERVICIO DE PARAMETROS: DA EL VALOR QUE REGIA PARA
      /LA FECHA DE LA VERSION NUEVA, QUE ES EL VALOR ANTERIOR
       COPY "PARMAREA.cpy".

       01 PARM-MASTER-STATUS PIC X(02).
       01 PARM-HIST-STATUS PIC X(02).
       01 USER-MASTER-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 PARM-EOF-SW PIC X(01) VALUE "N".
           88 PARM-EOF VALUE "Y".

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-LISTAR  VALUE "L".
           88 OPCION-CARGAR  VALUE "A".
           88 OPCION-SALIR   VALUE "S".

       01 OPERADOR-ACTUAL PIC X(10).
       01 OPERADOR-PIN PIC X(04).
       01 OPERADOR-OK-SW PIC X(01) VALUE "N".
           88 OPERADOR-OK VALUE "Y".
       01 INTENTOS-OPERADOR PIC 9(01) VALUE 0.

       01 PROGRAMA-ENTRADA PIC X(15).
       01 PARAMETRO-ENTRADA PIC X(16).
       01 FECHA-ENTRADA PIC X(08).
       01 ENTERO-ENTRADA PIC 9(09).
       01 DECIMAL-ENTRADA PIC 9(04).
       01 DESCRIPCION-ENTRADA PIC X(30).
       01 VALOR-NUEVO PIC 9(09)V9(04).
       01 VALOR-EDIT PIC ZZZZZZZZ9.9999.
       01 VALOR-ANT-EDIT PIC ZZZZZZZZ9.9999.
       01 CAMPO-VALIDO-SW PIC X(01).
           88 CAMPO-VALIDO VALUE "Y".
       01 CONFIRMA-SW PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S".
       01 VERSION-EXISTE-SW PIC X(01).
           88 VERSION-EXISTE VALUE "Y".
       01 CANT-LISTADAS PIC 9(05).
       01 CANT-CAMBIOS PIC 9(05) VALUE 0.

       01 FECHA-HOY PIC 9(08).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /LOS UMBRALES DE LA SUITE YA NO SE TOCAN A MANO EN CADA
      /ARCHIVO DE CONTROL: SE CARGAN AQUI COMO VERSIONES CON FECHA
      /DE VIGENCIA, Y CADA CARGA DEJA EN PARMHIST EL VALOR VIEJO, EL
      /NUEVO Y QUIEN LO CAMBIO. SOLO ROL "O" LOS MANTIENE.
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
           CLOSE USER-MASTER.
           IF NOT OPERADOR-OK
               DISPLAY "ACCESO DENEGADO"
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

      /LA PRIMERA VEZ EL MAESTRO NO EXISTE: SE CREA VACIO
           OPEN I-O PARM-MASTER.
           IF PARM-MASTER-STATUS = "35"
               OPEN OUTPUT PARM-MASTER
               CLOSE PARM-MASTER
               OPEN I-O PARM-MASTER
           END-IF.
           IF PARM-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PARMMAST, STATUS: "
                   PARM-MASTER-STATUS
               MOVE "PARMMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE PARM-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           PERFORM CICLO-MANTENIMIENTO.
           CLOSE PARM-MASTER.
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
               DISPLAY "----- MAESTRO DE PARAMETROS -----"
               DISPLAY " L - Listar versiones de un programa"
               DISPLAY " A - Cargar un valor con fecha de vigencia"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
               EVALUATE TRUE
                   WHEN OPCION-LISTAR
                       PERFORM LISTAR-VERSIONES
                   WHEN OPCION-CARGAR
                       PERFORM CARGAR-VERSION THRU CARGAR-VERSION-EXIT
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       LISTAR-VERSIONES.
      /TODAS LAS VERSIONES DEL PROGRAMA, EN ORDEN DE PARAMETRO Y
      /FECHA; EN BLANCO LISTA EL MAESTRO ENTERO
           DISPLAY "Programa (en blanco, todos): ".
           MOVE SPACES TO PROGRAMA-ENTRADA.
           ACCEPT PROGRAMA-ENTRADA.
           MOVE 0 TO CANT-LISTADAS.
           MOVE "N" TO PARM-EOF-SW.
           MOVE LOW-VALUES TO PM-CLAVE.
           IF PROGRAMA-ENTRADA NOT = SPACES
               MOVE PROGRAMA-ENTRADA TO PM-PROGRAMA
           END-IF.
           START PARM-MASTER KEY IS NOT LESS THAN PM-CLAVE
               INVALID KEY MOVE "Y" TO PARM-EOF-SW
           END-START.
           IF NOT PARM-EOF
               READ PARM-MASTER NEXT RECORD
                   AT END MOVE "Y" TO PARM-EOF-SW
               END-READ
           END-IF.
           DISPLAY "PROGRAMA        PARAMETRO        DESDE   "
               "          VALOR POR".
           PERFORM UNTIL PARM-EOF
               IF PROGRAMA-ENTRADA NOT = SPACES
                  AND PM-PROGRAMA NOT = PROGRAMA-ENTRADA
                   MOVE "Y" TO PARM-EOF-SW
               ELSE
                   ADD 1 TO CANT-LISTADAS
                   MOVE PM-VALOR TO VALOR-EDIT
                   DISPLAY PM-PROGRAMA " " PM-PARAMETRO " "
                       PM-FECHA-DESDE " " VALOR-EDIT " "
                       PM-OPERADOR
                   READ PARM-MASTER NEXT RECORD
                       AT END MOVE "Y" TO PARM-EOF-SW
                   END-READ
               END-IF
           END-PERFORM.
           IF CANT-LISTADAS = 0
               DISPLAY "SIN PARAMETROS CARGADOS"
           END-IF.

       CARGAR-VERSION.
      /UNA VERSION NUEVA NO PISA LA ANTERIOR: RIGE DESDE SU FECHA Y
      /LO VIEJO SIGUE VALIENDO PARA LAS FECHAS ANTERIORES. LA MISMA
      /FECHA SOBRE UNA VERSION EXISTENTE LA CORRIGE
           DISPLAY "Programa: ".
           MOVE SPACES TO PROGRAMA-ENTRADA.
           ACCEPT PROGRAMA-ENTRADA.
           DISPLAY "Parametro: ".
           MOVE SPACES TO PARAMETRO-ENTRADA.
           ACCEPT PARAMETRO-ENTRADA.
           IF PROGRAMA-ENTRADA = SPACES OR PARAMETRO-ENTRADA = SPACES
               DISPLAY "CARGA CANCELADA"
               GO TO CARGAR-VERSION-EXIT
           END-IF.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Vigente desde (AAAAMMDD): "
               ACCEPT FECHA-ENTRADA
               IF FECHA-ENTRADA NUMERIC AND FECHA-ENTRADA > "19000101"
                   MOVE "Y" TO CAMPO-VALIDO-SW
               ELSE
                   DISPLAY "FECHA INVALIDA: DEBEN SER 8 DIGITOS"
               END-IF
           END-PERFORM.
           DISPLAY "Valor - parte entera: ".
           PERFORM VALIDAENT.
           DISPLAY "Valor - decimales (4 digitos, 0000 si no tiene): ".
           PERFORM VALIDADEC.
           COMPUTE VALOR-NUEVO = ENTERO-ENTRADA
               + DECIMAL-ENTRADA / 10000.

      /EL VALOR ANTERIOR ES EL QUE REGIA PARA ESA FECHA ANTES DE LA
      /CARGA, LEIDO POR EL MISMO SERVICIO QUE USAN LOS PROGRAMAS
           MOVE PROGRAMA-ENTRADA TO PR-PROGRAMA.
           MOVE PARAMETRO-ENTRADA TO PR-PARAMETRO.
           MOVE FECHA-ENTRADA TO PR-FECHA.
           CLOSE PARM-MASTER.
           CALL "PARMGET" USING PARM-AREA.
           OPEN I-O PARM-MASTER.

           MOVE PROGRAMA-ENTRADA TO PM-PROGRAMA.
           MOVE PARAMETRO-ENTRADA TO PM-PARAMETRO.
           MOVE FECHA-ENTRADA TO PM-FECHA-DESDE.
           MOVE "Y" TO VERSION-EXISTE-SW.
           READ PARM-MASTER
               INVALID KEY MOVE "N" TO VERSION-EXISTE-SW
           END-READ.
           MOVE VALOR-NUEVO TO VALOR-EDIT.
           IF PR-HALLADO
               MOVE PR-VALOR TO VALOR-ANT-EDIT
               DISPLAY "VALOR VIGENTE A ESA FECHA: " VALOR-ANT-EDIT
                   " (DESDE " PR-FECHA-DESDE ")"
           ELSE
               DISPLAY "EL PARAMETRO NO TENIA VALOR VIGENTE A ESA FECHA"
           END-IF.
           IF FECHA-ENTRADA < FECHA-HOY
               DISPLAY "ATENCION: LA FECHA ES PASADA, CAMBIA LO QUE "
                   "USARIA UNA RECORRIDA DE ESAS FECHAS"
           END-IF.
           IF VERSION-EXISTE
               DISPLAY "YA HAY UNA VERSION CON ESA FECHA: SE CORRIGE"
           ELSE
               DISPLAY "Descripcion (opcional): "
               MOVE SPACES TO DESCRIPCION-ENTRADA
               ACCEPT DESCRIPCION-ENTRADA
           END-IF.
           DISPLAY "CONFIRMA " PROGRAMA-ENTRADA " " PARAMETRO-ENTRADA
               " = " VALOR-EDIT " DESDE " FECHA-ENTRADA "? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.
           IF NOT CONFIRMA
               DISPLAY "CARGA CANCELADA"
               GO TO CARGAR-VERSION-EXIT
           END-IF.

           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE VALOR-NUEVO TO PM-VALOR.
           MOVE OPERADOR-ACTUAL TO PM-OPERADOR.
           MOVE SPACES TO PM-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO PM-TIMESTAMP.
           IF VERSION-EXISTE
               REWRITE PARM-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO CORREGIR LA VERSION"
                       GO TO CARGAR-VERSION-EXIT
               END-REWRITE
           ELSE
               MOVE DESCRIPCION-ENTRADA TO PM-DESCRIPCION
               WRITE PARM-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR LA VERSION"
                       GO TO CARGAR-VERSION-EXIT
               END-WRITE
           END-IF.
           PERFORM REGISTRAR-HISTORIA.
           ADD 1 TO CANT-CAMBIOS.
           PERFORM REGISTRAR-CAMBIO-LOG.
           DISPLAY "PARAMETRO GRABADO".
       CARGAR-VERSION-EXIT.
           EXIT.

       REGISTRAR-HISTORIA.
      /EL RASTRO QUE FALTABA CON LOS ARCHIVOS DE CONTROL A MANO:
      /QUIEN, CUANDO, EL VALOR QUE REGIA Y EL NUEVO
           OPEN EXTEND PARM-HIST.
           IF PARM-HIST-STATUS NOT = "00"
               OPEN OUTPUT PARM-HIST
           END-IF.
           MOVE PM-TIMESTAMP TO PH-TIMESTAMP.
           MOVE OPERADOR-ACTUAL TO PH-OPERADOR.
           MOVE PM-PROGRAMA TO PH-PROGRAMA.
           MOVE PM-PARAMETRO TO PH-PARAMETRO.
           MOVE PM-FECHA-DESDE TO PH-FECHA-DESDE.
           IF PR-HALLADO
               MOVE "Y" TO PH-ANTERIOR-SW
               MOVE PR-VALOR TO PH-VALOR-ANTERIOR
           ELSE
               MOVE "N" TO PH-ANTERIOR-SW
               MOVE 0 TO PH-VALOR-ANTERIOR
           END-IF.
           MOVE PM-VALOR TO PH-VALOR-NUEVO.
           WRITE PARM-HIST-RECORD.
           CLOSE PARM-HIST.

       REGISTRAR-CAMBIO-LOG.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "PARMMNT" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING PM-PROGRAMA DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               PM-PARAMETRO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               PM-FECHA-DESDE DELIMITED BY SIZE
               " POR=" DELIMITED BY SIZE
               OPERADOR-ACTUAL DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "PARMMNT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "PARMMNT" TO RL-PROGRAMA.
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
           MOVE "PARMMNT" TO RL-PROGRAMA.
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

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDAENT,
                                     CAMPO-GENERICO BY ENTERO-ENTRADA.

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDADEC,
                                     CAMPO-GENERICO BY DECIMAL-ENTRADA.

       END PROGRAM PARMMNT.
