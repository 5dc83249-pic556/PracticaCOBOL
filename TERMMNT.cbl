      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Mantenimiento-Del-Calendario-De-Terminos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMNT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CAL ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-TERM
               FILE STATUS IS TERM-CAL-STATUS.

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
       FD  TERM-CAL.
           COPY "TERMCAL.cpy".

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

      /AREA DEL SERVICIO DE FECHAS: VALIDA QUE CADA FECHA TIPEADA
      /SEA UNA FECHA DE CALENDARIO
       COPY "DATEAREA.cpy".

       01 TERM-CAL-STATUS PIC X(02).
           88 TERM-CAL-OK VALUE "00".
       01 USER-MASTER-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 TERM-CAL-EOF-SW PIC X(01) VALUE "N".
           88 TERM-CAL-EOF VALUE "Y".

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-ALTA    VALUE "A".
           88 OPCION-CAMBIO  VALUE "C".
           88 OPCION-CERRAR  VALUE "T".
           88 OPCION-REABRIR VALUE "R".
           88 OPCION-LISTA   VALUE "L".
           88 OPCION-SALIR   VALUE "S".

       01 OPERADOR-ACTUAL PIC X(10).
       01 OPERADOR-PIN PIC X(04).
       01 OPERADOR-OK-SW PIC X(01) VALUE "N".
           88 OPERADOR-OK VALUE "Y".
       01 INTENTOS-OPERADOR PIC 9(01) VALUE 0.

       01 CONFIRMA-SW PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S".
       01 CAMPO-VALIDO-SW PIC X(01) VALUE "N".
           88 CAMPO-VALIDO VALUE "Y".
       01 FECHA-VALIDA-SW PIC X(01) VALUE "N".
           88 FECHA-VALIDA VALUE "Y".

       01 TERMINO-ENTRADA     PIC X(06).
       01 DESCRIPCION-ENTRADA PIC X(30).
       01 FECHA-ENTRADA       PIC X(08).
       01 FECHA-PEDIDA        PIC 9(08).
       01 INICIO-ENTRADA      PIC 9(08).
       01 FIN-ENTRADA         PIC 9(08).
       01 CANT-PERIODOS-ENTRADA PIC 9(01).
       01 MAX-PERIODOS PIC 9(01) VALUE 4.
       01 IND-PERIODO PIC 9(01) COMP.
       01 FIN-PERIODO-ANTERIOR PIC 9(08).

      /LOS TERMINOS NO PUEDEN SUPERPONERSE: TERMCHK TOMA EL PRIMERO
      /QUE CONTIENE LA FECHA. EL REGISTRO EN EDICION SE GUARDA
      /MIENTRAS SE RECORRE EL CALENDARIO
       01 REGISTRO-GUARDADO PIC X(136).
       01 SUPERPONE-SW PIC X(01) VALUE "N".
           88 SUPERPONE VALUE "Y".
       01 TERMINO-CHOCA PIC X(06).

       01 CANT-LISTADOS PIC 9(05).
       01 CANT-CAMBIOS PIC 9(05) VALUE 0.

       01 FECHA-HOY PIC 9(08).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /EL CALENDARIO DE TERMINOS CONTRA EL QUE GRADPOST, ATTNPOST Y
      /ATTNCAPT VALIDAN LAS FECHAS: INICIO, FIN, PERIODOS CON SU
      /FECHA LIMITE DE CARGA Y EL ESTADO ABIERTO/CERRADO. COMO LOS
      /PARAMETROS, SOLO ROL "O" LO MANTIENE.
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

           OPEN I-O TERM-CAL.
           IF TERM-CAL-STATUS = "35"
      /PRIMERA CORRIDA: EL MAESTRO TODAVIA NO EXISTE Y HAY QUE CREARLO
               OPEN OUTPUT TERM-CAL
               CLOSE TERM-CAL
               OPEN I-O TERM-CAL
           END-IF.
           IF NOT TERM-CAL-OK
               DISPLAY "NO SE PUDO ABRIR TERMCAL, STATUS: "
                   TERM-CAL-STATUS
               MOVE "TERMCAL" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE TERM-CAL-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           ELSE
               PERFORM CICLO-MANTENIMIENTO
               CLOSE TERM-CAL
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
               DISPLAY "----- CALENDARIO DE TERMINOS -----"
               DISPLAY " A - Alta de termino"
               DISPLAY " C - Cambio de fechas y periodos"
               DISPLAY " T - Cerrar termino"
               DISPLAY " R - Reabrir termino"
               DISPLAY " L - Listar terminos"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
               EVALUATE TRUE
                   WHEN OPCION-ALTA
                       PERFORM ALTA-TERMINO THRU ALTA-TERMINO-EXIT
                   WHEN OPCION-CAMBIO
                       PERFORM CAMBIO-TERMINO THRU CAMBIO-TERMINO-EXIT
                   WHEN OPCION-CERRAR
                       PERFORM CERRAR-TERMINO THRU CERRAR-TERMINO-EXIT
                   WHEN OPCION-REABRIR
                       PERFORM REABRIR-TERMINO
                           THRU REABRIR-TERMINO-EXIT
                   WHEN OPCION-LISTA
                       PERFORM LISTAR-TERMINOS
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       ALTA-TERMINO.
           PERFORM PEDIR-CODIGO.
           MOVE TERMINO-ENTRADA TO CT-TERM.
           READ TERM-CAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "YA EXISTE EL TERMINO: " TERMINO-ENTRADA
                   GO TO ALTA-TERMINO-EXIT
           END-READ.
           MOVE SPACES TO TERM-CAL-RECORD.
           MOVE TERMINO-ENTRADA TO CT-TERM.
           DISPLAY "Descripcion: ".
           MOVE SPACES TO DESCRIPCION-ENTRADA.
           ACCEPT DESCRIPCION-ENTRADA.
           MOVE DESCRIPCION-ENTRADA TO CT-DESCRIPCION.
           PERFORM PEDIR-FECHAS-TERMINO.
           PERFORM PEDIR-PERIODOS.
           MOVE "A" TO CT-ESTADO.
           MOVE 0 TO CT-FECHA-CIERRE.
           MOVE SPACES TO CT-CERRADO-POR.
           PERFORM CONFIRMAR-OPERACION.
           IF NOT CONFIRMA
               DISPLAY "ALTA CANCELADA"
               GO TO ALTA-TERMINO-EXIT
           END-IF.
           WRITE TERM-CAL-RECORD
               INVALID KEY
                   DISPLAY "ALTA RECHAZADA, STATUS: " TERM-CAL-STATUS
               NOT INVALID KEY
                   PERFORM REGISTRAR-CAMBIO-LOG
                   DISPLAY "ALTA APLICADA: " CT-TERM
           END-WRITE.
       ALTA-TERMINO-EXIT.
           EXIT.

       CAMBIO-TERMINO.
      /UN TERMINO CERRADO NO SE TOCA: PRIMERO HAY QUE REABRIRLO
           PERFORM PEDIR-CODIGO.
           MOVE TERMINO-ENTRADA TO CT-TERM.
           READ TERM-CAL
               INVALID KEY
                   DISPLAY "NO EXISTE EL TERMINO: " TERMINO-ENTRADA
                   GO TO CAMBIO-TERMINO-EXIT
           END-READ.
           PERFORM MOSTRAR-TERMINO.
           IF CT-CERRADO
               DISPLAY "TERMINO CERRADO: REABRALO PARA CAMBIARLO"
               GO TO CAMBIO-TERMINO-EXIT
           END-IF.
           DISPLAY "Nueva descripcion (blanco conserva): ".
           MOVE SPACES TO DESCRIPCION-ENTRADA.
           ACCEPT DESCRIPCION-ENTRADA.
           IF DESCRIPCION-ENTRADA NOT = SPACES
               MOVE DESCRIPCION-ENTRADA TO CT-DESCRIPCION
           END-IF.
           DISPLAY "Cambia fechas y periodos? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.
           IF CONFIRMA
               PERFORM PEDIR-FECHAS-TERMINO
               PERFORM PEDIR-PERIODOS
           END-IF.
           PERFORM CONFIRMAR-OPERACION.
           IF NOT CONFIRMA
               DISPLAY "CAMBIO CANCELADO"
               GO TO CAMBIO-TERMINO-EXIT
           END-IF.
           REWRITE TERM-CAL-RECORD
               INVALID KEY
                   DISPLAY "CAMBIO RECHAZADO, STATUS: " TERM-CAL-STATUS
               NOT INVALID KEY
                   PERFORM REGISTRAR-CAMBIO-LOG
                   DISPLAY "CAMBIO APLICADO: " CT-TERM
           END-REWRITE.
       CAMBIO-TERMINO-EXIT.
           EXIT.

       CERRAR-TERMINO.
      /EL CIERRE NORMAL LO HACE EL PROCESO-CIERRE DE MATEMATICA2;
      /DESDE AQUI LA OFICINA CIERRA UN TERMINO A MANO
           PERFORM PEDIR-CODIGO.
           MOVE TERMINO-ENTRADA TO CT-TERM.
           READ TERM-CAL
               INVALID KEY
                   DISPLAY "NO EXISTE EL TERMINO: " TERMINO-ENTRADA
                   GO TO CERRAR-TERMINO-EXIT
           END-READ.
           IF CT-CERRADO
               PERFORM MOSTRAR-TERMINO
               DISPLAY "EL TERMINO YA ESTA CERRADO"
               GO TO CERRAR-TERMINO-EXIT
           END-IF.
           MOVE "C" TO CT-ESTADO.
           MOVE FECHA-HOY TO CT-FECHA-CIERRE.
           MOVE OPERADOR-ACTUAL TO CT-CERRADO-POR.
           PERFORM CONFIRMAR-OPERACION.
           IF NOT CONFIRMA
               DISPLAY "CIERRE CANCELADO"
               GO TO CERRAR-TERMINO-EXIT
           END-IF.
           REWRITE TERM-CAL-RECORD
               INVALID KEY
                   DISPLAY "CIERRE RECHAZADO, STATUS: " TERM-CAL-STATUS
               NOT INVALID KEY
                   PERFORM REGISTRAR-CAMBIO-LOG
                   DISPLAY "TERMINO CERRADO: " CT-TERM
           END-REWRITE.
       CERRAR-TERMINO-EXIT.
           EXIT.

       REABRIR-TERMINO.
      /REABRIR DEJA VOLVER A CARGAR NOTAS Y ASISTENCIA DEL TERMINO,
      /POR EJEMPLO PARA UNA CORRECCION APROBADA DESPUES DEL CIERRE;
      /QUEDA EN EL RUN-LOG CON EL NU DE QUIEN LO HIZO
           PERFORM PEDIR-CODIGO.
           MOVE TERMINO-ENTRADA TO CT-TERM.
           READ TERM-CAL
               INVALID KEY
                   DISPLAY "NO EXISTE EL TERMINO: " TERMINO-ENTRADA
                   GO TO REABRIR-TERMINO-EXIT
           END-READ.
           IF CT-ABIERTO
               PERFORM MOSTRAR-TERMINO
               DISPLAY "EL TERMINO YA ESTA ABIERTO"
               GO TO REABRIR-TERMINO-EXIT
           END-IF.
           MOVE "A" TO CT-ESTADO.
           MOVE 0 TO CT-FECHA-CIERRE.
           MOVE SPACES TO CT-CERRADO-POR.
           PERFORM CONFIRMAR-OPERACION.
           IF NOT CONFIRMA
               DISPLAY "REAPERTURA CANCELADA"
               GO TO REABRIR-TERMINO-EXIT
           END-IF.
           REWRITE TERM-CAL-RECORD
               INVALID KEY
                   DISPLAY "REAPERTURA RECHAZADA, STATUS: "
                       TERM-CAL-STATUS
               NOT INVALID KEY
                   PERFORM REGISTRAR-CAMBIO-LOG
                   DISPLAY "TERMINO REABIERTO: " CT-TERM
           END-REWRITE.
       REABRIR-TERMINO-EXIT.
           EXIT.

       LISTAR-TERMINOS.
           MOVE 0 TO CANT-LISTADOS.
           MOVE "N" TO TERM-CAL-EOF-SW.
           MOVE LOW-VALUES TO CT-TERM.
           START TERM-CAL KEY IS NOT LESS THAN CT-TERM
               INVALID KEY MOVE "Y" TO TERM-CAL-EOF-SW
           END-START.
           IF NOT TERM-CAL-EOF
               READ TERM-CAL NEXT RECORD
                   AT END MOVE "Y" TO TERM-CAL-EOF-SW
               END-READ
           END-IF.
           DISPLAY "TERMIN DESCRIPCION                    INICIO   "
               "FIN      E PER".
           PERFORM UNTIL TERM-CAL-EOF
               ADD 1 TO CANT-LISTADOS
               DISPLAY CT-TERM " " CT-DESCRIPCION " " CT-FECHA-INICIO
                   " " CT-FECHA-FIN " " CT-ESTADO "   "
                   CT-CANT-PERIODOS
               READ TERM-CAL NEXT RECORD
                   AT END MOVE "Y" TO TERM-CAL-EOF-SW
               END-READ
           END-PERFORM.
           IF CANT-LISTADOS = 0
               DISPLAY "SIN TERMINOS CARGADOS"
           END-IF.

       PEDIR-CODIGO.
      /EL CODIGO ES EL MISMO AAAATN DE LOS MAESTROS DE NOTAS Y
      /ASISTENCIA: ANIO DE CUATRO DIGITOS Y DOS CARACTERES DE TERMINO
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Termino (AAAATN): "
               MOVE SPACES TO TERMINO-ENTRADA
               ACCEPT TERMINO-ENTRADA
               IF TERMINO-ENTRADA(1:4) NOT NUMERIC
                  OR TERMINO-ENTRADA(5:2) = SPACES
                   DISPLAY "TERMINO INVALIDO: ANIO Y CODIGO (AAAATN)"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.

       PEDIR-FECHA.
      /ACEPTA UNA FECHA AAAAMMDD Y LA VALIDA CONTRA EL CALENDARIO
      /CON DATECALC; QUEDA EN FECHA-PEDIDA
           MOVE "N" TO FECHA-VALIDA-SW.
           PERFORM UNTIL FECHA-VALIDA
               MOVE SPACES TO FECHA-ENTRADA
               ACCEPT FECHA-ENTRADA
               IF FECHA-ENTRADA NUMERIC
                   MOVE "V" TO DC-OPERACION
                   MOVE FECHA-ENTRADA TO DC-FECHA1
                   CALL "DATECALC" USING DATE-AREA
                   IF NOT DC-FECHA-MALA
                       MOVE "Y" TO FECHA-VALIDA-SW
                   END-IF
               END-IF
               IF NOT FECHA-VALIDA
                   DISPLAY "FECHA INVALIDA, REINGRESE (AAAAMMDD): "
               END-IF
           END-PERFORM.
           MOVE FECHA-ENTRADA TO FECHA-PEDIDA.

       PEDIR-FECHAS-TERMINO.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Fecha de inicio (AAAAMMDD): "
               PERFORM PEDIR-FECHA
               MOVE FECHA-PEDIDA TO INICIO-ENTRADA
               DISPLAY "Fecha de fin (AAAAMMDD): "
               PERFORM PEDIR-FECHA
               MOVE FECHA-PEDIDA TO FIN-ENTRADA
               IF FIN-ENTRADA < INICIO-ENTRADA
                   DISPLAY "EL FIN NO PUEDE SER ANTERIOR AL INICIO"
               ELSE
                   PERFORM VERIFICAR-SUPERPOSICION
                   IF SUPERPONE
                       DISPLAY "SE SUPERPONE CON EL TERMINO "
                           TERMINO-CHOCA
                   ELSE
                       MOVE "Y" TO CAMPO-VALIDO-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE INICIO-ENTRADA TO CT-FECHA-INICIO.
           MOVE FIN-ENTRADA TO CT-FECHA-FIN.

       VERIFICAR-SUPERPOSICION.
      /RECORRE EL CALENDARIO BUSCANDO OTRO TERMINO QUE PISE LAS
      /FECHAS TIPEADAS; EL REGISTRO EN EDICION SE RESTAURA AL FINAL
      /Y SE VUELVE A LEER PARA QUE EL REWRITE DEL CAMBIO SIGA VALIDO
           MOVE TERM-CAL-RECORD TO REGISTRO-GUARDADO.
           MOVE "N" TO SUPERPONE-SW.
           MOVE "N" TO TERM-CAL-EOF-SW.
           MOVE LOW-VALUES TO CT-TERM.
           START TERM-CAL KEY IS NOT LESS THAN CT-TERM
               INVALID KEY MOVE "Y" TO TERM-CAL-EOF-SW
           END-START.
           PERFORM UNTIL TERM-CAL-EOF OR SUPERPONE
               READ TERM-CAL NEXT RECORD
                   AT END
                       MOVE "Y" TO TERM-CAL-EOF-SW
                   NOT AT END
                       IF CT-TERM NOT = TERMINO-ENTRADA
                          AND INICIO-ENTRADA NOT > CT-FECHA-FIN
                          AND FIN-ENTRADA NOT < CT-FECHA-INICIO
                           MOVE "Y" TO SUPERPONE-SW
                           MOVE CT-TERM TO TERMINO-CHOCA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE TERMINO-ENTRADA TO CT-TERM.
           READ TERM-CAL
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE REGISTRO-GUARDADO TO TERM-CAL-RECORD.

       PEDIR-PERIODOS.
      /CADA PERIODO DE CALIFICACION TERMINA DENTRO DEL TERMINO,
      /DESPUES DEL ANTERIOR, Y TIENE SU FECHA LIMITE DE CARGA DE
      /NOTAS; SIN PERIODOS NO HAY PLAZO DE CARGA QUE CONTROLAR
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Cantidad de periodos de calificacion (0 a 4): "
               PERFORM VALIDACANT
               IF CANT-PERIODOS-ENTRADA > MAX-PERIODOS
                   DISPLAY "NO MAS DE 4 PERIODOS"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.
           MOVE CANT-PERIODOS-ENTRADA TO CT-CANT-PERIODOS.
           PERFORM VARYING IND-PERIODO FROM 1 BY 1
                   UNTIL IND-PERIODO > MAX-PERIODOS
               MOVE 0 TO CT-PER-FIN(IND-PERIODO)
               MOVE 0 TO CT-PER-LIMITE(IND-PERIODO)
           END-PERFORM.
           MOVE 0 TO FIN-PERIODO-ANTERIOR.
           PERFORM PEDIR-UN-PERIODO
               VARYING IND-PERIODO FROM 1 BY 1
               UNTIL IND-PERIODO > CT-CANT-PERIODOS.

       PEDIR-UN-PERIODO.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Fin del periodo " IND-PERIODO " (AAAAMMDD): "
               PERFORM PEDIR-FECHA
               IF FECHA-PEDIDA < CT-FECHA-INICIO
                  OR FECHA-PEDIDA > CT-FECHA-FIN
                   DISPLAY "EL PERIODO DEBE TERMINAR DENTRO DEL TERMINO"
               ELSE
                   IF FECHA-PEDIDA NOT > FIN-PERIODO-ANTERIOR
                       DISPLAY "DEBE TERMINAR DESPUES DEL PERIODO "
                           "ANTERIOR"
                   ELSE
                       MOVE "Y" TO CAMPO-VALIDO-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE FECHA-PEDIDA TO CT-PER-FIN(IND-PERIODO).
           MOVE FECHA-PEDIDA TO FIN-PERIODO-ANTERIOR.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Limite de carga de notas (AAAAMMDD): "
               PERFORM PEDIR-FECHA
               IF FECHA-PEDIDA < CT-PER-FIN(IND-PERIODO)
                   DISPLAY "EL LIMITE NO PUEDE SER ANTERIOR AL FIN "
                       "DEL PERIODO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.
           MOVE FECHA-PEDIDA TO CT-PER-LIMITE(IND-PERIODO).

       MOSTRAR-TERMINO.
           DISPLAY "TERMINO:     " CT-TERM " " CT-DESCRIPCION.
           DISPLAY "DESDE/HASTA: " CT-FECHA-INICIO " " CT-FECHA-FIN.
           IF CT-CERRADO
               DISPLAY "ESTADO:      CERRADO EL " CT-FECHA-CIERRE
                   " POR " CT-CERRADO-POR
           ELSE
               DISPLAY "ESTADO:      ABIERTO"
           END-IF.
           PERFORM MOSTRAR-UN-PERIODO
               VARYING IND-PERIODO FROM 1 BY 1
               UNTIL IND-PERIODO > CT-CANT-PERIODOS.

       MOSTRAR-UN-PERIODO.
           DISPLAY "PERIODO " IND-PERIODO ":   FIN "
               CT-PER-FIN(IND-PERIODO) " LIMITE DE CARGA "
               CT-PER-LIMITE(IND-PERIODO).

       CONFIRMAR-OPERACION.
      /MUESTRA EL REGISTRO COMO QUEDARIA Y PIDE CONFIRMACION ANTES
      /DE TOCAR EL MAESTRO
           DISPLAY "EL REGISTRO QUEDARIA ASI:".
           PERFORM MOSTRAR-TERMINO.
           DISPLAY "CONFIRMA LA OPERACION? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.

       REGISTRAR-CAMBIO-LOG.
      /CADA ALTA, CAMBIO, CIERRE O REAPERTURA DEL CALENDARIO QUEDA
      /EN EL RUN-LOG COMPARTIDO CON EL TERMINO Y EL OPERADOR
           ADD 1 TO CANT-CAMBIOS.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "TERMMNT" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "OPC=" DELIMITED BY SIZE
               OPCION-MANTEN DELIMITED BY SIZE
               " TERM=" DELIMITED BY SIZE
               CT-TERM DELIMITED BY SIZE
               " POR=" DELIMITED BY SIZE
               OPERADOR-ACTUAL DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "TERMMNT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "TERMMNT" TO RL-PROGRAMA.
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
           MOVE "TERMMNT" TO RL-PROGRAMA.
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

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDACANT,
                                     CAMPO-GENERICO BY
                                     CANT-PERIODOS-ENTRADA.

       END PROGRAM TERMMNT.
