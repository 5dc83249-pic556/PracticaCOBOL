      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Mantenimiento-De-Cuotas-Y-Ajustes-De-Cuenta
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMNT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHED ASSIGN TO "FEESCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-SECTION
               FILE STATUS IS FEE-SCHED-STATUS.

           SELECT FEE-LEDGER ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-KEY
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT SECT-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-SECTION
               FILE STATUS IS SECT-MASTER-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

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
       FD  FEE-SCHED.
           COPY "FEESCHD.cpy".

       FD  FEE-LEDGER.
           COPY "FEELEDG.cpy".

       FD  SECT-MASTER.
           COPY "SECTMAST.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

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

       01 FEE-SCHED-STATUS PIC X(02).
           88 FEE-SCHED-OK VALUE "00".
       01 FEE-LEDGER-STATUS PIC X(02).
           88 FEE-LEDGER-OK VALUE "00".
       01 SECT-MASTER-STATUS PIC X(02).
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 USER-MASTER-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 HAY-SECCIONES-SW PIC X(01) VALUE "N".
           88 HAY-SECCIONES VALUE "Y".
       01 HAY-ALUMNOS-SW PIC X(01) VALUE "N".
           88 HAY-ALUMNOS VALUE "Y".
       01 LISTA-EOF-SW PIC X(01) VALUE "N".
           88 LISTA-EOF VALUE "Y".
       01 CUENTA-HALLADA-SW PIC X(01) VALUE "N".
           88 CUENTA-HALLADA VALUE "Y".

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-ALTA    VALUE "A".
           88 OPCION-CAMBIO  VALUE "C".
           88 OPCION-BAJA    VALUE "B".
           88 OPCION-AJUSTE  VALUE "J".
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

       01 SECCION-ENTRADA PIC X(03).
       01 CONCEPTO-ENTRADA PIC X(30).
       01 ALUMNO-ENTRADA PIC X(10).
       01 SENTIDO-ENTRADA PIC X(01).
           88 SENTIDO-DEBE  VALUE "D".
           88 SENTIDO-HABER VALUE "H".
      * El importe se pide en dos partes (pesos y centavos) para no
      * depender de como se tipea el punto decimal.
       01 PESOS-ENTRADA PIC 9(07).
       01 CENTAVOS-ENTRADA PIC 9(02).
       01 DIA-ENTRADA PIC 9(02).
       01 IMPORTE-ENTRADA PIC 9(07)V9(02).
       01 IMPORTE-EDIT PIC ZZZZZZ9.99.

       01 CANT-LISTADOS PIC 9(05).
       01 CANT-CAMBIOS PIC 9(05) VALUE 0.

       01 FECHA-HOY PIC 9(08).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /CUOTA MENSUAL POR SECCION QUE USA LA FACTURACION DE FEEBILL Y
      /AJUSTES MANUALES A LA CUENTA DE UN ALUMNO (BONIFICACIONES,
      /RECARGOS, CORRECCIONES). COMO LOS PARAMETROS, SOLO ROL "O";
      /CADA OPERACION QUEDA EN EL RUN-LOG CON EL NU DE QUIEN LA HIZO.
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

           OPEN I-O FEE-SCHED.
           IF FEE-SCHED-STATUS = "35"
      /PRIMERA CORRIDA: EL MAESTRO TODAVIA NO EXISTE Y HAY QUE CREARLO
               OPEN OUTPUT FEE-SCHED
               CLOSE FEE-SCHED
               OPEN I-O FEE-SCHED
           END-IF.
           IF NOT FEE-SCHED-OK
               DISPLAY "NO SE PUDO ABRIR FEESCHD, STATUS: "
                   FEE-SCHED-STATUS
               MOVE "FEESCHD" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE FEE-SCHED-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           OPEN I-O FEE-LEDGER.
           IF FEE-LEDGER-STATUS = "35"
               OPEN OUTPUT FEE-LEDGER
               CLOSE FEE-LEDGER
               OPEN I-O FEE-LEDGER
           END-IF.
           IF NOT FEE-LEDGER-OK
               DISPLAY "NO SE PUDO ABRIR FEELEDG, STATUS: "
                   FEE-LEDGER-STATUS
               MOVE "FEELEDG" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE FEE-LEDGER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               CLOSE FEE-SCHED
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
      /SIN SECTMAST O STUDMAST LOS CODIGOS SE ACEPTAN SIN VALIDAR
           OPEN INPUT SECT-MASTER.
           IF SECT-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-SECCIONES-SW
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-ALUMNOS-SW
           END-IF.

           PERFORM CICLO-MANTENIMIENTO.

           IF HAY-ALUMNOS
               CLOSE STUDENT-MASTER
           END-IF.
           IF HAY-SECCIONES
               CLOSE SECT-MASTER
           END-IF.
           CLOSE FEE-LEDGER.
           CLOSE FEE-SCHED.
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
               DISPLAY "----- CUOTAS Y CUENTAS DE ALUMNOS -----"
               DISPLAY " A - Alta de cuota de seccion"
               DISPLAY " C - Cambio de cuota de seccion"
               DISPLAY " B - Baja de cuota de seccion"
               DISPLAY " J - Ajuste a la cuenta de un alumno"
               DISPLAY " L - Listar cuotas"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
               EVALUATE TRUE
                   WHEN OPCION-ALTA
                       PERFORM ALTA-CUOTA THRU ALTA-CUOTA-EXIT
                   WHEN OPCION-CAMBIO
                       PERFORM CAMBIO-CUOTA THRU CAMBIO-CUOTA-EXIT
                   WHEN OPCION-BAJA
                       PERFORM BAJA-CUOTA THRU BAJA-CUOTA-EXIT
                   WHEN OPCION-AJUSTE
                       PERFORM AJUSTE-CUENTA THRU AJUSTE-CUENTA-EXIT
                   WHEN OPCION-LISTA
                       PERFORM LISTAR-CUOTAS
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       ALTA-CUOTA.
           PERFORM PEDIR-SECCION.
           MOVE SECCION-ENTRADA TO FE-SECTION.
           READ FEE-SCHED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "YA HAY CUOTA PARA LA SECCION: "
                       SECCION-ENTRADA
                   GO TO ALTA-CUOTA-EXIT
           END-READ.
           MOVE SPACES TO FEE-SCHED-RECORD.
           MOVE SECCION-ENTRADA TO FE-SECTION.
           DISPLAY "Concepto (ej. CUOTA MENSUAL): ".
           MOVE SPACES TO CONCEPTO-ENTRADA.
           ACCEPT CONCEPTO-ENTRADA.
           MOVE CONCEPTO-ENTRADA TO FE-CONCEPTO.
           PERFORM PEDIR-DATOS-CUOTA.
           PERFORM CONFIRMAR-CUOTA.
           IF NOT CONFIRMA
               DISPLAY "ALTA CANCELADA"
               GO TO ALTA-CUOTA-EXIT
           END-IF.
           WRITE FEE-SCHED-RECORD
               INVALID KEY
                   DISPLAY "ALTA RECHAZADA, STATUS: " FEE-SCHED-STATUS
               NOT INVALID KEY
                   PERFORM REGISTRAR-CAMBIO-LOG
                   DISPLAY "ALTA APLICADA: " FE-SECTION
           END-WRITE.
       ALTA-CUOTA-EXIT.
           EXIT.

       CAMBIO-CUOTA.
      /EL CAMBIO RIGE DESDE LA PROXIMA FACTURACION: LOS CARGOS YA
      /FACTURADOS NO SE TOCAN (PARA ESO ESTAN LOS AJUSTES)
           PERFORM PEDIR-SECCION.
           MOVE SECCION-ENTRADA TO FE-SECTION.
           READ FEE-SCHED
               INVALID KEY
                   DISPLAY "NO HAY CUOTA PARA LA SECCION: "
                       SECCION-ENTRADA
                   GO TO CAMBIO-CUOTA-EXIT
           END-READ.
           PERFORM MOSTRAR-CUOTA.
           DISPLAY "Nuevo concepto (blanco conserva): ".
           MOVE SPACES TO CONCEPTO-ENTRADA.
           ACCEPT CONCEPTO-ENTRADA.
           IF CONCEPTO-ENTRADA NOT = SPACES
               MOVE CONCEPTO-ENTRADA TO FE-CONCEPTO
           END-IF.
           PERFORM PEDIR-DATOS-CUOTA.
           PERFORM CONFIRMAR-CUOTA.
           IF NOT CONFIRMA
               DISPLAY "CAMBIO CANCELADO"
               GO TO CAMBIO-CUOTA-EXIT
           END-IF.
           REWRITE FEE-SCHED-RECORD
               INVALID KEY
                   DISPLAY "CAMBIO RECHAZADO, STATUS: " FEE-SCHED-STATUS
               NOT INVALID KEY
                   PERFORM REGISTRAR-CAMBIO-LOG
                   DISPLAY "CAMBIO APLICADO: " FE-SECTION
           END-REWRITE.
       CAMBIO-CUOTA-EXIT.
           EXIT.

       BAJA-CUOTA.
      /SIN CUOTA, FEEBILL DEJA DE FACTURAR A LA SECCION Y LA INFORMA
           PERFORM PEDIR-SECCION.
           MOVE SECCION-ENTRADA TO FE-SECTION.
           READ FEE-SCHED
               INVALID KEY
                   DISPLAY "NO HAY CUOTA PARA LA SECCION: "
                       SECCION-ENTRADA
                   GO TO BAJA-CUOTA-EXIT
           END-READ.
           PERFORM MOSTRAR-CUOTA.
           DISPLAY "CONFIRMA LA BAJA? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.
           IF NOT CONFIRMA
               DISPLAY "BAJA CANCELADA"
               GO TO BAJA-CUOTA-EXIT
           END-IF.
           DELETE FEE-SCHED
               INVALID KEY
                   DISPLAY "BAJA RECHAZADA, STATUS: " FEE-SCHED-STATUS
               NOT INVALID KEY
                   PERFORM REGISTRAR-CAMBIO-LOG
                   DISPLAY "BAJA APLICADA: " SECCION-ENTRADA
           END-DELETE.
       BAJA-CUOTA-EXIT.
           EXIT.

       AJUSTE-CUENTA.
      /EL AJUSTE ENTRA AL LIBRO CON LA FECHA DEL DIA Y UNA REFERENCIA
      /ARMADA CON LA HORA, A NOMBRE DEL OPERADOR; AL DEBE SUMA DEUDA
      /QUE VENCE HOY, AL HABER LA DESCUENTA
           PERFORM PEDIR-ALUMNO.
           PERFORM BUSCAR-CUENTA.
           IF NOT CUENTA-HALLADA
               DISPLAY "ALUMNO SIN INSCRIPCION NI CUENTA: "
                   ALUMNO-ENTRADA
               GO TO AJUSTE-CUENTA-EXIT
           END-IF.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "D = al debe (recargo), H = al haber "
                   "(bonificacion): "
               MOVE SPACE TO SENTIDO-ENTRADA
               ACCEPT SENTIDO-ENTRADA
               IF SENTIDO-DEBE OR SENTIDO-HABER
                   MOVE "Y" TO CAMPO-VALIDO-SW
               ELSE
                   DISPLAY "INDIQUE D O H"
               END-IF
           END-PERFORM.
           PERFORM PEDIR-IMPORTE.
           DISPLAY "Motivo del ajuste: ".
           MOVE SPACES TO CONCEPTO-ENTRADA.
           PERFORM UNTIL CONCEPTO-ENTRADA NOT = SPACES
               ACCEPT CONCEPTO-ENTRADA
               IF CONCEPTO-ENTRADA = SPACES
                   DISPLAY "EL MOTIVO ES OBLIGATORIO: "
               END-IF
           END-PERFORM.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE SPACES TO FEE-LEDGER-RECORD.
           MOVE ALUMNO-ENTRADA TO FL-STUDENT-ID.
           MOVE FECHA-HOY TO FL-FECHA.
           MOVE "A" TO FL-TIPO.
           STRING "AJ" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO FL-REFERENCIA.
           MOVE SENTIDO-ENTRADA TO FL-DEBE-HABER.
           MOVE IMPORTE-ENTRADA TO FL-IMPORTE.
           IF SENTIDO-DEBE
               MOVE FECHA-HOY TO FL-VENCIMIENTO
           ELSE
               MOVE 0 TO FL-VENCIMIENTO
           END-IF.
           MOVE FECHA-HOY(1:6) TO FL-MES.
           MOVE CONCEPTO-ENTRADA TO FL-CONCEPTO.
           MOVE OPERADOR-ACTUAL TO FL-OPERADOR.
           MOVE FECHA-HOY TO FL-FECHA-POSTEO.
           MOVE IMPORTE-ENTRADA TO IMPORTE-EDIT.
           DISPLAY "AJUSTE " FL-DEBE-HABER " " IMPORTE-EDIT " A "
               FL-STUDENT-ID ": " FL-CONCEPTO.
           DISPLAY "CONFIRMA LA OPERACION? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.
           IF NOT CONFIRMA
               DISPLAY "AJUSTE CANCELADO"
               GO TO AJUSTE-CUENTA-EXIT
           END-IF.
           WRITE FEE-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "AJUSTE RECHAZADO, STATUS: "
                       FEE-LEDGER-STATUS
               NOT INVALID KEY
                   PERFORM REGISTRAR-CAMBIO-LOG
                   DISPLAY "AJUSTE APLICADO: " FL-REFERENCIA
           END-WRITE.
       AJUSTE-CUENTA-EXIT.
           EXIT.

       BUSCAR-CUENTA.
      /SE AJUSTA A UN ALUMNO INSCRIPTO O A UNA CUENTA QUE YA TIENE
      /MOVIMIENTOS (EX-ALUMNOS CON DEUDA)
           MOVE "N" TO CUENTA-HALLADA-SW.
           IF HAY-ALUMNOS
               MOVE ALUMNO-ENTRADA TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CUENTA-HALLADA-SW
                       DISPLAY "ALUMNO: " SM-STUDENT-NAME
                           " SECCION " SM-SECTION
               END-READ
           END-IF.
           IF NOT CUENTA-HALLADA
               MOVE LOW-VALUES TO FL-KEY
               MOVE ALUMNO-ENTRADA TO FL-STUDENT-ID
               START FEE-LEDGER KEY IS NOT LESS THAN FL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FEE-LEDGER NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FL-STUDENT-ID = ALUMNO-ENTRADA
                                   MOVE "Y" TO CUENTA-HALLADA-SW
                               END-IF
                       END-READ
               END-START
           END-IF.

       LISTAR-CUOTAS.
           MOVE 0 TO CANT-LISTADOS.
           MOVE "N" TO LISTA-EOF-SW.
           MOVE LOW-VALUES TO FE-SECTION.
           START FEE-SCHED KEY IS NOT LESS THAN FE-SECTION
               INVALID KEY MOVE "Y" TO LISTA-EOF-SW
           END-START.
           IF NOT LISTA-EOF
               READ FEE-SCHED NEXT RECORD
                   AT END MOVE "Y" TO LISTA-EOF-SW
               END-READ
           END-IF.
           DISPLAY "SEC CONCEPTO                           CUOTA"
               " VENCE".
           PERFORM UNTIL LISTA-EOF
               ADD 1 TO CANT-LISTADOS
               MOVE FE-CUOTA TO IMPORTE-EDIT
               DISPLAY FE-SECTION " " FE-CONCEPTO " " IMPORTE-EDIT
                   "    " FE-DIA-VENCE
               READ FEE-SCHED NEXT RECORD
                   AT END MOVE "Y" TO LISTA-EOF-SW
               END-READ
           END-PERFORM.
           IF CANT-LISTADOS = 0
               DISPLAY "SIN CUOTAS CARGADAS"
           END-IF.

       PEDIR-SECCION.
      /CON SECTMAST PRESENTE, LA SECCION DEBE EXISTIR
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Ingrese el codigo de seccion: "
               MOVE SPACES TO SECCION-ENTRADA
               ACCEPT SECCION-ENTRADA
               IF SECCION-ENTRADA = SPACES
                   DISPLAY "LA SECCION NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
                   IF HAY-SECCIONES
                       MOVE SECCION-ENTRADA TO SE-SECTION
                       READ SECT-MASTER
                           INVALID KEY
                               DISPLAY "SECCION NO REGISTRADA EN "
                                   "SECTMAST"
                               MOVE "N" TO CAMPO-VALIDO-SW
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-ALUMNO.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Legajo del alumno: "
               MOVE SPACES TO ALUMNO-ENTRADA
               ACCEPT ALUMNO-ENTRADA
               IF ALUMNO-ENTRADA = SPACES
                   DISPLAY "EL LEGAJO NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.

       PEDIR-DATOS-CUOTA.
           PERFORM PEDIR-IMPORTE.
           MOVE IMPORTE-ENTRADA TO FE-CUOTA.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Dia de vencimiento (1 a 28, 0 = dia 10): "
               PERFORM VALIDADIA
               IF DIA-ENTRADA > 28
                   DISPLAY "EL VENCIMIENTO NO PUEDE PASAR DEL DIA 28"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.
           MOVE DIA-ENTRADA TO FE-DIA-VENCE.
           MOVE FECHA-HOY TO FE-FECHA-CAMBIO.
           MOVE OPERADOR-ACTUAL TO FE-CAMBIADO-POR.

       PEDIR-IMPORTE.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Importe, pesos: "
               PERFORM VALIDAPESOS
               DISPLAY "Importe, centavos: "
               PERFORM VALIDACENTAVOS
               COMPUTE IMPORTE-ENTRADA = PESOS-ENTRADA
                   + CENTAVOS-ENTRADA / 100
               IF IMPORTE-ENTRADA = 0
                   DISPLAY "EL IMPORTE NO PUEDE SER CERO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.

       MOSTRAR-CUOTA.
           MOVE FE-CUOTA TO IMPORTE-EDIT.
           DISPLAY "SECCION:     " FE-SECTION " " FE-CONCEPTO.
           DISPLAY "CUOTA:       " IMPORTE-EDIT
               "  VENCE EL DIA " FE-DIA-VENCE.
           DISPLAY "ULT. CAMBIO: " FE-FECHA-CAMBIO " POR "
               FE-CAMBIADO-POR.

       CONFIRMAR-CUOTA.
      /MUESTRA EL REGISTRO COMO QUEDARIA Y PIDE CONFIRMACION ANTES
      /DE TOCAR EL MAESTRO
           DISPLAY "EL REGISTRO QUEDARIA ASI:".
           PERFORM MOSTRAR-CUOTA.
           DISPLAY "CONFIRMA LA OPERACION? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.

       REGISTRAR-CAMBIO-LOG.
      /CADA CAMBIO DE CUOTA O AJUSTE QUEDA EN EL RUN-LOG COMPARTIDO
      /CON LA SECCION O EL ALUMNO Y EL OPERADOR
           ADD 1 TO CANT-CAMBIOS.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "FEEMNT" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           IF OPCION-AJUSTE
               STRING "OPC=J AL=" DELIMITED BY SIZE
                   FL-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FL-DEBE-HABER DELIMITED BY SIZE
                   " POR=" DELIMITED BY SIZE
                   OPERADOR-ACTUAL DELIMITED BY SIZE
                   INTO RL-DATOS-CLAVE
           ELSE
               STRING "OPC=" DELIMITED BY SIZE
                   OPCION-MANTEN DELIMITED BY SIZE
                   " SEC=" DELIMITED BY SIZE
                   SECCION-ENTRADA DELIMITED BY SIZE
                   " POR=" DELIMITED BY SIZE
                   OPERADOR-ACTUAL DELIMITED BY SIZE
                   INTO RL-DATOS-CLAVE
           END-IF.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "FEEMNT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "FEEMNT" TO RL-PROGRAMA.
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
           MOVE "FEEMNT" TO RL-PROGRAMA.
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

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDAPESOS,
                                     CAMPO-GENERICO BY PESOS-ENTRADA.

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDACENTAVOS,
                                     CAMPO-GENERICO BY CENTAVOS-ENTRADA.

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDADIA,
                                     CAMPO-GENERICO BY DIA-ENTRADA.

       END PROGRAM FEEMNT.
