      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Estados-De-Cuenta-Mensuales-De-Cuotas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESTMT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-CONTROL ASSIGN TO "FEECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-CONTROL-STATUS.

           SELECT FEE-LEDGER ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FL-KEY
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT STMT-REPORT ASSIGN TO "RPTFSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMT-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-CONTROL.
      /MES DEL ESTADO DE CUENTA (AAAAMM), LA MISMA TARJETA DE FEEBILL;
      /SIN TARJETA SE EMITE EL MES DE LA FECHA DEL DIA
       01  FEE-CONTROL-RECORD.
           05  FC-MES              PIC 9(06).

       FD  FEE-LEDGER.
           COPY "FEELEDG.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  STMT-REPORT.
       01  STMT-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 FEE-CONTROL-STATUS    PIC X(02).
       01 FEE-LEDGER-STATUS     PIC X(02).
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 STMT-REPORT-STATUS    PIC X(02).
       01 RUN-LOG-STATUS        PIC X(02).

       01 LIBRO-EOF-SW PIC X(01) VALUE "N".
           88 LIBRO-EOF VALUE "Y".
       01 HAY-MAESTRO-SW PIC X(01) VALUE "N".
           88 HAY-MAESTRO VALUE "Y".
       01 ENCABEZADO-EMITIDO-SW PIC X(01) VALUE "N".
           88 ENCABEZADO-EMITIDO VALUE "Y".

       01 MES-ESTADO PIC 9(06).
       01 FECHA-DESDE PIC 9(08).
       01 FECHA-HASTA PIC 9(08).
       01 CUENTA-ACTUAL PIC X(10).
       01 NOMBRE-CUENTA PIC X(30).
       01 SECCION-CUENTA PIC X(03).

      * Saldos de la cuenta: positivo = el alumno debe, negativo =
      * saldo a favor del alumno.
       01 SALDO-ANTERIOR PIC S9(09)V9(02).
       01 SALDO-CUENTA PIC S9(09)V9(02).
       01 DEBITOS-MES PIC 9(09)V9(02).
       01 CREDITOS-MES PIC 9(09)V9(02).
       01 VENCE-MES PIC 9(08).
       01 TEXTO-TIPO PIC X(07).

       01 CANT-ESTADOS PIC 9(05) VALUE 0.
       01 CANT-CUENTAS PIC 9(05) VALUE 0.
       01 TOTAL-DEUDA PIC S9(11)V9(02) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 IMPORTE-EDIT PIC ZZZZZZ9.99.
       01 SALDO-EDIT PIC -ZZZZZZZZ9.99.
       01 TOTAL-EDIT PIC -ZZZZZZZZZZ9.99.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /UN ESTADO DE CUENTA POR ALUMNO PARA EL MES: SALDO ANTERIOR,
      /LOS CARGOS, PAGOS Y AJUSTES DEL MES Y EL SALDO AL CIERRE. SE
      /EMITE PARA TODA CUENTA CON MOVIMIENTOS EN EL MES O CON SALDO;
      /LOS MOVIMIENTOS POSTERIORES AL MES QUEDAN PARA EL PROXIMO.
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM LEER-CONTROL.
           COMPUTE FECHA-DESDE = MES-ESTADO * 100 + 1.
           COMPUTE FECHA-HASTA = MES-ESTADO * 100 + 31.

           OPEN OUTPUT STMT-REPORT.
           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR FEELEDG, STATUS: "
                   FEE-LEDGER-STATUS
               MOVE "FEELEDG" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE FEE-LEDGER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "SIN FEELEDG, NINGUN ESTADO DE CUENTA EMITIDO"
                   TO STMT-REPORT-LINEA
               WRITE STMT-REPORT-LINEA
               CLOSE STMT-REPORT
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-MAESTRO-SW
           END-IF.

           READ FEE-LEDGER
               AT END MOVE "Y" TO LIBRO-EOF-SW
           END-READ.
           PERFORM UNTIL LIBRO-EOF
               PERFORM PROCESAR-CUENTA
           END-PERFORM.

           IF HAY-MAESTRO
               CLOSE STUDENT-MASTER
           END-IF.
           CLOSE FEE-LEDGER.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE STMT-REPORT.
           DISPLAY "ESTADOS DE CUENTA EMITIDOS: " CANT-ESTADOS.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       LEER-CONTROL.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD(1:6) TO MES-ESTADO.
           OPEN INPUT FEE-CONTROL.
           IF FEE-CONTROL-STATUS = "00"
               READ FEE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-MES NUMERIC AND FC-MES > 0
                           MOVE FC-MES TO MES-ESTADO
                       END-IF
               END-READ
               CLOSE FEE-CONTROL
           END-IF.

       PROCESAR-CUENTA.
      /CORTE DE CONTROL POR ALUMNO: EL LIBRO VIENE ORDENADO POR
      /ALUMNO Y FECHA
           ADD 1 TO CANT-CUENTAS.
           MOVE FL-STUDENT-ID TO CUENTA-ACTUAL.
           MOVE 0 TO SALDO-ANTERIOR.
           MOVE 0 TO DEBITOS-MES.
           MOVE 0 TO CREDITOS-MES.
           MOVE 0 TO VENCE-MES.
           MOVE "N" TO ENCABEZADO-EMITIDO-SW.
           PERFORM PROCESAR-MOVIMIENTO
               UNTIL LIBRO-EOF OR FL-STUDENT-ID NOT = CUENTA-ACTUAL.
           COMPUTE SALDO-CUENTA = SALDO-ANTERIOR + DEBITOS-MES
               - CREDITOS-MES.
           IF NOT ENCABEZADO-EMITIDO AND SALDO-ANTERIOR NOT = 0
               PERFORM ESCRIBIR-ENCABEZADO
               MOVE "  SIN MOVIMIENTOS EN EL MES" TO STMT-REPORT-LINEA
               WRITE STMT-REPORT-LINEA
           END-IF.
           IF ENCABEZADO-EMITIDO
               PERFORM ESCRIBIR-CIERRE
           END-IF.

       PROCESAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN FL-FECHA < FECHA-DESDE
                   IF FL-DEBE
                       ADD FL-IMPORTE TO SALDO-ANTERIOR
                   ELSE
                       SUBTRACT FL-IMPORTE FROM SALDO-ANTERIOR
                   END-IF
               WHEN FL-FECHA NOT > FECHA-HASTA
                   IF NOT ENCABEZADO-EMITIDO
                       PERFORM ESCRIBIR-ENCABEZADO
                   END-IF
                   PERFORM ESCRIBIR-MOVIMIENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ FEE-LEDGER
               AT END MOVE "Y" TO LIBRO-EOF-SW
           END-READ.

       ESCRIBIR-ENCABEZADO.
           MOVE "Y" TO ENCABEZADO-EMITIDO-SW.
           ADD 1 TO CANT-ESTADOS.
           MOVE "(SIN INSCRIPCION VIGENTE)" TO NOMBRE-CUENTA.
           MOVE SPACES TO SECCION-CUENTA.
           IF HAY-MAESTRO
               MOVE CUENTA-ACTUAL TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-STUDENT-NAME TO NOMBRE-CUENTA
                       MOVE SM-SECTION TO SECCION-CUENTA
               END-READ
           END-IF.
           MOVE ALL "=" TO STMT-REPORT-LINEA.
           WRITE STMT-REPORT-LINEA.
           MOVE SPACES TO STMT-REPORT-LINEA.
           STRING "ESTADO DE CUENTA DE CUOTAS - MES " DELIMITED BY SIZE
               MES-ESTADO DELIMITED BY SIZE
               INTO STMT-REPORT-LINEA.
           WRITE STMT-REPORT-LINEA.
           MOVE SPACES TO STMT-REPORT-LINEA.
           STRING "ALUMNO:  " DELIMITED BY SIZE
               CUENTA-ACTUAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-CUENTA DELIMITED BY SIZE
               " SECCION " DELIMITED BY SIZE
               SECCION-CUENTA DELIMITED BY SIZE
               INTO STMT-REPORT-LINEA.
           WRITE STMT-REPORT-LINEA.
           MOVE SALDO-ANTERIOR TO SALDO-EDIT.
           MOVE SPACES TO STMT-REPORT-LINEA.
           STRING "SALDO ANTERIOR:                          "
               DELIMITED BY SIZE
               SALDO-EDIT DELIMITED BY SIZE
               INTO STMT-REPORT-LINEA.
           WRITE STMT-REPORT-LINEA.

       ESCRIBIR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN FL-CARGO
                   MOVE "CARGO" TO TEXTO-TIPO
                   IF FL-VENCIMIENTO > VENCE-MES
                       MOVE FL-VENCIMIENTO TO VENCE-MES
                   END-IF
               WHEN FL-PAGO
                   MOVE "PAGO" TO TEXTO-TIPO
               WHEN OTHER
                   MOVE "AJUSTE" TO TEXTO-TIPO
           END-EVALUATE.
           MOVE FL-IMPORTE TO IMPORTE-EDIT.
           MOVE SPACES TO STMT-REPORT-LINEA.
           STRING "  " DELIMITED BY SIZE
               FL-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TEXTO-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FL-CONCEPTO(1:24) DELIMITED BY SIZE
               INTO STMT-REPORT-LINEA.
      /DEBITOS EN UNA COLUMNA Y CREDITOS EN OTRA
           IF FL-DEBE
               ADD FL-IMPORTE TO DEBITOS-MES
               MOVE IMPORTE-EDIT TO STMT-REPORT-LINEA(46:10)
           ELSE
               ADD FL-IMPORTE TO CREDITOS-MES
               MOVE IMPORTE-EDIT TO STMT-REPORT-LINEA(58:10)
           END-IF.
           MOVE FL-REFERENCIA(1:12) TO STMT-REPORT-LINEA(69:12).
           WRITE STMT-REPORT-LINEA.

       ESCRIBIR-CIERRE.
           MOVE DEBITOS-MES TO IMPORTE-EDIT.
           MOVE SPACES TO STMT-REPORT-LINEA.
           MOVE "TOTALES DEL MES:" TO STMT-REPORT-LINEA(1:16).
           MOVE IMPORTE-EDIT TO STMT-REPORT-LINEA(46:10).
           MOVE CREDITOS-MES TO IMPORTE-EDIT.
           MOVE IMPORTE-EDIT TO STMT-REPORT-LINEA(58:10).
           WRITE STMT-REPORT-LINEA.
           ADD SALDO-CUENTA TO TOTAL-DEUDA.
           MOVE SALDO-CUENTA TO SALDO-EDIT.
           MOVE SPACES TO STMT-REPORT-LINEA.
           IF SALDO-CUENTA < 0
               STRING "SALDO A FAVOR DEL ALUMNO:                "
                   DELIMITED BY SIZE
                   SALDO-EDIT DELIMITED BY SIZE
                   INTO STMT-REPORT-LINEA
           ELSE
               STRING "SALDO AL CIERRE DEL MES:                 "
                   DELIMITED BY SIZE
                   SALDO-EDIT DELIMITED BY SIZE
                   INTO STMT-REPORT-LINEA
           END-IF.
           WRITE STMT-REPORT-LINEA.
           IF SALDO-CUENTA > 0 AND VENCE-MES > 0
               MOVE SPACES TO STMT-REPORT-LINEA
               STRING "PAGUE ANTES DEL " DELIMITED BY SIZE
                   VENCE-MES DELIMITED BY SIZE
                   INTO STMT-REPORT-LINEA
               WRITE STMT-REPORT-LINEA
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO STMT-REPORT-LINEA.
           WRITE STMT-REPORT-LINEA.
           MOVE CANT-CUENTAS TO CANT-EDIT.
           MOVE SPACES TO STMT-REPORT-LINEA.
           STRING "CUENTAS EN EL LIBRO:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO STMT-REPORT-LINEA.
           WRITE STMT-REPORT-LINEA.
           MOVE CANT-ESTADOS TO CANT-EDIT.
           MOVE SPACES TO STMT-REPORT-LINEA.
           STRING "ESTADOS EMITIDOS:        " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO STMT-REPORT-LINEA.
           WRITE STMT-REPORT-LINEA.
           MOVE TOTAL-DEUDA TO TOTAL-EDIT.
           MOVE SPACES TO STMT-REPORT-LINEA.
           STRING "SALDO TOTAL AL CIERRE: " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO STMT-REPORT-LINEA.
           WRITE STMT-REPORT-LINEA.

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
           MOVE "FEESTMT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "FEESTMT" TO RL-PROGRAMA.
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
           MOVE "FEESTMT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "MES=" DELIMITED BY SIZE
               MES-ESTADO DELIMITED BY SIZE
               " ESTADOS=" DELIMITED BY SIZE
               CANT-ESTADOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM FEESTMT.
