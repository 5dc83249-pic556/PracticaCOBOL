      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Posteo-De-Pagos-Del-Banco-A-Las-Cuentas-De-Alumnos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEPAY IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-PAYMENTS ASSIGN TO "BANKPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-PAYMENTS-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT FEE-LEDGER ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-KEY
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT FEE-SUSP ASSIGN TO "FEESUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-SUSP-STATUS.

           SELECT PAY-REPORT ASSIGN TO "RPTFPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-PAYMENTS.
      /UN RENGLON POR COBRO DEL BANCO: SU REFERENCIA, LA FECHA DEL
      /PAGO, EL ALUMNO QUE INFORMO EL PAGADOR Y EL IMPORTE
       01  BANK-PAYMENT-RECORD.
           05  BP-REFERENCIA       PIC X(12).
           05  BP-FECHA            PIC X(08).
           05  BP-STUDENT-ID       PIC X(10).
           05  BP-IMPORTE          PIC X(09).
           05  BP-IMPORTE-N REDEFINES BP-IMPORTE
                                   PIC 9(07)V9(02).

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  FEE-LEDGER.
           COPY "FEELEDG.cpy".

       FD  FEE-SUSP.
           COPY "FEESUSP.cpy".

       FD  PAY-REPORT.
       01  PAY-REPORT-LINEA        PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       FD  BALANCE-FILE.
           COPY "BALREC.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE FECHAS: LA FECHA DEL PAGO DEBE SER UNA
      /FECHA DE CALENDARIO
       COPY "DATEAREA.cpy".

       01 BANK-PAYMENTS-STATUS  PIC X(02).
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 FEE-LEDGER-STATUS     PIC X(02).
       01 FEE-SUSP-STATUS       PIC X(02).
       01 PAY-REPORT-STATUS     PIC X(02).
       01 RUN-LOG-STATUS        PIC X(02).

       01 BALANCE-FILE-STATUS PIC X(02).
      /CONTROLES DE BALANCE DE LA CORRIDA BATCH
       01 BAL-LEIDOS     PIC 9(07) VALUE 0.
       01 BAL-ESCRITOS   PIC 9(07) VALUE 0.
       01 BAL-RECHAZADOS PIC 9(07) VALUE 0.

       01 PAGOS-EOF-SW PIC X(01) VALUE "N".
           88 PAGOS-EOF VALUE "Y".
       01 HAY-MAESTRO-SW PIC X(01) VALUE "N".
           88 HAY-MAESTRO VALUE "Y".
       01 CUENTA-HALLADA-SW PIC X(01) VALUE "N".
           88 CUENTA-HALLADA VALUE "Y".

      /CODIGOS DE RECHAZO, LOS MISMOS QUE QUEDAN EN FEESUSP
       01 MOTIVO-RECHAZO PIC X(02).
           88 RECHAZO-SIN-CUENTA    VALUE "01".
           88 RECHAZO-IMPORTE-MALO  VALUE "02".
           88 RECHAZO-FECHA-MALA    VALUE "03".
           88 RECHAZO-ERROR-ARCHIVO VALUE "04".
       01 TEXTO-MOTIVO PIC X(25).

       01 CANT-LEIDOS     PIC 9(05) VALUE 0.
       01 CANT-POSTEADOS  PIC 9(05) VALUE 0.
       01 CANT-PREVIOS    PIC 9(05) VALUE 0.
       01 CANT-RECHAZADOS PIC 9(05) VALUE 0.
       01 TOTAL-POSTEADO  PIC 9(09)V9(02) VALUE 0.
       01 CANT-EDIT       PIC ZZZZ9.
       01 IMPORTE-EDIT    PIC ZZZZZZ9.99.
       01 TOTAL-EDIT      PIC ZZZZZZZZ9.99.

       01 FECHA-HOY PIC 9(08).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /ACREDITA CADA COBRO DEL ARCHIVO DEL BANCO EN LA CUENTA DEL
      /ALUMNO. EL PAGO SIN CUENTA, CON IMPORTE O FECHA INVALIDOS VA A
      /LA LISTA DE SUSPENSO FEESUSP EN VEZ DE PERDERSE; UN PAGO QUE
      /YA ESTA EN EL LIBRO (MISMO ALUMNO, FECHA Y REFERENCIA: ARCHIVO
      /DEL BANCO REENVIADO) SE INFORMA Y NO SE ACREDITA DOS VECES.
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

           OPEN OUTPUT PAY-REPORT.
           MOVE SPACES TO PAY-REPORT-LINEA.
           STRING "POSTEO DE PAGOS DEL BANCO AL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO PAY-REPORT-LINEA.
           WRITE PAY-REPORT-LINEA.

           OPEN INPUT BANK-PAYMENTS.
           IF BANK-PAYMENTS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR BANKPAY, STATUS: "
                   BANK-PAYMENTS-STATUS
               MOVE "BANKPAY" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE BANK-PAYMENTS-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "SIN ARCHIVO DEL BANCO, NADA POSTEADO"
                   TO PAY-REPORT-LINEA
               WRITE PAY-REPORT-LINEA
               CLOSE PAY-REPORT
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-BALANCE
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           OPEN I-O FEE-LEDGER.
           IF FEE-LEDGER-STATUS = "35"
               OPEN OUTPUT FEE-LEDGER
               CLOSE FEE-LEDGER
               OPEN I-O FEE-LEDGER
           END-IF.
           IF FEE-LEDGER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR FEELEDG, STATUS: "
                   FEE-LEDGER-STATUS
               MOVE "FEELEDG" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE FEE-LEDGER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "SIN FEELEDG, NADA POSTEADO" TO PAY-REPORT-LINEA
               WRITE PAY-REPORT-LINEA
               CLOSE BANK-PAYMENTS
               CLOSE PAY-REPORT
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-BALANCE
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
      /SIN STUDMAST SOLO SE ACEPTAN PAGOS DE CUENTAS YA ABIERTAS EN
      /EL LIBRO (LOS EX-ALUMNOS QUE CANCELAN DEUDA TAMBIEN)
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-MAESTRO-SW
           END-IF.
           OPEN EXTEND FEE-SUSP.
           IF FEE-SUSP-STATUS NOT = "00"
               OPEN OUTPUT FEE-SUSP
           END-IF.

           READ BANK-PAYMENTS
               AT END MOVE "Y" TO PAGOS-EOF-SW
           END-READ.
           PERFORM UNTIL PAGOS-EOF
               ADD 1 TO CANT-LEIDOS
               PERFORM POSTEAR-UN-PAGO THRU POSTEAR-UN-PAGO-EXIT
               READ BANK-PAYMENTS
                   AT END MOVE "Y" TO PAGOS-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE FEE-SUSP.
           IF HAY-MAESTRO
               CLOSE STUDENT-MASTER
           END-IF.
           CLOSE FEE-LEDGER.
           CLOSE BANK-PAYMENTS.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE PAY-REPORT.
           MOVE CANT-LEIDOS TO BAL-LEIDOS.
      /LOS PREVIAMENTE POSTEADOS CUENTAN COMO ESCRITOS: YA ESTAN EN
      /EL LIBRO, SOLO QUE DE UNA CORRIDA ANTERIOR
           COMPUTE BAL-ESCRITOS = CANT-POSTEADOS + CANT-PREVIOS.
           MOVE CANT-RECHAZADOS TO BAL-RECHAZADOS.
           PERFORM REGISTRAR-BALANCE.
           DISPLAY "PAGOS POSTEADOS: " CANT-POSTEADOS
               " RECHAZADOS: " CANT-RECHAZADOS.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       POSTEAR-UN-PAGO.
           MOVE SPACES TO MOTIVO-RECHAZO.
           IF BP-IMPORTE NOT NUMERIC
               MOVE "02" TO MOTIVO-RECHAZO
               GO TO POSTEAR-UN-PAGO-RECHAZO
           END-IF.
           IF BP-IMPORTE-N = 0
               MOVE "02" TO MOTIVO-RECHAZO
               GO TO POSTEAR-UN-PAGO-RECHAZO
           END-IF.
           MOVE "N" TO DC-FECHA-MALA-SW.
           IF BP-FECHA NUMERIC
               MOVE "V" TO DC-OPERACION
               MOVE BP-FECHA TO DC-FECHA1
               CALL "DATECALC" USING DATE-AREA
           END-IF.
           IF BP-FECHA NOT NUMERIC OR DC-FECHA-MALA
               MOVE "03" TO MOTIVO-RECHAZO
               GO TO POSTEAR-UN-PAGO-RECHAZO
           END-IF.
           PERFORM BUSCAR-CUENTA.
           IF NOT CUENTA-HALLADA
               MOVE "01" TO MOTIVO-RECHAZO
               GO TO POSTEAR-UN-PAGO-RECHAZO
           END-IF.

           MOVE SPACES TO FEE-LEDGER-RECORD.
           MOVE BP-STUDENT-ID TO FL-STUDENT-ID.
           MOVE BP-FECHA TO FL-FECHA.
           MOVE "P" TO FL-TIPO.
           MOVE BP-REFERENCIA TO FL-REFERENCIA.
           MOVE "H" TO FL-DEBE-HABER.
           MOVE BP-IMPORTE-N TO FL-IMPORTE.
           MOVE 0 TO FL-VENCIMIENTO.
           MOVE BP-FECHA(1:6) TO FL-MES.
           MOVE "PAGO RECIBIDO POR BANCO" TO FL-CONCEPTO.
           MOVE "FEEPAY" TO FL-OPERADOR.
           MOVE FECHA-HOY TO FL-FECHA-POSTEO.
           WRITE FEE-LEDGER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CANT-POSTEADOS
                   ADD BP-IMPORTE-N TO TOTAL-POSTEADO
                   GO TO POSTEAR-UN-PAGO-EXIT
           END-WRITE.
           IF FEE-LEDGER-STATUS = "22"
               ADD 1 TO CANT-PREVIOS
               MOVE BP-IMPORTE-N TO IMPORTE-EDIT
               MOVE SPACES TO PAY-REPORT-LINEA
               STRING "PREVIAMENTE POSTEADO " DELIMITED BY SIZE
                   BP-REFERENCIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BP-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IMPORTE-EDIT DELIMITED BY SIZE
                   INTO PAY-REPORT-LINEA
               WRITE PAY-REPORT-LINEA
               GO TO POSTEAR-UN-PAGO-EXIT
           END-IF.
           MOVE "FEELEDG" TO EH-ARCHIVO.
           MOVE "WRITE" TO EH-OPERACION.
           MOVE FEE-LEDGER-STATUS TO EH-STATUS.
           PERFORM INFORMAR-ERROR-ARCHIVO.
           MOVE "04" TO MOTIVO-RECHAZO.

       POSTEAR-UN-PAGO-RECHAZO.
           ADD 1 TO CANT-RECHAZADOS.
           PERFORM ESCRIBIR-LINEA-RECHAZO.
           PERFORM AGREGAR-A-SUSPENSO.

       POSTEAR-UN-PAGO-EXIT.
           EXIT.

       BUSCAR-CUENTA.
      /EL PAGO SE APLICA A UN ALUMNO INSCRIPTO O A UNA CUENTA QUE YA
      /TIENE MOVIMIENTOS EN EL LIBRO
           MOVE "N" TO CUENTA-HALLADA-SW.
           IF HAY-MAESTRO
               MOVE BP-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CUENTA-HALLADA-SW
               END-READ
           END-IF.
           IF NOT CUENTA-HALLADA AND BP-STUDENT-ID NOT = SPACES
               MOVE LOW-VALUES TO FL-KEY
               MOVE BP-STUDENT-ID TO FL-STUDENT-ID
               START FEE-LEDGER KEY IS NOT LESS THAN FL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FEE-LEDGER NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FL-STUDENT-ID = BP-STUDENT-ID
                                   MOVE "Y" TO CUENTA-HALLADA-SW
                               END-IF
                       END-READ
               END-START
           END-IF.

       ESCRIBIR-LINEA-RECHAZO.
           EVALUATE TRUE
               WHEN RECHAZO-SIN-CUENTA
                   MOVE "ALUMNO SIN CUENTA" TO TEXTO-MOTIVO
               WHEN RECHAZO-IMPORTE-MALO
                   MOVE "IMPORTE INVALIDO" TO TEXTO-MOTIVO
               WHEN RECHAZO-FECHA-MALA
                   MOVE "FECHA INVALIDA" TO TEXTO-MOTIVO
               WHEN OTHER
                   MOVE "ERROR DE ARCHIVO" TO TEXTO-MOTIVO
           END-EVALUATE.
           MOVE SPACES TO PAY-REPORT-LINEA.
           STRING "RECHAZO " DELIMITED BY SIZE
               MOTIVO-RECHAZO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BP-REFERENCIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BP-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BP-IMPORTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TEXTO-MOTIVO DELIMITED BY SIZE
               INTO PAY-REPORT-LINEA.
           WRITE PAY-REPORT-LINEA.

       AGREGAR-A-SUSPENSO.
           MOVE SPACES TO FEE-SUSP-RECORD.
           MOVE "P" TO FX-ESTADO.
           MOVE MOTIVO-RECHAZO TO FX-MOTIVO.
           MOVE FECHA-HOY TO FX-FECHA-ALTA.
           MOVE BP-REFERENCIA TO FX-REFERENCIA.
           MOVE BP-FECHA TO FX-FECHA-PAGO.
           MOVE BP-STUDENT-ID TO FX-STUDENT-ID.
           MOVE BP-IMPORTE TO FX-IMPORTE.
           WRITE FEE-SUSP-RECORD.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO PAY-REPORT-LINEA.
           WRITE PAY-REPORT-LINEA.
           MOVE CANT-LEIDOS TO CANT-EDIT.
           MOVE SPACES TO PAY-REPORT-LINEA.
           STRING "PAGOS LEIDOS:            " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO PAY-REPORT-LINEA.
           WRITE PAY-REPORT-LINEA.
           MOVE CANT-POSTEADOS TO CANT-EDIT.
           MOVE SPACES TO PAY-REPORT-LINEA.
           STRING "PAGOS POSTEADOS:         " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO PAY-REPORT-LINEA.
           WRITE PAY-REPORT-LINEA.
           MOVE CANT-PREVIOS TO CANT-EDIT.
           MOVE SPACES TO PAY-REPORT-LINEA.
           STRING "PREVIAMENTE POSTEADOS:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO PAY-REPORT-LINEA.
           WRITE PAY-REPORT-LINEA.
           MOVE CANT-RECHAZADOS TO CANT-EDIT.
           MOVE SPACES TO PAY-REPORT-LINEA.
           STRING "RECHAZADOS A FEESUSP:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO PAY-REPORT-LINEA.
           WRITE PAY-REPORT-LINEA.
           MOVE TOTAL-POSTEADO TO TOTAL-EDIT.
           MOVE SPACES TO PAY-REPORT-LINEA.
           STRING "IMPORTE ACREDITADO:   " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO PAY-REPORT-LINEA.
           WRITE PAY-REPORT-LINEA.

       REGISTRAR-BALANCE.
      /DEJA LOS CONTEOS DE CONTROL DE LA CORRIDA EN EL ARCHIVO DE
      /BALANCE COMPARTIDO, PARA QUE EL BALANCEADOR DE FIN DE CADENA
      /CERTIFIQUE LA NOCHE
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           OPEN EXTEND BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
               OPEN OUTPUT BALANCE-FILE
           END-IF.
           MOVE SPACES TO BALANCE-RECORD.
           MOVE "FEEPAY" TO BA-PROGRAMA.
           MOVE CURRENT-DATE-FLD TO BA-FECHA.
           MOVE BAL-LEIDOS TO BA-LEIDOS.
           MOVE BAL-ESCRITOS TO BA-ESCRITOS.
           MOVE BAL-RECHAZADOS TO BA-RECHAZADOS.
           WRITE BALANCE-RECORD.
           CLOSE BALANCE-FILE.

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
           MOVE "FEEPAY" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "FEEPAY" TO RL-PROGRAMA.
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
           MOVE "FEEPAY" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "POSTEADOS=" DELIMITED BY SIZE
               CANT-POSTEADOS DELIMITED BY SIZE
               " RECHAZADOS=" DELIMITED BY SIZE
               CANT-RECHAZADOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM FEEPAY.
