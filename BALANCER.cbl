               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

           SELECT BANKPAY-FILE ASSIGN TO "BANKPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRADA-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS ENTRADA-STATUS.

           SELECT BALANCE-HIST ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-HIST-STATUS.
      /DECIMALES IMPLICITOS DE CADA OPERANDO
       01  PAR-RECORD              PIC X(10).

       FD  BANKPAY-FILE.
      /MISMO LARGO QUE EL PAGO BANCARIO DE FEEPAY
       01  BANKPAY-RECORD          PIC X(39).

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  BALANCE-HIST.
      /MISMO LARGO QUE EL REGISTRO DE BALREC.cpy (NO SE PUEDE
      /COPIAR EL COPYBOOK DOS VECES EN EL MISMO PROGRAMA): SI EL

       01 CANT-TRANSACT PIC 9(07) VALUE 0.
       01 CANT-PARES    PIC 9(07) VALUE 0.
       01 CANT-ALUMNOS  PIC 9(07) VALUE 0.
       01 CANT-BANKPAY  PIC 9(07) VALUE 0.
       01 LEIDOS-MIAPP  PIC 9(07) VALUE 0.
       01 LEIDOS-MATE1  PIC 9(07) VALUE 0.
       01 LEIDOS-FEEBILL PIC 9(07) VALUE 0.
       01 LEIDOS-FEEPAY PIC 9(07) VALUE 0.
       01 VIO-MIAPP-SW PIC X(01) VALUE "N".
           88 VIO-MIAPP VALUE "Y".
       01 VIO-MATE1-SW PIC X(01) VALUE "N".
           88 VIO-MATE1 VALUE "Y".
       01 VIO-FEEBILL-SW PIC X(01) VALUE "N".
           88 VIO-FEEBILL VALUE "Y".
       01 VIO-FEEPAY-SW PIC X(01) VALUE "N".
           88 VIO-FEEPAY VALUE "Y".

       01 CANT-EDIT  PIC ZZZZZZ9.
       01 CANT-EDIT2 PIC ZZZZZZ9.
               END-PERFORM
               CLOSE PARES-FILE
           END-IF.
      /LA FACTURACION DE CUOTAS RECORRE TODO EL MAESTRO DE ALUMNOS Y
      /EL POSTEO DE PAGOS TODO EL ARCHIVO DEL BANCO
           MOVE "N" TO ENTRADA-EOF-SW.
           OPEN INPUT STUDENT-MASTER.
           IF ENTRADA-STATUS = "00"
               READ STUDENT-MASTER
                   AT END MOVE "Y" TO ENTRADA-EOF-SW
               END-READ
               PERFORM UNTIL ENTRADA-EOF
                   ADD 1 TO CANT-ALUMNOS
                   READ STUDENT-MASTER
                       AT END MOVE "Y" TO ENTRADA-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.
           MOVE "N" TO ENTRADA-EOF-SW.
           OPEN INPUT BANKPAY-FILE.
           IF ENTRADA-STATUS = "00"
               READ BANKPAY-FILE
                   AT END MOVE "Y" TO ENTRADA-EOF-SW
               END-READ
               PERFORM UNTIL ENTRADA-EOF
                   ADD 1 TO CANT-BANKPAY
                   READ BANKPAY-FILE
                       AT END MOVE "Y" TO ENTRADA-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE BANKPAY-FILE
           END-IF.

       REVISAR-BALANCES.
           OPEN INPUT BALANCE-FILE.
               MOVE "Y" TO VIO-MATE1-SW
               MOVE BA-LEIDOS TO LEIDOS-MATE1
           END-IF.
           IF BA-PROGRAMA = "FEEBILL"
               MOVE "Y" TO VIO-FEEBILL-SW
               MOVE BA-LEIDOS TO LEIDOS-FEEBILL
           END-IF.
           IF BA-PROGRAMA = "FEEPAY"
               MOVE "Y" TO VIO-FEEPAY-SW
               MOVE BA-LEIDOS TO LEIDOS-FEEPAY
           END-IF.

       CRUZAR-CON-ENTRADAS.
      /LO QUE CADA PROGRAMA DICE HABER LEIDO SE CRUZA CONTRA LO QUE
           IF VIO-MATE1
               PERFORM CRUZAR-MATE1
           END-IF.
           IF VIO-FEEBILL
               PERFORM CRUZAR-FEEBILL
           END-IF.
           IF VIO-FEEPAY
               PERFORM CRUZAR-FEEPAY
           END-IF.

       CRUZAR-MIAPP.
           MOVE LEIDOS-MIAPP TO CANT-EDIT.
           END-IF.
           WRITE BALANCE-REPORT-LINEA.

       CRUZAR-FEEBILL.
           MOVE LEIDOS-FEEBILL TO CANT-EDIT.
           MOVE CANT-ALUMNOS TO CANT-EDIT2.
           MOVE SPACES TO BALANCE-REPORT-LINEA.
           IF LEIDOS-FEEBILL = CANT-ALUMNOS
               STRING "FEEBILL LEYO " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   " = STUDMAST " DELIMITED BY SIZE
                   CANT-EDIT2 DELIMITED BY SIZE
                   " CONFORME" DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINEA
           ELSE
               ADD 1 TO CANT-DESBALANCES
               STRING "FEEBILL LEYO " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   " <> STUDMAST " DELIMITED BY SIZE
                   CANT-EDIT2 DELIMITED BY SIZE
                   " *** DESBALANCE ***" DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINEA
           END-IF.
           WRITE BALANCE-REPORT-LINEA.

       CRUZAR-FEEPAY.
           MOVE LEIDOS-FEEPAY TO CANT-EDIT.
           MOVE CANT-BANKPAY TO CANT-EDIT2.
           MOVE SPACES TO BALANCE-REPORT-LINEA.
           IF LEIDOS-FEEPAY = CANT-BANKPAY
               STRING "FEEPAY LEYO " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   " = BANKPAY " DELIMITED BY SIZE
                   CANT-EDIT2 DELIMITED BY SIZE
                   " CONFORME" DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINEA
           ELSE
               ADD 1 TO CANT-DESBALANCES
               STRING "FEEPAY LEYO " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   " <> BANKPAY " DELIMITED BY SIZE
                   CANT-EDIT2 DELIMITED BY SIZE
                   " *** DESBALANCE ***" DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINEA
           END-IF.
           WRITE BALANCE-REPORT-LINEA.

       ESCRIBIR-CERTIFICADO.
           MOVE SPACES TO BALANCE-REPORT-LINEA.
           WRITE BALANCE-REPORT-LINEA.
