      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Facturacion-Mensual-De-Cuotas-Por-Seccion
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEBILL IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-CONTROL ASSIGN TO "FEECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-CONTROL-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT FEE-SCHED ASSIGN TO "FEESCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FE-SECTION
               FILE STATUS IS FEE-SCHED-STATUS.

           SELECT FEE-LEDGER ASSIGN TO "FEELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FL-KEY
               FILE STATUS IS FEE-LEDGER-STATUS.

           SELECT BILL-REPORT ASSIGN TO "RPTFBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILL-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-CONTROL.
      /MES A FACTURAR (AAAAMM); SIN TARJETA SE FACTURA EL MES DE LA
      /FECHA DEL DIA. FEESTMT LEE LA MISMA TARJETA
       01  FEE-CONTROL-RECORD.
           05  FC-MES              PIC 9(06).

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  FEE-SCHED.
           COPY "FEESCHD.cpy".

       FD  FEE-LEDGER.
           COPY "FEELEDG.cpy".

       FD  BILL-REPORT.
       01  BILL-REPORT-LINEA       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       FD  BALANCE-FILE.
           COPY "BALREC.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 FEE-CONTROL-STATUS    PIC X(02).
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 FEE-SCHED-STATUS      PIC X(02).
       01 FEE-LEDGER-STATUS     PIC X(02).
       01 BILL-REPORT-STATUS    PIC X(02).
       01 RUN-LOG-STATUS        PIC X(02).

       01 BALANCE-FILE-STATUS PIC X(02).
      /CONTROLES DE BALANCE DE LA CORRIDA BATCH
       01 BAL-LEIDOS     PIC 9(07) VALUE 0.
       01 BAL-ESCRITOS   PIC 9(07) VALUE 0.
       01 BAL-RECHAZADOS PIC 9(07) VALUE 0.

       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 HAY-CUOTA-SW PIC X(01) VALUE "N".
           88 HAY-CUOTA VALUE "Y".

       01 MES-FACTURA PIC 9(06).
       01 DIA-VENCE PIC 9(02).
       01 FECHA-CARGO PIC 9(08).
       01 FECHA-CARGO-R REDEFINES FECHA-CARGO.
           05 FC-AAAAMM PIC 9(06).
           05 FC-DD     PIC 9(02).
       01 FECHA-VENCE PIC 9(08).
       01 FECHA-VENCE-R REDEFINES FECHA-VENCE.
           05 FV-AAAAMM PIC 9(06).
           05 FV-DD     PIC 9(02).
       01 REFERENCIA-CUOTA PIC X(12).

       01 CANT-LEIDOS     PIC 9(05) VALUE 0.
       01 CANT-FACTURADOS PIC 9(05) VALUE 0.
       01 CANT-PREVIOS    PIC 9(05) VALUE 0.
       01 CANT-SIN-CUOTA  PIC 9(05) VALUE 0.
       01 CANT-ERRORES    PIC 9(05) VALUE 0.
       01 TOTAL-FACTURADO PIC 9(09)V9(02) VALUE 0.
       01 CANT-EDIT       PIC ZZZZ9.
       01 IMPORTE-EDIT    PIC ZZZZZZ9.99.
       01 TOTAL-EDIT      PIC ZZZZZZZZ9.99.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /CARGA LA CUOTA DEL MES A CADA ALUMNO INSCRIPTO SEGUN LA CUOTA
      /DE SU SECCION EN FEESCHD. EL CARGO VA A FEELEDG CON CLAVE
      /ALUMNO + PRIMERO DEL MES + "C" + "CUOTA AAAAMM": UNA SEGUNDA
      /CORRIDA DEL MES ENCUENTRA EL CARGO Y NO LO REPITE.
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM LEER-CONTROL.
           MOVE MES-FACTURA TO FC-AAAAMM.
           MOVE 1 TO FC-DD.
           MOVE SPACES TO REFERENCIA-CUOTA.
           STRING "CUOTA " DELIMITED BY SIZE
               MES-FACTURA DELIMITED BY SIZE
               INTO REFERENCIA-CUOTA.

           OPEN OUTPUT BILL-REPORT.
           MOVE SPACES TO BILL-REPORT-LINEA.
           STRING "FACTURACION DE CUOTAS DEL MES " DELIMITED BY SIZE
               MES-FACTURA DELIMITED BY SIZE
               INTO BILL-REPORT-LINEA.
           WRITE BILL-REPORT-LINEA.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR STUDMAST, STATUS: "
                   STUDENT-MASTER-STATUS
               MOVE "STUDMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE STUDENT-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "SIN STUDMAST, NADA FACTURADO" TO BILL-REPORT-LINEA
               WRITE BILL-REPORT-LINEA
               CLOSE BILL-REPORT
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-BALANCE
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           OPEN INPUT FEE-SCHED.
           IF FEE-SCHED-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR FEESCHD, STATUS: "
                   FEE-SCHED-STATUS
               MOVE "FEESCHD" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE FEE-SCHED-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "SIN FEESCHD, NADA FACTURADO" TO BILL-REPORT-LINEA
               WRITE BILL-REPORT-LINEA
               CLOSE STUDENT-MASTER
               CLOSE BILL-REPORT
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-BALANCE
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
      /LA PRIMERA FACTURACION CREA EL LIBRO DE CUENTAS
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
               MOVE "SIN FEELEDG, NADA FACTURADO" TO BILL-REPORT-LINEA
               WRITE BILL-REPORT-LINEA
               CLOSE FEE-SCHED
               CLOSE STUDENT-MASTER
               CLOSE BILL-REPORT
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-BALANCE
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           READ STUDENT-MASTER
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               ADD 1 TO CANT-LEIDOS
               PERFORM FACTURAR-ALUMNO
               READ STUDENT-MASTER
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE FEE-LEDGER.
           CLOSE FEE-SCHED.
           CLOSE STUDENT-MASTER.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE BILL-REPORT.
           IF CANT-ERRORES > 0
               PERFORM MARCAR-FALLA-PASO
           END-IF.
           MOVE CANT-LEIDOS TO BAL-LEIDOS.
      /LOS YA FACTURADOS CUENTAN COMO ESCRITOS: EL CARGO ESTA EN EL
      /LIBRO, SOLO QUE DE UNA CORRIDA ANTERIOR DEL MISMO MES
           COMPUTE BAL-ESCRITOS = CANT-FACTURADOS + CANT-PREVIOS.
           COMPUTE BAL-RECHAZADOS = CANT-SIN-CUOTA + CANT-ERRORES.
           PERFORM REGISTRAR-BALANCE.
           DISPLAY "CUOTAS FACTURADAS: " CANT-FACTURADOS.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       LEER-CONTROL.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD(1:6) TO MES-FACTURA.
           OPEN INPUT FEE-CONTROL.
           IF FEE-CONTROL-STATUS = "00"
               READ FEE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-MES NUMERIC AND FC-MES > 0
                           MOVE FC-MES TO MES-FACTURA
                       END-IF
               END-READ
               CLOSE FEE-CONTROL
           END-IF.

       FACTURAR-ALUMNO.
           MOVE "N" TO HAY-CUOTA-SW.
           MOVE SM-SECTION TO FE-SECTION.
           READ FEE-SCHED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FE-CUOTA > 0
                       MOVE "Y" TO HAY-CUOTA-SW
                   END-IF
           END-READ.
           IF NOT HAY-CUOTA
               ADD 1 TO CANT-SIN-CUOTA
               MOVE SPACES TO BILL-REPORT-LINEA
               STRING "SIN CUOTA PARA LA SECCION " DELIMITED BY SIZE
                   SM-SECTION DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   SM-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SM-STUDENT-NAME DELIMITED BY SIZE
                   INTO BILL-REPORT-LINEA
               WRITE BILL-REPORT-LINEA
           ELSE
               PERFORM ARMAR-CARGO
               WRITE FEE-LEDGER-RECORD
                   INVALID KEY
                       PERFORM CARGO-NO-GRABADO
                   NOT INVALID KEY
                       ADD 1 TO CANT-FACTURADOS
                       ADD FE-CUOTA TO TOTAL-FACTURADO
               END-WRITE
           END-IF.

       ARMAR-CARGO.
      /EL VENCIMIENTO ES EL DIA DE LA SECCION DENTRO DEL MES; SE
      /LIMITA AL 28 PARA QUE SIEMPRE SEA UNA FECHA VALIDA
           MOVE FE-DIA-VENCE TO DIA-VENCE.
           IF DIA-VENCE = 0
               MOVE 10 TO DIA-VENCE
           END-IF.
           IF DIA-VENCE > 28
               MOVE 28 TO DIA-VENCE
           END-IF.
           MOVE MES-FACTURA TO FV-AAAAMM.
           MOVE DIA-VENCE TO FV-DD.
           MOVE SPACES TO FEE-LEDGER-RECORD.
           MOVE SM-STUDENT-ID TO FL-STUDENT-ID.
           MOVE FECHA-CARGO TO FL-FECHA.
           MOVE "C" TO FL-TIPO.
           MOVE REFERENCIA-CUOTA TO FL-REFERENCIA.
           MOVE "D" TO FL-DEBE-HABER.
           MOVE FE-CUOTA TO FL-IMPORTE.
           MOVE FECHA-VENCE TO FL-VENCIMIENTO.
           MOVE MES-FACTURA TO FL-MES.
           MOVE FE-CONCEPTO TO FL-CONCEPTO.
           MOVE "FEEBILL" TO FL-OPERADOR.
           MOVE CURRENT-DATE-FLD TO FL-FECHA-POSTEO.

       CARGO-NO-GRABADO.
      /CLAVE DUPLICADA = EL ALUMNO YA TIENE LA CUOTA DE ESTE MES
           IF FEE-LEDGER-STATUS = "22"
               ADD 1 TO CANT-PREVIOS
           ELSE
               ADD 1 TO CANT-ERRORES
               MOVE "FEELEDG" TO EH-ARCHIVO
               MOVE "WRITE" TO EH-OPERACION
               MOVE FEE-LEDGER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE FE-CUOTA TO IMPORTE-EDIT
               MOVE SPACES TO BILL-REPORT-LINEA
               STRING "*** CARGO NO GRABADO " DELIMITED BY SIZE
                   SM-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IMPORTE-EDIT DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   FEE-LEDGER-STATUS DELIMITED BY SIZE
                   INTO BILL-REPORT-LINEA
               WRITE BILL-REPORT-LINEA
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO BILL-REPORT-LINEA.
           WRITE BILL-REPORT-LINEA.
           MOVE CANT-LEIDOS TO CANT-EDIT.
           MOVE SPACES TO BILL-REPORT-LINEA.
           STRING "ALUMNOS LEIDOS:          " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO BILL-REPORT-LINEA.
           WRITE BILL-REPORT-LINEA.
           MOVE CANT-FACTURADOS TO CANT-EDIT.
           MOVE SPACES TO BILL-REPORT-LINEA.
           STRING "CUOTAS FACTURADAS:       " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO BILL-REPORT-LINEA.
           WRITE BILL-REPORT-LINEA.
           MOVE CANT-PREVIOS TO CANT-EDIT.
           MOVE SPACES TO BILL-REPORT-LINEA.
           STRING "YA FACTURADOS EN EL MES: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO BILL-REPORT-LINEA.
           WRITE BILL-REPORT-LINEA.
           MOVE CANT-SIN-CUOTA TO CANT-EDIT.
           MOVE SPACES TO BILL-REPORT-LINEA.
           STRING "SECCION SIN CUOTA:       " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO BILL-REPORT-LINEA.
           WRITE BILL-REPORT-LINEA.
           MOVE CANT-ERRORES TO CANT-EDIT.
           MOVE SPACES TO BILL-REPORT-LINEA.
           STRING "ERRORES DE GRABACION:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO BILL-REPORT-LINEA.
           WRITE BILL-REPORT-LINEA.
           MOVE TOTAL-FACTURADO TO TOTAL-EDIT.
           MOVE SPACES TO BILL-REPORT-LINEA.
           STRING "IMPORTE FACTURADO:    " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO BILL-REPORT-LINEA.
           WRITE BILL-REPORT-LINEA.

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
           MOVE "FEEBILL" TO BA-PROGRAMA.
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
           MOVE "FEEBILL" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "FEEBILL" TO RL-PROGRAMA.
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
           MOVE "FEEBILL" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "MES=" DELIMITED BY SIZE
               MES-FACTURA DELIMITED BY SIZE
               " FACTURADAS=" DELIMITED BY SIZE
               CANT-FACTURADOS DELIMITED BY SIZE
               " PREV=" DELIMITED BY SIZE
               CANT-PREVIOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM FEEBILL.
