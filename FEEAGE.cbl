      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Antiguedad-De-La-Deuda-Por-Cuotas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEAGE IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT AGING-REPORT ASSIGN TO "RPTFAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

           SELECT FECHA-NEGOCIO-FILE ASSIGN TO "FECHANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHA-NEGOCIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-LEDGER.
           COPY "FEELEDG.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  AGING-REPORT.
       01  AGING-REPORT-LINEA      PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       FD  FECHA-NEGOCIO-FILE.
      /FECHA DE NEGOCIO PUBLICADA POR EJERCHAIN: EN RECUPERACION DE
      /FECHAS PERDIDAS EL ENVEJECIMIENTO USA LA FECHA DE NEGOCIO Y
      /NO LA DEL RELOJ
       01  FECHA-NEGOCIO-RECORD.
           05  FN-FECHA            PIC 9(08).

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 FEE-LEDGER-STATUS     PIC X(02).
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 AGING-REPORT-STATUS   PIC X(02).
       01 RUN-LOG-STATUS        PIC X(02).
       01 FECHA-NEGOCIO-STATUS  PIC X(02).

       01 LIBRO-EOF-SW PIC X(01) VALUE "N".
           88 LIBRO-EOF VALUE "Y".
       01 HAY-MAESTRO-SW PIC X(01) VALUE "N".
           88 HAY-MAESTRO VALUE "Y".

       01 FECHA-HOY PIC 9(08).
       01 DIAS-HOY PIC 9(07).
       01 DIAS-VENCIDA PIC S9(05).
       01 CUENTA-ACTUAL PIC X(10).
       01 NOMBRE-CUENTA PIC X(30).

      * Debitos de la cuenta todavia sin cancelar, del mas viejo al
      * mas nuevo: cada credito (pago o ajuste al haber) cancela
      * primero la deuda mas vieja. Si la cuenta pasa de 120 debitos
      * abiertos, el excedente se suma al ultimo renglon.
       01 MAX-ABIERTOS PIC 9(03) VALUE 120.
       01 CANT-ABIERTOS PIC 9(03).
       01 PRIMER-ABIERTO PIC 9(03).
       01 TABLA-ABIERTOS.
           05 ABIERTO-ITEM OCCURS 120 TIMES.
              10 AB-VENCIMIENTO PIC 9(08).
              10 AB-PENDIENTE   PIC 9(07)V9(02).
       01 IND-ABIERTO PIC 9(03) COMP.
       01 CREDITO-RESTANTE PIC 9(09)V9(02).
       01 SALDO-A-FAVOR PIC 9(09)V9(02).

      * Bandas de antiguedad de la cuenta y de todo el libro, en dias
      * corridos desde el vencimiento: 1 a vencer, 2 de 1 a 30,
      * 3 de 31 a 60, 4 de 61 a 90, 5 mas de 90.
       01 BANDAS-CUENTA.
           05 BANDA-CUENTA PIC 9(09)V9(02) OCCURS 5 TIMES.
       01 BANDAS-TOTAL.
           05 BANDA-TOTAL PIC 9(11)V9(02) OCCURS 5 TIMES.
       01 IND-BANDA PIC 9(01) COMP.
       01 DEUDA-CUENTA PIC 9(09)V9(02).
       01 TOTAL-A-FAVOR PIC 9(11)V9(02) VALUE 0.

       01 CANT-CUENTAS PIC 9(05) VALUE 0.
       01 CANT-DEUDORES PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 BANDA-EDIT PIC ZZZZZ9.99.
       01 TOTAL-EDIT PIC ZZZZZZZZZZ9.99.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /DEUDA POR CUOTAS ABIERTA POR ALUMNO, EN BANDAS DE ANTIGUEDAD
      /DESDE EL VENCIMIENTO DE CADA CARGO. LOS PAGOS Y AJUSTES AL
      /HABER CANCELAN PRIMERO LA DEUDA MAS VIEJA; EL SALDO A FAVOR
      /QUE SOBRE SE INFORMA APARTE.
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM OBTENER-FECHA-NEGOCIO.
           COMPUTE DIAS-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY).
           PERFORM VARYING IND-BANDA FROM 1 BY 1 UNTIL IND-BANDA > 5
               MOVE 0 TO BANDA-TOTAL(IND-BANDA)
           END-PERFORM.

           OPEN OUTPUT AGING-REPORT.
           MOVE SPACES TO AGING-REPORT-LINEA.
           STRING "ANTIGUEDAD DE LA DEUDA POR CUOTAS AL "
               DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               " (DIAS CORRIDOS)" DELIMITED BY SIZE
               INTO AGING-REPORT-LINEA.
           WRITE AGING-REPORT-LINEA.

           OPEN INPUT FEE-LEDGER.
           IF FEE-LEDGER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR FEELEDG, STATUS: "
                   FEE-LEDGER-STATUS
               MOVE "FEELEDG" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE FEE-LEDGER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "SIN FEELEDG, NADA QUE ENVEJECER"
                   TO AGING-REPORT-LINEA
               WRITE AGING-REPORT-LINEA
               CLOSE AGING-REPORT
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-MAESTRO-SW
           END-IF.
           MOVE SPACES TO AGING-REPORT-LINEA.
           WRITE AGING-REPORT-LINEA.
           MOVE SPACES TO AGING-REPORT-LINEA.
           MOVE "ALUMNO" TO AGING-REPORT-LINEA(1:6).
           MOVE "NOMBRE" TO AGING-REPORT-LINEA(12:6).
           MOVE "A VENCER" TO AGING-REPORT-LINEA(29:8).
           MOVE "1-30" TO AGING-REPORT-LINEA(43:4).
           MOVE "31-60" TO AGING-REPORT-LINEA(52:5).
           MOVE "61-90" TO AGING-REPORT-LINEA(62:5).
           MOVE "MAS 90" TO AGING-REPORT-LINEA(71:6).
           WRITE AGING-REPORT-LINEA.

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
           CLOSE AGING-REPORT.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       OBTENER-FECHA-NEGOCIO.
      /SI EJERCHAIN PUBLICO LA FECHA DE NEGOCIO DE LA PASADA, EL
      /ENVEJECIMIENTO SE CALCULA CONTRA ELLA; SUELTO O SIN CADENA,
      /CONTRA LA FECHA DEL DIA COMO SIEMPRE
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT FECHA-NEGOCIO-FILE.
           IF FECHA-NEGOCIO-STATUS = "00"
               READ FECHA-NEGOCIO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FN-FECHA NUMERIC AND FN-FECHA > 0
                           MOVE FN-FECHA TO FECHA-HOY
                       END-IF
               END-READ
               CLOSE FECHA-NEGOCIO-FILE
           END-IF.

       PROCESAR-CUENTA.
      /CORTE DE CONTROL POR ALUMNO: EL LIBRO VIENE ORDENADO POR
      /ALUMNO Y FECHA, ASI LOS DEBITOS ENTRAN A LA TABLA DEL MAS
      /VIEJO AL MAS NUEVO
           ADD 1 TO CANT-CUENTAS.
           MOVE FL-STUDENT-ID TO CUENTA-ACTUAL.
           MOVE 0 TO CANT-ABIERTOS.
           MOVE 1 TO PRIMER-ABIERTO.
           MOVE 0 TO SALDO-A-FAVOR.
           PERFORM PROCESAR-MOVIMIENTO
               UNTIL LIBRO-EOF OR FL-STUDENT-ID NOT = CUENTA-ACTUAL.
           PERFORM VARYING IND-BANDA FROM 1 BY 1 UNTIL IND-BANDA > 5
               MOVE 0 TO BANDA-CUENTA(IND-BANDA)
           END-PERFORM.
           MOVE 0 TO DEUDA-CUENTA.
           PERFORM CLASIFICAR-ABIERTO
               VARYING IND-ABIERTO FROM PRIMER-ABIERTO BY 1
               UNTIL IND-ABIERTO > CANT-ABIERTOS.
           ADD SALDO-A-FAVOR TO TOTAL-A-FAVOR.
           IF DEUDA-CUENTA > 0 OR SALDO-A-FAVOR > 0
               PERFORM ESCRIBIR-CUENTA
           END-IF.

       PROCESAR-MOVIMIENTO.
           IF FL-DEBE
               PERFORM AGREGAR-DEBITO
           ELSE
               MOVE FL-IMPORTE TO CREDITO-RESTANTE
               PERFORM APLICAR-CREDITO
                   UNTIL CREDITO-RESTANTE = 0
                      OR PRIMER-ABIERTO > CANT-ABIERTOS
               ADD CREDITO-RESTANTE TO SALDO-A-FAVOR
           END-IF.
           READ FEE-LEDGER
               AT END MOVE "Y" TO LIBRO-EOF-SW
           END-READ.

       AGREGAR-DEBITO.
      /UN SALDO A FAVOR ANTERIOR CANCELA EL DEBITO NUEVO ANTES DE
      /QUE ENTRE A LA TABLA
           MOVE FL-IMPORTE TO DEUDA-CUENTA.
           IF SALDO-A-FAVOR > 0
               IF SALDO-A-FAVOR NOT < DEUDA-CUENTA
                   SUBTRACT DEUDA-CUENTA FROM SALDO-A-FAVOR
                   MOVE 0 TO DEUDA-CUENTA
               ELSE
                   SUBTRACT SALDO-A-FAVOR FROM DEUDA-CUENTA
                   MOVE 0 TO SALDO-A-FAVOR
               END-IF
           END-IF.
           IF DEUDA-CUENTA > 0
               IF CANT-ABIERTOS < MAX-ABIERTOS
                   ADD 1 TO CANT-ABIERTOS
                   IF FL-VENCIMIENTO > 0
                       MOVE FL-VENCIMIENTO
                           TO AB-VENCIMIENTO(CANT-ABIERTOS)
                   ELSE
                       MOVE FL-FECHA TO AB-VENCIMIENTO(CANT-ABIERTOS)
                   END-IF
                   MOVE DEUDA-CUENTA TO AB-PENDIENTE(CANT-ABIERTOS)
               ELSE
                   ADD DEUDA-CUENTA TO AB-PENDIENTE(CANT-ABIERTOS)
               END-IF
           END-IF.

       APLICAR-CREDITO.
           IF CREDITO-RESTANTE NOT < AB-PENDIENTE(PRIMER-ABIERTO)
               SUBTRACT AB-PENDIENTE(PRIMER-ABIERTO)
                   FROM CREDITO-RESTANTE
               MOVE 0 TO AB-PENDIENTE(PRIMER-ABIERTO)
               ADD 1 TO PRIMER-ABIERTO
           ELSE
               SUBTRACT CREDITO-RESTANTE
                   FROM AB-PENDIENTE(PRIMER-ABIERTO)
               MOVE 0 TO CREDITO-RESTANTE
           END-IF.

       CLASIFICAR-ABIERTO.
           COMPUTE DIAS-VENCIDA = DIAS-HOY
               - FUNCTION INTEGER-OF-DATE(AB-VENCIMIENTO(IND-ABIERTO)).
           EVALUATE TRUE
               WHEN DIAS-VENCIDA <= 0
                   MOVE 1 TO IND-BANDA
               WHEN DIAS-VENCIDA <= 30
                   MOVE 2 TO IND-BANDA
               WHEN DIAS-VENCIDA <= 60
                   MOVE 3 TO IND-BANDA
               WHEN DIAS-VENCIDA <= 90
                   MOVE 4 TO IND-BANDA
               WHEN OTHER
                   MOVE 5 TO IND-BANDA
           END-EVALUATE.
           ADD AB-PENDIENTE(IND-ABIERTO) TO BANDA-CUENTA(IND-BANDA).
           ADD AB-PENDIENTE(IND-ABIERTO) TO BANDA-TOTAL(IND-BANDA).
           ADD AB-PENDIENTE(IND-ABIERTO) TO DEUDA-CUENTA.

       ESCRIBIR-CUENTA.
           MOVE SPACES TO NOMBRE-CUENTA.
           IF HAY-MAESTRO
               MOVE CUENTA-ACTUAL TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "(EX-ALUMNO)" TO NOMBRE-CUENTA
                   NOT INVALID KEY
                       MOVE SM-STUDENT-NAME TO NOMBRE-CUENTA
               END-READ
           END-IF.
           MOVE SPACES TO AGING-REPORT-LINEA.
           MOVE CUENTA-ACTUAL TO AGING-REPORT-LINEA(1:10).
           MOVE NOMBRE-CUENTA(1:15) TO AGING-REPORT-LINEA(12:15).
           IF DEUDA-CUENTA > 0
               ADD 1 TO CANT-DEUDORES
               PERFORM VARYING IND-BANDA FROM 1 BY 1
                       UNTIL IND-BANDA > 5
                   MOVE BANDA-CUENTA(IND-BANDA) TO BANDA-EDIT
                   MOVE BANDA-EDIT
                       TO AGING-REPORT-LINEA(18 + IND-BANDA * 10:9)
               END-PERFORM
           ELSE
               MOVE SALDO-A-FAVOR TO BANDA-EDIT
               MOVE "SALDO A FAVOR" TO AGING-REPORT-LINEA(28:13)
               MOVE BANDA-EDIT TO AGING-REPORT-LINEA(42:9)
           END-IF.
           WRITE AGING-REPORT-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO AGING-REPORT-LINEA.
           WRITE AGING-REPORT-LINEA.
           MOVE BANDA-TOTAL(1) TO TOTAL-EDIT.
           MOVE SPACES TO AGING-REPORT-LINEA.
           STRING "A VENCER:          " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO AGING-REPORT-LINEA.
           WRITE AGING-REPORT-LINEA.
           MOVE BANDA-TOTAL(2) TO TOTAL-EDIT.
           MOVE SPACES TO AGING-REPORT-LINEA.
           STRING "VENCIDO 1-30:      " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO AGING-REPORT-LINEA.
           WRITE AGING-REPORT-LINEA.
           MOVE BANDA-TOTAL(3) TO TOTAL-EDIT.
           MOVE SPACES TO AGING-REPORT-LINEA.
           STRING "VENCIDO 31-60:     " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO AGING-REPORT-LINEA.
           WRITE AGING-REPORT-LINEA.
           MOVE BANDA-TOTAL(4) TO TOTAL-EDIT.
           MOVE SPACES TO AGING-REPORT-LINEA.
           STRING "VENCIDO 61-90:     " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO AGING-REPORT-LINEA.
           WRITE AGING-REPORT-LINEA.
           MOVE BANDA-TOTAL(5) TO TOTAL-EDIT.
           MOVE SPACES TO AGING-REPORT-LINEA.
           STRING "VENCIDO MAS DE 90: " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO AGING-REPORT-LINEA.
           WRITE AGING-REPORT-LINEA.
           MOVE TOTAL-A-FAVOR TO TOTAL-EDIT.
           MOVE SPACES TO AGING-REPORT-LINEA.
           STRING "SALDOS A FAVOR:    " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO AGING-REPORT-LINEA.
           WRITE AGING-REPORT-LINEA.
           MOVE CANT-CUENTAS TO CANT-EDIT.
           MOVE SPACES TO AGING-REPORT-LINEA.
           STRING "CUENTAS EN EL LIBRO:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO AGING-REPORT-LINEA.
           WRITE AGING-REPORT-LINEA.
           MOVE CANT-DEUDORES TO CANT-EDIT.
           MOVE SPACES TO AGING-REPORT-LINEA.
           STRING "CUENTAS CON DEUDA:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO AGING-REPORT-LINEA.
           WRITE AGING-REPORT-LINEA.

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
           MOVE "FEEAGE" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "FEEAGE" TO RL-PROGRAMA.
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
           MOVE "FEEAGE" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "CUENTAS=" DELIMITED BY SIZE
               CANT-CUENTAS DELIMITED BY SIZE
               " DEUDORES=" DELIMITED BY SIZE
               CANT-DEUDORES DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM FEEAGE.
