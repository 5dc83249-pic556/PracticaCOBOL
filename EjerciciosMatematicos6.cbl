               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRACPAIR-FILE-STATUS.

           SELECT TERNA-FILE ASSIGN TO "EUCLTRIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERNA-FILE-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           05  FP-NUM2              PIC 9(06).
           05  FP-DEN2              PIC 9(06).

       FD  TERNA-FILE.
      /TERNAS (A, B, M) DEL MODO EUCLIDES EXTENDIDO: COEFICIENTES DE
      /BEZOUT DE A Y B, INVERSO DE A MODULO M Y LA CONGRUENCIA
      /A*X = B (MOD M)
       01  TERNA-RECORD.
           05  ET-A                 PIC 9(06).
           05  ET-B                 PIC 9(06).
           05  ET-M                 PIC 9(06).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       COPY "RPTWAREA.cpy".
       01 FRACCION-REPORT-LINEA PIC X(80).
       01 GCD-REPORT-LINEA PIC X(80).
       01 EUCL-REPORT-LINEA PIC X(80).

       COPY "COMMFLDS.cpy".

       01 MCD Pic 9(6).
       01 LCM Pic 9(12).

      /AREA DEL SERVICIO DE TEORIA DE NUMEROS QUE CALCULA MCD Y LCM
       COPY "NUMTAREA.cpy".

       01 MODO-EJECUCION PIC X(01) VALUE "I".
           88 MODO-INTERACTIVO VALUE "I".
           88 MODO-LISTA       VALUE "L".
           88 MODO-FRACCION    VALUE "F".
           88 MODO-ARITMETICA  VALUE "A".
           88 MODO-EXTENDIDO   VALUE "E".

       01 LISTA-NUMEROS-STATUS PIC X(02).
       01 PARES-FILE-STATUS    PIC X(02).
       01 FRAC-COPRIMAS   PIC 9(05) VALUE 0.
       01 FRAC-RECHAZADAS PIC 9(05) VALUE 0.

      /CAMPOS DEL EUCLIDES EXTENDIDO: LOS MISMOS RESTOS SUCESIVOS DE
      /MaxCD, LLEVANDO ADEMAS LOS COEFICIENTES X E Y CON SIGNO. CON
      /OPERANDOS DE SEIS DIGITOS LOS COEFICIENTES NO PASAN DE SEIS
      /DIGITOS Y LOS PRODUCTOS INTERMEDIOS ENTRAN EN TRECE
       01 TERNA-FILE-STATUS PIC X(02).
       01 TERNA-EOF-SW PIC X(01) VALUE "N".
           88 TERNA-EOF VALUE "Y".
       01 EXT-A PIC 9(06).
       01 EXT-B PIC 9(06).
       01 EXT-G PIC 9(06).
       01 EXT-X PIC S9(13).
       01 EXT-Y PIC S9(13).
       01 EXT-R-ANT PIC 9(06).
       01 EXT-R     PIC 9(06).
       01 EXT-R-SIG PIC 9(06).
       01 EXT-S-ANT PIC S9(13).
       01 EXT-S     PIC S9(13).
       01 EXT-S-SIG PIC S9(13).
       01 EXT-T-ANT PIC S9(13).
       01 EXT-T     PIC S9(13).
       01 EXT-T-SIG PIC S9(13).
       01 EXT-COC   PIC 9(06).
       01 BEZOUT-G PIC 9(06).
       01 BEZOUT-X PIC S9(13).
       01 BEZOUT-Y PIC S9(13).
       01 A-MOD-M PIC 9(06).
       01 B-MOD-M PIC 9(06).
       01 MCD-AM PIC 9(06).
       01 M-REDUCIDO PIC 9(06).
       01 INVERSO-M PIC 9(06).
       01 SOLUCION-X0 PIC 9(06).
       01 TRABAJO-GRANDE PIC S9(13).
       01 INVERSO-SW PIC X(01) VALUE "N".
           88 HAY-INVERSO VALUE "Y".
       01 CONGRUENCIA-SW PIC X(01) VALUE "N".
           88 HAY-SOLUCION VALUE "Y".
       01 COEF-EDIT  PIC -(7)9.
       01 COEF-EDIT2 PIC -(7)9.
       01 INV-CSV PIC X(08).
       01 SOL-CSV PIC X(08).
       01 TERNAS-LEIDAS PIC 9(05) VALUE 0.
       01 TERNAS-INVERSO PIC 9(05) VALUE 0.
       01 TERNAS-SOLUCION PIC 9(05) VALUE 0.
       01 TERNAS-RECHAZADAS PIC 9(05) VALUE 0.

       01 LISTA-EOF-SW PIC X(01) VALUE "N".
           88 LISTA-EOF VALUE "Y".
       01 PARES-EOF-SW PIC X(01) VALUE "N".
       MAIN-PROCEDURE.
           IF ADDRESS OF LK-MODO-EJECUCION = NULL
               DISPLAY "MODO (I)NTERACTIVO, (L)ISTA, (B)ATCH DE "
                   "PARES, (F)RACCIONES, (A)RITMETICA "
                   "O (E)UCLIDES EXTENDIDO: "
               ACCEPT MODO-EJECUCION
           ELSE
               MOVE LK-MODO-EJECUCION TO MODO-EJECUCION
                   PERFORM PROCESO-FRACCIONES
               WHEN MODO-ARITMETICA
                   PERFORM PROCESO-ARITMETICA
               WHEN MODO-EXTENDIDO
                   PERFORM PROCESO-EXTENDIDO
               WHEN OTHER
                   PERFORM PROCESO-INTERACTIVO
           END-EVALUATE.
       OPERAR-UN-PAR-EXIT.
           EXIT.

       PROCESO-EXTENDIDO.
      /LEE TERNAS (A, B, M) Y ESCRIBE POR CADA UNA LOS COEFICIENTES
      /DE BEZOUT (A*X + B*Y = MCD), EL INVERSO DE A MODULO M SI EXISTE
      /Y LAS SOLUCIONES DE A*X = B (MOD M) SI LAS HAY, SIN DETALLE EN
      /LA CONSOLA
           OPEN INPUT TERNA-FILE.
           IF TERNA-FILE-STATUS NOT = "00"
               MOVE "EUCLTRIP" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE TERNA-FILE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               MOVE "Y" TO TERNA-EOF-SW
           END-IF.
           PERFORM ABRIR-REPORTE-EUCL.

           IF NOT TERNA-EOF
               READ TERNA-FILE
                   AT END MOVE "Y" TO TERNA-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL TERNA-EOF
               ADD 1 TO TERNAS-LEIDAS
               IF ET-A NOT NUMERIC OR ET-B NOT NUMERIC
                  OR ET-M NOT NUMERIC
                   ADD 1 TO TERNAS-RECHAZADAS
                   MOVE SPACES TO EUCL-REPORT-LINEA
                   STRING "TERNA RECHAZADA: " DELIMITED BY SIZE
                       TERNA-RECORD DELIMITED BY SIZE
                       INTO EUCL-REPORT-LINEA
                   PERFORM GRABAR-REPORTE-EUCL
               ELSE
                   PERFORM RESOLVER-TERNA
                   PERFORM ESCRIBIR-CSV-EXTENDIDO
               END-IF
               READ TERNA-FILE
                   AT END MOVE "Y" TO TERNA-EOF-SW
               END-READ
           END-PERFORM.

           MOVE TERNAS-LEIDAS TO BAL-LEIDOS.
           COMPUTE BAL-ESCRITOS = TERNAS-LEIDAS - TERNAS-RECHAZADAS.
           MOVE TERNAS-RECHAZADAS TO BAL-RECHAZADOS.
           PERFORM REGISTRAR-BALANCE.
           MOVE SPACES TO EUCL-REPORT-LINEA.
           STRING "LEIDAS " DELIMITED BY SIZE
               TERNAS-LEIDAS DELIMITED BY SIZE
               " CON INVERSO " DELIMITED BY SIZE
               TERNAS-INVERSO DELIMITED BY SIZE
               " CON SOLUCION " DELIMITED BY SIZE
               TERNAS-SOLUCION DELIMITED BY SIZE
               " RECHAZADAS " DELIMITED BY SIZE
               TERNAS-RECHAZADAS DELIMITED BY SIZE
               INTO EUCL-REPORT-LINEA.
           PERFORM GRABAR-REPORTE-EUCL.
           IF TERNA-FILE-STATUS = "00"
            OR TERNA-FILE-STATUS = "10"
               CLOSE TERNA-FILE
           END-IF.
           PERFORM CERRAR-REPORTE-EUCL.

       RESOLVER-TERNA.
           MOVE ET-A TO NUM1-EDIT.
           MOVE ET-B TO NUM2-EDIT.
           MOVE ET-M TO MCD-EDIT.
           MOVE SPACES TO EUCL-REPORT-LINEA.
           STRING "A=" DELIMITED BY SIZE
               NUM1-EDIT DELIMITED BY SIZE
               " B=" DELIMITED BY SIZE
               NUM2-EDIT DELIMITED BY SIZE
               " M=" DELIMITED BY SIZE
               MCD-EDIT DELIMITED BY SIZE
               INTO EUCL-REPORT-LINEA.
           PERFORM GRABAR-REPORTE-EUCL.

      /COEFICIENTES DE BEZOUT DE A Y B
           MOVE ET-A TO EXT-A.
           MOVE ET-B TO EXT-B.
           PERFORM EUCLIDES-EXTENDIDO.
           MOVE EXT-G TO BEZOUT-G.
           MOVE EXT-X TO BEZOUT-X.
           MOVE EXT-Y TO BEZOUT-Y.
           MOVE SPACES TO EUCL-REPORT-LINEA.
           IF BEZOUT-G = 0
               MOVE "  MCD(0,0) NO DEFINIDO, SIN COEFICIENTES"
                   TO EUCL-REPORT-LINEA
           ELSE
               MOVE BEZOUT-G TO MCD-EDIT
               MOVE BEZOUT-X TO COEF-EDIT
               MOVE BEZOUT-Y TO COEF-EDIT2
               STRING "  MCD(A,B)=" DELIMITED BY SIZE
                   MCD-EDIT DELIMITED BY SIZE
                   " X=" DELIMITED BY SIZE
                   COEF-EDIT DELIMITED BY SIZE
                   " Y=" DELIMITED BY SIZE
                   COEF-EDIT2 DELIMITED BY SIZE
                   "  (A*X + B*Y = MCD)" DELIMITED BY SIZE
                   INTO EUCL-REPORT-LINEA
           END-IF.
           PERFORM GRABAR-REPORTE-EUCL.

           MOVE "N" TO INVERSO-SW.
           MOVE "N" TO CONGRUENCIA-SW.
           IF ET-M < 2
               MOVE "  M MENOR QUE 2: SIN INVERSO NI CONGRUENCIA"
                   TO EUCL-REPORT-LINEA
               PERFORM GRABAR-REPORTE-EUCL
           ELSE
               PERFORM INVERSO-Y-CONGRUENCIA
           END-IF.
           MOVE SPACES TO EUCL-REPORT-LINEA.
           PERFORM GRABAR-REPORTE-EUCL.

       INVERSO-Y-CONGRUENCIA.
      /EL INVERSO DE A MODULO M EXISTE SOLO SI MCD(A,M) = 1 Y ES EL
      /COEFICIENTE X DE A LLEVADO A 0..M-1. LA CONGRUENCIA A*X = B
      /TIENE SOLUCION SOLO SI MCD(A,M) DIVIDE A B; EN ESE CASO HAY
      /MCD(A,M) SOLUCIONES MODULO M, SEPARADAS POR M / MCD(A,M)
           COMPUTE A-MOD-M = FUNCTION MOD(ET-A ET-M).
           COMPUTE B-MOD-M = FUNCTION MOD(ET-B ET-M).
           MOVE A-MOD-M TO EXT-A.
           MOVE ET-M TO EXT-B.
           PERFORM EUCLIDES-EXTENDIDO.
           MOVE EXT-G TO MCD-AM.

           MOVE SPACES TO EUCL-REPORT-LINEA.
           IF MCD-AM = 1
               MOVE "Y" TO INVERSO-SW
               ADD 1 TO TERNAS-INVERSO
               COMPUTE INVERSO-M = FUNCTION MOD(EXT-X ET-M)
               MOVE INVERSO-M TO NUM1-EDIT
               STRING "  INVERSO DE A MOD M =" DELIMITED BY SIZE
                   NUM1-EDIT DELIMITED BY SIZE
                   INTO EUCL-REPORT-LINEA
           ELSE
               MOVE MCD-AM TO NUM1-EDIT
               STRING "  INVERSO DE A MOD M: NO EXISTE, MCD(A,M)="
                   DELIMITED BY SIZE
                   NUM1-EDIT DELIMITED BY SIZE
                   INTO EUCL-REPORT-LINEA
           END-IF.
           PERFORM GRABAR-REPORTE-EUCL.

           MOVE SPACES TO EUCL-REPORT-LINEA.
           IF FUNCTION MOD(B-MOD-M MCD-AM) = 0
               MOVE "Y" TO CONGRUENCIA-SW
               ADD 1 TO TERNAS-SOLUCION
               DIVIDE ET-M BY MCD-AM GIVING M-REDUCIDO
               COMPUTE TRABAJO-GRANDE =
                   EXT-X * (B-MOD-M / MCD-AM)
               COMPUTE SOLUCION-X0 =
                   FUNCTION MOD(TRABAJO-GRANDE M-REDUCIDO)
               MOVE SOLUCION-X0 TO NUM1-EDIT
               MOVE M-REDUCIDO TO NUM2-EDIT
               MOVE MCD-AM TO MCD-EDIT
               STRING "  A*X = B (MOD M): X =" DELIMITED BY SIZE
                   NUM1-EDIT DELIMITED BY SIZE
                   " + K*" DELIMITED BY SIZE
                   NUM2-EDIT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   MCD-EDIT DELIMITED BY SIZE
                   " SOLUCION(ES) MOD M" DELIMITED BY SIZE
                   INTO EUCL-REPORT-LINEA
           ELSE
               MOVE MCD-AM TO NUM1-EDIT
               STRING "  A*X = B (MOD M): SIN SOLUCION, MCD(A,M)="
                   DELIMITED BY SIZE
                   NUM1-EDIT DELIMITED BY SIZE
                   " NO DIVIDE A B" DELIMITED BY SIZE
                   INTO EUCL-REPORT-LINEA
           END-IF.
           PERFORM GRABAR-REPORTE-EUCL.

       EUCLIDES-EXTENDIDO.
      /LOS MISMOS RESTOS SUCESIVOS DE MaxCD SOBRE EXT-A Y EXT-B; CADA
      /COCIENTE ACTUALIZA TAMBIEN LOS COEFICIENTES, ASI QUE AL LLEGAR
      /A RESTO CERO QUEDA EXT-A*EXT-X + EXT-B*EXT-Y = EXT-G
           MOVE EXT-A TO EXT-R-ANT.
           MOVE EXT-B TO EXT-R.
           MOVE 1 TO EXT-S-ANT.
           MOVE 0 TO EXT-S.
           MOVE 0 TO EXT-T-ANT.
           MOVE 1 TO EXT-T.
           PERFORM UNTIL EXT-R = 0
               DIVIDE EXT-R-ANT BY EXT-R
                   GIVING EXT-COC REMAINDER EXT-R-SIG
               COMPUTE EXT-S-SIG = EXT-S-ANT - EXT-COC * EXT-S
               COMPUTE EXT-T-SIG = EXT-T-ANT - EXT-COC * EXT-T
               MOVE EXT-R TO EXT-R-ANT
               MOVE EXT-R-SIG TO EXT-R
               MOVE EXT-S TO EXT-S-ANT
               MOVE EXT-S-SIG TO EXT-S
               MOVE EXT-T TO EXT-T-ANT
               MOVE EXT-T-SIG TO EXT-T
           END-PERFORM.
           MOVE EXT-R-ANT TO EXT-G.
           MOVE EXT-S-ANT TO EXT-X.
           MOVE EXT-T-ANT TO EXT-Y.

       ESCRIBIR-CSV-EXTENDIDO.
      /FILA DEL EXTRACTO RESULTCSV: EXT, A, B, M, MCD, X, Y, INVERSO
      /Y PRIMERA SOLUCION DE LA CONGRUENCIA (NO CUANDO NO EXISTEN)
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ADD 1 TO CANT-FILAS-CSV.
           MOVE BEZOUT-G TO MCD-EDIT.
           MOVE BEZOUT-X TO COEF-EDIT.
           MOVE BEZOUT-Y TO COEF-EDIT2.
           MOVE "NO" TO INV-CSV.
           IF HAY-INVERSO
               MOVE INVERSO-M TO INV-CSV
           END-IF.
           MOVE "NO" TO SOL-CSV.
           IF HAY-SOLUCION
               MOVE SOLUCION-X0 TO SOL-CSV
           END-IF.
           MOVE SPACES TO CSV-LINEA.
           STRING "D,MATEMATICA6" DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               ",EXT," DELIMITED BY SIZE
               ET-A DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ET-B DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ET-M DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               MCD-EDIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               COEF-EDIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               COEF-EDIT2 DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INV-CSV DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               SOL-CSV DELIMITED BY SPACE
               INTO CSV-LINEA.
           PERFORM GRABAR-FILA-CSV.

       REDUCIR-RESULTADO.
      /LA REDUCCION FINAL ES EL MISMO EUCLIDES DE MaxCD, EN CAMPOS
      /ANCHOS PORQUE EL NUMERADOR ESCALADO LLEGA A 13 DIGITOS
           PERFORM GRABAR-REPORTE-GCD.

       MaxCD.
      /EL MCD LO CALCULA NUMTCALC POR RESTOS SUCESIVOS, EL MISMO
      /SERVICIO QUE USA TODA LA SUITE. PARA PARES CON CERO SE
      /CONSERVA LA CONVENCION HISTORICA DE DEVOLVER AL MENOS 1, Y UN
      /OPERANDO MALO TAMBIEN DEJA 1 PARA NO DIVIDIR POR CERO DESPUES.
           MOVE "G" TO NT-OPERACION.
           MOVE Num1 TO NT-NUM1.
           MOVE Num2 TO NT-NUM2.
           CALL "NUMTCALC" USING NUMT-AREA.
           IF NT-OK
               MOVE NT-RESULTADO TO MCD
           ELSE
               DISPLAY "MCD NO CALCULADO, RETORNO NUMTCALC: "
                   NT-RETORNO
               MOVE 1 TO MCD
           END-IF.

       CalcularLCM.
      /NUMTCALC DERIVA EL LCM DE LA RELACION
      /LCM(A,B) = (A * B) / MCD(A,B); CON RETORNO MALO QUEDA EN CERO
           MOVE "L" TO NT-OPERACION.
           MOVE Num1 TO NT-NUM1.
           MOVE Num2 TO NT-NUM2.
           CALL "NUMTCALC" USING NUMT-AREA.
           IF NT-OK
               MOVE NT-RESULTADO TO LCM
           ELSE
               DISPLAY "LCM NO CALCULADO, RETORNO NUMTCALC: "
                   NT-RETORNO
               MOVE 0 TO LCM
           END-IF.

       ESCRIBIR-CSV.
      /AGREGA UNA FILA AL EXTRACTO COMPARTIDO RESULTCSV CON EL
           MOVE "RPTFRAC" TO RW-ARCHIVO.
           CALL "RPTWRITE" USING RPTW-AREA.

       ABRIR-REPORTE-EUCL.
      /APERTURA VIA EL ESCRITOR COMUN: EL TITULO, LA FECHA/HORA Y
      /EL PAGINADO LOS PONE RPTWRITE
           MOVE "A" TO RW-ACCION.
           MOVE "RPTEUCL" TO RW-ARCHIVO.
           MOVE "MATEMATICA6 - EUCLIDES EXTENDIDO" TO RW-TITULO.
           MOVE 50 TO RW-MAX-LINEAS.
           CALL "RPTWRITE" USING RPTW-AREA.

       GRABAR-REPORTE-EUCL.
           MOVE "D" TO RW-ACCION.
           MOVE "RPTEUCL" TO RW-ARCHIVO.
           MOVE EUCL-REPORT-LINEA TO RW-LINEA.
           CALL "RPTWRITE" USING RPTW-AREA.

       CERRAR-REPORTE-EUCL.
           MOVE "C" TO RW-ACCION.
           MOVE "RPTEUCL" TO RW-ARCHIVO.
           CALL "RPTWRITE" USING RPTW-AREA.

       REGISTRAR-BALANCE.
      /DEJA LOS CONTEOS DE CONTROL DE LA CORRIDA EN EL ARCHIVO DE
      /BALANCE COMPARTIDO, PARA QUE EL BALANCEADOR DE FIN DE CADENA
