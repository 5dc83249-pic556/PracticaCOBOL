               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.

           SELECT NCR-FILE ASSIGN TO "NCRLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NCR-FILE-STATUS.

           SELECT CHECKPOINT-COMB-FILE ASSIGN TO "MATE3CKC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-COMB-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       01  CHECKPOINT-RECORD.
           05  CKP-ULTIMO-NUM1     PIC 9(03).

      /PARES (N, R) DEL MODO COMBINATORIA
       FD  NCR-FILE.
       01  NCR-FILE-RECORD.
           05  NC-N                PIC 9(03).
           05  NC-R                PIC 9(03).

      /LOS PARES NO VIENEN ORDENADOS: EL CHECKPOINT GUARDA EL NUMERO
      /DE REGISTRO DEL ULTIMO PAR PROCESADO
       FD  CHECKPOINT-COMB-FILE.
       01  CHECKPOINT-COMB-RECORD.
           05  CKC-ULTIMO-PAR      PIC 9(05).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       01 FAC-TABLA.
           05 FAC-DIGITO OCCURS 40 TIMES PIC 9(01).
       01 FAC-LARGO PIC 9(02).
      * FAC-MULT y COMB-I llevan un digito mas que N: los ciclos los
      * pasan hasta N+1 para cortar, y con N = 999 en tres digitos
      * volverian a cero.
       01 FAC-MULT PIC 9(04).
       01 FAC-ACARREO PIC 9(05).
       01 FAC-PRODUCTO PIC 9(06).
       01 IND-FAC PIC 9(02) COMP.
       01 FAC-TEXTO PIC X(40).
       01 FAC-OVERFLOW-SW PIC X(01) VALUE "N".
           88 FAC-OVERFLOW VALUE "Y".
       01 FAC-DIVISOR PIC 9(03).
       01 FAC-RESTO PIC 9(03).

      * Combinaciones y permutaciones de N tomados de a R, sobre la
      * misma tabla de digitos del factorial. Cada resultado se pasa
      * a texto antes de armar el siguiente.
       01 COMB-N PIC 9(03).
       01 COMB-R PIC 9(03).
       01 COMB-K PIC 9(03).
       01 COMB-I PIC 9(04).
       01 NCR-TEXTO PIC X(40).
       01 NPR-TEXTO PIC X(40).
       01 NCR-OVERFLOW-SW PIC X(01) VALUE "N".
           88 NCR-OVERFLOW VALUE "Y".
       01 NPR-OVERFLOW-SW PIC X(01) VALUE "N".
           88 NPR-OVERFLOW VALUE "Y".
       01 COMB-REPORT-LINEA PIC X(100).
       01 COMB-R-EDIT PIC ZZ9.

       01 Num2 PIC 9(3).
       01 SumI PIC 9(3) VALUE 0.
       01 MODO-EJECUCION PIC X(01) VALUE "I".
           88 MODO-INTERACTIVO VALUE "I".
           88 MODO-BATCH       VALUE "B".
           88 MODO-COMBINATORIA VALUE "C".

       01 NUM1-FILE-STATUS    PIC X(02).
       01 CHECKPOINT-STATUS   PIC X(02).
       01 NCR-FILE-STATUS     PIC X(02).
       01 CHECKPOINT-COMB-STATUS PIC X(02).

       01 NCR-EOF-SW PIC X(01) VALUE "N".
           88 NCR-EOF VALUE "Y".
       01 NRO-PAR PIC 9(05) VALUE 0.
       01 ULTIMO-PAR PIC 9(05) VALUE 0.

       01 NUM1-EOF-SW PIC X(01) VALUE "N".
           88 NUM1-EOF VALUE "Y".
                                         LK-RETORNO.
       MAIN-PROCEDURE.
           IF ADDRESS OF LK-MODO-EJECUCION = NULL
               DISPLAY "MODO (I)NTERACTIVO, (B)ATCH "
                   "O (C)OMBINATORIA: "
               ACCEPT MODO-EJECUCION
           ELSE
               MOVE LK-MODO-EJECUCION TO MODO-EJECUCION
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM ESCRIBIR-CSV-CABECERA.

           EVALUATE TRUE
               WHEN MODO-BATCH
                   PERFORM PROCESO-BATCH THRU PROCESO-BATCH-EXIT
               WHEN MODO-COMBINATORIA
                   PERFORM PROCESO-COMBINATORIA
                       THRU PROCESO-COMBINATORIA-EXIT
               WHEN OTHER
                   PERFORM PROCESO-INTERACTIVO
           END-EVALUATE.

           PERFORM ESCRIBIR-CSV-COLA.
           PERFORM REGISTRAR-LOG-FIN.
       PROCESO-BATCH-EXIT.
           EXIT.

       PROCESO-COMBINATORIA.
      /LEE NCRLIST Y ESCRIBE LA TABLA DE COMBINACIONES (nCr) Y
      /PERMUTACIONES (nPr) DE CADA PAR, CON LA MISMA TABLA DE DIGITOS,
      /EL MISMO CONTROL DE DESBORDE Y EL MISMO ESQUEMA DE REANUDACION
      /QUE LA TABLA DE FACTORIALES
           PERFORM LEER-CHECKPOINT-COMB THRU LEER-CHECKPOINT-COMB-EXIT.

           OPEN INPUT NCR-FILE.
           IF NCR-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NCRLIST, STATUS: "
                   NCR-FILE-STATUS
               MOVE "NCRLIST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE NCR-FILE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               GO TO PROCESO-COMBINATORIA-EXIT
           END-IF.
           IF REANUDAR
               MOVE "E" TO RW-ACCION
           ELSE
               MOVE "A" TO RW-ACCION
           END-IF.
           MOVE "RPTCOMB" TO RW-ARCHIVO.
           MOVE "MATEMATICA3 - COMBINAC. Y PERMUTACIONES" TO RW-TITULO.
           MOVE 50 TO RW-MAX-LINEAS.
           CALL "RPTWRITE" USING RPTW-AREA.
           IF REANUDAR
               OPEN EXTEND CHECKPOINT-COMB-FILE
           ELSE
               OPEN OUTPUT CHECKPOINT-COMB-FILE
               MOVE "  N   R  nCr / nPr" TO COMB-REPORT-LINEA
               PERFORM GRABAR-REPORTE-COMB
           END-IF.

           READ NCR-FILE
               AT END MOVE "Y" TO NCR-EOF-SW
           END-READ.

           PERFORM UNTIL NCR-EOF
               ADD 1 TO NRO-PAR
               ADD 1 TO BAL-LEIDOS
               EVALUATE TRUE
                   WHEN REANUDAR AND NRO-PAR NOT > ULTIMO-PAR
      /LOS PARES YA PROCESADOS EN LA CORRIDA ANTERIOR SE SALTEAN
      /Y CUENTAN COMO RECHAZOS PARA QUE EL BALANCE CIERRE
                       ADD 1 TO BAL-RECHAZADOS
                   WHEN NC-N NOT NUMERIC OR NC-R NOT NUMERIC
                       ADD 1 TO BAL-RECHAZADOS
                       MOVE SPACES TO COMB-REPORT-LINEA
                       STRING "PAR INVALIDO: " DELIMITED BY SIZE
                           NCR-FILE-RECORD DELIMITED BY SIZE
                           INTO COMB-REPORT-LINEA
                       PERFORM GRABAR-REPORTE-COMB
                       PERFORM ESCRIBIR-CHECKPOINT-COMB
                   WHEN NC-R > NC-N
                       ADD 1 TO BAL-RECHAZADOS
                       MOVE NC-N TO NUM1-EDIT
                       MOVE NC-R TO COMB-R-EDIT
                       MOVE SPACES TO COMB-REPORT-LINEA
                       STRING NUM1-EDIT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           COMB-R-EDIT DELIMITED BY SIZE
                           "  R MAYOR QUE N, SE RECHAZA"
                               DELIMITED BY SIZE
                           INTO COMB-REPORT-LINEA
                       PERFORM GRABAR-REPORTE-COMB
                       PERFORM ESCRIBIR-CHECKPOINT-COMB
                   WHEN OTHER
                       MOVE NC-N TO COMB-N
                       MOVE NC-R TO COMB-R
                       PERFORM COMBINACIONES
                       PERFORM PERMUTACIONES
                       PERFORM ESCRIBIR-LINEA-COMB
                       ADD 1 TO BAL-ESCRITOS
                       PERFORM ESCRIBIR-CHECKPOINT-COMB
                       PERFORM ESCRIBIR-CSV-COMB
               END-EVALUATE
               READ NCR-FILE
                   AT END MOVE "Y" TO NCR-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE NCR-FILE.
           PERFORM CERRAR-REPORTE-COMB.
           CLOSE CHECKPOINT-COMB-FILE.
           PERFORM REGISTRAR-BALANCE.
       PROCESO-COMBINATORIA-EXIT.
           EXIT.

       LEER-CHECKPOINT-COMB.
      /IGUAL QUE LEER-CHECKPOINT, PERO CON EL NUMERO DE PAR
           MOVE "N" TO REANUDAR-SW.
           OPEN INPUT CHECKPOINT-COMB-FILE.
           IF CHECKPOINT-COMB-STATUS NOT = "00"
               GO TO LEER-CHECKPOINT-COMB-EXIT
           END-IF.
           READ CHECKPOINT-COMB-FILE
               AT END MOVE "Y" TO NCR-EOF-SW
           END-READ.
           PERFORM UNTIL NCR-EOF
               MOVE "Y" TO REANUDAR-SW
               MOVE CKC-ULTIMO-PAR TO ULTIMO-PAR
               READ CHECKPOINT-COMB-FILE
                   AT END MOVE "Y" TO NCR-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE CHECKPOINT-COMB-FILE.
           MOVE "N" TO NCR-EOF-SW.
       LEER-CHECKPOINT-COMB-EXIT.
           EXIT.

       ESCRIBIR-CHECKPOINT-COMB.
      /REGISTRA EL ULTIMO PAR PROCESADO (O RECHAZADO) DEL ARCHIVO
           MOVE NRO-PAR TO CKC-ULTIMO-PAR.
           WRITE CHECKPOINT-COMB-RECORD.

       COMBINACIONES.
      /nCr = PRODUCTO DE (N-K+I) / I PARA I DE 1 A K, CON K EL MENOR
      /ENTRE R Y N-R. CADA DIVISION ES EXACTA (EL PRODUCTO PARCIAL ES
      /UNA COMBINACION), ASI QUE LA TABLA NUNCA LLEVA DECIMALES
           PERFORM INICIAR-FAC.
           COMPUTE COMB-K = COMB-N - COMB-R.
           IF COMB-R < COMB-K
               MOVE COMB-R TO COMB-K
           END-IF.
           PERFORM VARYING COMB-I FROM 1 BY 1
                   UNTIL COMB-I > COMB-K OR FAC-OVERFLOW
               COMPUTE FAC-MULT = COMB-N - COMB-K + COMB-I
               PERFORM MULTIPLICAR-FAC
               IF NOT FAC-OVERFLOW
                   MOVE COMB-I TO FAC-DIVISOR
                   PERFORM DIVIDIR-FAC
               END-IF
           END-PERFORM.
           MOVE FAC-OVERFLOW-SW TO NCR-OVERFLOW-SW.
           MOVE SPACES TO NCR-TEXTO.
           IF NOT FAC-OVERFLOW
               PERFORM FORMATEAR-FAC
               MOVE FAC-TEXTO TO NCR-TEXTO
           END-IF.

       PERMUTACIONES.
      /nPr = N! / (N-R)! = PRODUCTO DE N-R+1 A N
           PERFORM INICIAR-FAC.
           COMPUTE COMB-I = COMB-N - COMB-R + 1.
           PERFORM VARYING FAC-MULT FROM COMB-I BY 1
                   UNTIL FAC-MULT > COMB-N OR FAC-OVERFLOW
               PERFORM MULTIPLICAR-FAC
           END-PERFORM.
           MOVE FAC-OVERFLOW-SW TO NPR-OVERFLOW-SW.
           MOVE SPACES TO NPR-TEXTO.
           IF NOT FAC-OVERFLOW
               PERFORM FORMATEAR-FAC
               MOVE FAC-TEXTO TO NPR-TEXTO
           END-IF.

       ESCRIBIR-LINEA-COMB.
      /UNA LINEA PARA nCr Y OTRA PARA nPr: CADA UNO PUEDE LLEGAR A
      /LOS 40 DIGITOS DE LA TABLA
           MOVE COMB-N TO NUM1-EDIT.
           MOVE COMB-R TO COMB-R-EDIT.
           IF NCR-OVERFLOW
               MOVE "DEMASIADO GRANDE" TO NCR-TEXTO
           END-IF.
           IF NPR-OVERFLOW
               MOVE "DEMASIADO GRANDE" TO NPR-TEXTO
           END-IF.
           MOVE SPACES TO COMB-REPORT-LINEA.
           STRING NUM1-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COMB-R-EDIT DELIMITED BY SIZE
               "  nCr = " DELIMITED BY SIZE
               NCR-TEXTO DELIMITED BY SIZE
               INTO COMB-REPORT-LINEA.
           PERFORM GRABAR-REPORTE-COMB.
           MOVE SPACES TO COMB-REPORT-LINEA.
           STRING "         nPr = " DELIMITED BY SIZE
               NPR-TEXTO DELIMITED BY SIZE
               INTO COMB-REPORT-LINEA.
           PERFORM GRABAR-REPORTE-COMB.

       ESCRIBIR-CSV-COMB.
      /FILA DEL EXTRACTO RESULTCSV: NCR, N, R, nCr Y nPr (OVERFLOW
      /EN LUGAR DEL VALOR CUANDO NO ENTRA EN LA TABLA)
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ADD 1 TO CANT-FILAS-CSV.
           IF NCR-OVERFLOW
               MOVE "OVERFLOW" TO NCR-TEXTO
           END-IF.
           IF NPR-OVERFLOW
               MOVE "OVERFLOW" TO NPR-TEXTO
           END-IF.
           MOVE SPACES TO CSV-LINEA.
           STRING "D,MATEMATICA3" DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               ",NCR," DELIMITED BY SIZE
               COMB-N DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               COMB-R DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NCR-TEXTO DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               NPR-TEXTO DELIMITED BY SPACE
               INTO CSV-LINEA.
           PERFORM GRABAR-FILA-CSV.

       LEER-CHECKPOINT.
      /SI HAY UN CHECKPOINT DE UNA CORRIDA PREVIA, REANUDA DESDE EL
      /ULTIMO VALOR PROCESADO (LA ULTIMA LINEA DEL ARCHIVO). SI EL
       Fact.
      /ARMA Num1! EN LA TABLA DE DIGITOS MULTIPLICANDO DE 2 A Num1;
      /0! Y 1! QUEDAN EN EL 1 INICIAL SIN MULTIPLICAR NADA
           PERFORM INICIAR-FAC.
           PERFORM VARYING FAC-MULT FROM 2 BY 1
                   UNTIL FAC-MULT > Num1 OR FAC-OVERFLOW
               PERFORM MULTIPLICAR-FAC
           END-PERFORM.

       INICIAR-FAC.
      /DEJA LA TABLA DE DIGITOS EN 1, SIN DESBORDE
           MOVE "N" TO FAC-OVERFLOW-SW.
           PERFORM VARYING IND-FAC FROM 1 BY 1
                   UNTIL IND-FAC > MAX-FAC-DIGITOS
           END-PERFORM.
           MOVE 1 TO FAC-DIGITO(1).
           MOVE 1 TO FAC-LARGO.

       MULTIPLICAR-FAC.
      /MULTIPLICA LA TABLA COMPLETA POR FAC-MULT ARRASTRANDO EL
               END-IF
           END-PERFORM.

       DIVIDIR-FAC.
      /DIVIDE LA TABLA COMPLETA POR FAC-DIVISOR DESDE EL DIGITO MAS
      /SIGNIFICATIVO, BAJANDO EL RESTO COMO EN LA DIVISION A MANO, Y
      /DESCARTA LOS CEROS QUE QUEDEN A LA IZQUIERDA
           MOVE 0 TO FAC-RESTO.
           PERFORM VARYING IND-FAC FROM FAC-LARGO BY -1
                   UNTIL IND-FAC < 1
               COMPUTE FAC-PRODUCTO =
                   FAC-RESTO * 10 + FAC-DIGITO(IND-FAC)
               COMPUTE FAC-DIGITO(IND-FAC) =
                   FAC-PRODUCTO / FAC-DIVISOR
               COMPUTE FAC-RESTO =
                   FUNCTION MOD(FAC-PRODUCTO FAC-DIVISOR)
           END-PERFORM.
           PERFORM UNTIL FAC-LARGO = 1 OR FAC-DIGITO(FAC-LARGO) > 0
               SUBTRACT 1 FROM FAC-LARGO
           END-PERFORM.

       FORMATEAR-FAC.
      /PASA LA TABLA DE DIGITOS (MENOS SIGNIFICATIVO PRIMERO) AL
      /TEXTO IMPRIMIBLE EN EL ORDEN NATURAL
           MOVE "MATEMATICA3" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       GRABAR-REPORTE-COMB.
           MOVE "D" TO RW-ACCION.
           MOVE "RPTCOMB" TO RW-ARCHIVO.
           MOVE COMB-REPORT-LINEA TO RW-LINEA.
           CALL "RPTWRITE" USING RPTW-AREA.

       CERRAR-REPORTE-COMB.
           MOVE "C" TO RW-ACCION.
           MOVE "RPTCOMB" TO RW-ARCHIVO.
           CALL "RPTWRITE" USING RPTW-AREA.

       GRABAR-REPORTE-FACT.
           MOVE "D" TO RW-ACCION.
           MOVE "RPTFACT" TO RW-ARCHIVO.
