           05  GT-SUBJ             PIC X(04).
           05  GT-FECHA            PIC X(08).
           05  GT-NOTA             PIC 9(03).
      /COLA DEL LOTE: LA CARGA EN LINEA CIERRA CADA LOTE CON LA
      /CANTIDAD DE NOTAS Y SU SUMA COMO TOTALES DE CONTROL
       01  GRADE-TRANS-TOTAL.
           05  GC-MARCA            PIC X(10).
           05  GC-CANTIDAD         PIC 9(05).
           05  GC-SUMA-NOTAS       PIC 9(07).
           05  FILLER              PIC X(03).

       FD  SUBJ-MASTER.
           COPY "SUBJMAST.cpy".
       FD  GRADE-JOURNAL.
      /DIARIO DE TRANSACCIONES YA APLICADAS, CLAVE LOTE+SECUENCIA:
      /UNA RECORRIDA DEL MISMO GRADETRN ENCUENTRA AQUI LO QUE YA
      /POSTEO Y LO SALTEA EN VEZ DE POSTEARLO DOS VECES. LA HORA Y
      /LA NOTA POSTEADA PERMITEN A MSTRECOV REAPLICARLA SOBRE UN
      /STUDMAST RECARGADO DESDE BACKUP. UN GRADJRNL GRABADO ANTES
      /DE ESOS CAMPOS (REGISTRO DE 35) SE CONVIERTE UNA VEZ CON
      /JRNLCONV
       01  GRADE-JOURNAL-RECORD.
           05  JR-CLAVE.
               10  JR-LOTE         PIC X(12).
               10  JR-SECUENCIA    PIC 9(05).
           05  JR-STUDENT-ID       PIC X(10).
           05  JR-FECHA-POSTEO     PIC 9(08).
           05  JR-HORA-POSTEO      PIC 9(08).
           05  JR-SUBJ             PIC X(04).
           05  JR-FECHA-NOTA       PIC X(08).
           05  JR-NOTA             PIC 9(03).

       FD  GRADE-SUSP.
           COPY "GRADSUSP.cpy".
      /AREA DEL CANDADO DE CORRIDAS COMPARTIDO
       COPY "RUNCAREA.cpy".

      /AREA DEL SERVICIO DE CALENDARIO DE TERMINOS: LA FECHA DE LA
      /NOTA DEBE CAER EN EL TERMINO ABIERTO Y DENTRO DEL PLAZO DE
      /CARGA DE SU PERIODO
       COPY "TERMAREA.cpy".

       01 STUDENT-MASTER-STATUS PIC X(02).
           88 STUDENT-MASTER-OK VALUE "00".
       01 GRADE-TRANS-STATUS PIC X(02).
           88 RECHAZO-SIN-MATERIA   VALUE "05".
           88 RECHAZO-FECHA-MALA    VALUE "06".
           88 RECHAZO-MATERIA-MALA  VALUE "07".
           88 RECHAZO-FUERA-TERMINO VALUE "08".

       01 TEXTO-MOTIVO PIC X(25).

       01 YA-APLICADA-SW PIC X(01).
           88 YA-APLICADA VALUE "Y".
       01 CANT-PREVIAS PIC 9(05) VALUE 0.
      /TOTALES DE CONTROL DEL LOTE: LO LEIDO DESDE LA CABECERA SE
      /COMPARA CONTRA LA COLA *TOTAL* CUANDO EL LOTE LA TRAE
       01 CANT-LOTE PIC 9(05) VALUE 0.
       01 SUMA-LOTE PIC 9(07) VALUE 0.
       01 CANT-LOTES-DESCUADRADOS PIC 9(05) VALUE 0.
      /LOS REINTENTOS DEL SUSPENSO NO TIENEN LOTE DE GRADETRN: VAN AL
      /DIARIO BAJO "SUSP" + FECHA, CON SU PROPIA SECUENCIA
       01 SEC-SUSPENSO PIC 9(05) VALUE 0.
       01 JOURNAL-ANOTADO-SW PIC X(01).
           88 JOURNAL-ANOTADO VALUE "Y".

      /LA VALIDACION DE MATERIAS SOLO RIGE SI EL MAESTRO SUBJMAST
      /ABRIO: EL CODIGO DEBE EXISTIR Y ESTAR ACTIVO
           88 VALIDAR-MATERIA VALUE "Y".
       01 MATERIA-VALIDA-SW PIC X(01).
           88 MATERIA-VALIDA VALUE "Y".
       01 FECHA-EN-TERMINO-SW PIC X(01).
           88 FECHA-EN-TERMINO VALUE "Y".

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).
                           TO POST-REPORT-LINEA
                       WRITE POST-REPORT-LINEA
                   END-IF
                   PERFORM ABRIR-JOURNAL THRU ABRIR-JOURNAL-EXIT
                   IF GRADE-JOURNAL-STATUS = "00"
                       PERFORM CARGAR-SUSPENSO
                       PERFORM REPROCESAR-LISTOS
                       PERFORM POSTEAR-NOTAS
                       PERFORM REESCRIBIR-SUSPENSO
                       CLOSE GRADE-JOURNAL
                   END-IF
                   IF VALIDAR-MATERIA
                       CLOSE SUBJ-MASTER
                   END-IF
               AT END MOVE "Y" TO TRANS-EOF-SW
           END-READ.
           PERFORM UNTIL TRANS-EOF
               EVALUATE GT-STUDENT-ID
                   WHEN "*LOTE*"
      /REGISTRO DE CABECERA: EL IDENTIFICADOR DEL LOTE VIAJA EN
      /LOS CAMPOS DE MATERIA Y FECHA
                       MOVE SPACES TO LOTE-ACTUAL
                       STRING GT-SUBJ DELIMITED BY SIZE
                           GT-FECHA DELIMITED BY SIZE
                           INTO LOTE-ACTUAL
                       MOVE 0 TO CANT-LOTE
                       MOVE 0 TO SUMA-LOTE
                   WHEN "*TOTAL*"
                       PERFORM VERIFICAR-TOTAL-LOTE
                   WHEN OTHER
                       ADD 1 TO CANT-LEIDAS
                       ADD 1 TO SEC-TRANS
                       ADD 1 TO CANT-LOTE
                       IF GT-NOTA NUMERIC
                           ADD GT-NOTA TO SUMA-LOTE
                       END-IF
                       PERFORM POSTEAR-UNA-NOTA
                           THRU POSTEAR-UNA-NOTA-EXIT
               END-EVALUATE
               READ GRADE-TRANS
                   AT END MOVE "Y" TO TRANS-EOF-SW
               END-READ
           END-PERFORM.

       VERIFICAR-TOTAL-LOTE.
      /UN LOTE QUE LLEGA INCOMPLETO O ALTERADO ENTRE LA LIBERACION Y
      /EL POSTEO NO CUADRA CON SU COLA: QUEDA EN EL REPORTE Y EL PASO
      /TERMINA CON FALLA PARA QUE OPERACIONES LO REVISE
           IF GC-CANTIDAD NOT = CANT-LOTE
              OR GC-SUMA-NOTAS NOT = SUMA-LOTE
               ADD 1 TO CANT-LOTES-DESCUADRADOS
               MOVE SPACES TO POST-REPORT-LINEA
               STRING "*** LOTE " DELIMITED BY SIZE
                   LOTE-ACTUAL DELIMITED BY SIZE
                   " DESCUADRADO: COLA " DELIMITED BY SIZE
                   GC-CANTIDAD DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   GC-SUMA-NOTAS DELIMITED BY SIZE
                   " LEIDO " DELIMITED BY SIZE
                   CANT-LOTE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   SUMA-LOTE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO POST-REPORT-LINEA
               WRITE POST-REPORT-LINEA
               PERFORM MARCAR-FALLA-PASO
           END-IF.
           MOVE 0 TO CANT-LOTE.
           MOVE 0 TO SUMA-LOTE.

       POSTEAR-UNA-NOTA.
      /AGREGA LA NOTA AL FINAL DE LA TABLA DEL ESTUDIANTE Y AVANZA
      /SM-GRADE-COUNT; RECHAZA ESTUDIANTE DESCONOCIDO, NOTA FUERA DE
           END-IF.
           PERFORM BUSCAR-ESTUDIANTE.
           PERFORM VALIDAR-LA-MATERIA.
           PERFORM VALIDAR-LA-FECHA.
           EVALUATE TRUE
               WHEN NOT ESTUDIANTE-ENCONTRADO
                   MOVE "01" TO MOTIVO-RECHAZO
                   MOVE "06" TO MOTIVO-RECHAZO
               WHEN NOT MATERIA-VALIDA
                   MOVE "07" TO MOTIVO-RECHAZO
               WHEN NOT FECHA-EN-TERMINO
                   MOVE "08" TO MOTIVO-RECHAZO
               WHEN OTHER
                   ADD 1 TO SM-GRADE-COUNT
                   MOVE GT-SUBJ TO SM-GRADE-SUBJ(SM-GRADE-COUNT)
               ADD 1 TO CANT-POSTEADAS
               IF NOT ORIGEN-SUSPENSO
                   PERFORM ANOTAR-EN-JOURNAL
               ELSE
                   PERFORM ANOTAR-SUSPENSO-EN-JOURNAL
               END-IF
           ELSE
               ADD 1 TO CANT-RECHAZADAS
               CLOSE GRADE-JOURNAL
               OPEN I-O GRADE-JOURNAL
           END-IF.
      /SIN DIARIO NO HAY PROTECCION DE RECORRIDA: POSTEAR IGUAL
      /DUPLICARIA LO YA APLICADO, ASI QUE NO SE POSTEA NADA
           IF GRADE-JOURNAL-STATUS = "00"
               GO TO ABRIR-JOURNAL-EXIT
           END-IF.
           DISPLAY "NO SE PUDO ABRIR GRADE-JOURNAL, STATUS: "
               GRADE-JOURNAL-STATUS.
           MOVE "GRADJRNL" TO EH-ARCHIVO.
           MOVE "OPEN" TO EH-OPERACION.
           MOVE GRADE-JOURNAL-STATUS TO EH-STATUS.
           PERFORM INFORMAR-ERROR-ARCHIVO.
           PERFORM MARCAR-FALLA-PASO.
           DISPLAY "SI ES EL DIARIO CON EL REGISTRO ANTERIOR, "
               "CORRER JRNLCONV PARA CONVERTIRLO".
           MOVE "NO SE PUDO ABRIR GRADJRNL, NADA POSTEADO"
               TO POST-REPORT-LINEA.
           WRITE POST-REPORT-LINEA.
       ABRIR-JOURNAL-EXIT.
           EXIT.

       BUSCAR-EN-JOURNAL.
           MOVE "N" TO YA-APLICADA-SW.
           MOVE SPACES TO GRADE-JOURNAL-RECORD.
           MOVE LOTE-ACTUAL TO JR-LOTE.
           MOVE SEC-TRANS TO JR-SECUENCIA.
           PERFORM ARMAR-DETALLE-JOURNAL.
           WRITE GRADE-JOURNAL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       ANOTAR-SUSPENSO-EN-JOURNAL.
      /UNA SEGUNDA CORRIDA DEL DIA (HABILITADA CON RUNCFREE) YA
      /ENCUENTRA OCUPADAS LAS PRIMERAS SECUENCIAS: SE BUSCA LA
      /SIGUIENTE LIBRE
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE "N" TO JOURNAL-ANOTADO-SW.
           PERFORM UNTIL JOURNAL-ANOTADO OR SEC-SUSPENSO = 99999
               ADD 1 TO SEC-SUSPENSO
               MOVE SPACES TO GRADE-JOURNAL-RECORD
               STRING "SUSP" DELIMITED BY SIZE
                   CURRENT-DATE-FLD DELIMITED BY SIZE
                   INTO JR-LOTE
               MOVE SEC-SUSPENSO TO JR-SECUENCIA
               PERFORM ARMAR-DETALLE-JOURNAL
               WRITE GRADE-JOURNAL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO JOURNAL-ANOTADO-SW
               END-WRITE
           END-PERFORM.

       ARMAR-DETALLE-JOURNAL.
           MOVE GT-STUDENT-ID TO JR-STUDENT-ID.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE CURRENT-DATE-FLD TO JR-FECHA-POSTEO.
           MOVE CURRENT-TIME-FLD TO JR-HORA-POSTEO.
           MOVE GT-SUBJ TO JR-SUBJ.
           MOVE GT-FECHA TO JR-FECHA-NOTA.
           MOVE GT-NOTA TO JR-NOTA.

       ESCRIBIR-LINEA-PREVIA.
           MOVE SPACES TO POST-REPORT-LINEA.
           STRING "PREVIAMENTE APLICADA " DELIMITED BY SIZE
               END-READ
           END-IF.

       VALIDAR-LA-FECHA.
      /UNA NOTA FECHADA EN UN TERMINO CERRADO, EN EL FUTURO O FUERA
      /DEL PLAZO DE CARGA DE SU PERIODO VA AL SUSPENSO COMO CUALQUIER
      /OTRO RECHAZO; SIN TERMCAL TODAS LAS FECHAS PASAN COMO ANTES
           MOVE "Y" TO FECHA-EN-TERMINO-SW.
           IF GT-FECHA NUMERIC
               MOVE "N" TO TV-ACCION
               MOVE SPACES TO TV-TERM
               MOVE GT-FECHA TO TV-FECHA
               CALL "TERMCHK" USING TERM-AREA
               IF NOT TV-ACEPTADA
                   MOVE "N" TO FECHA-EN-TERMINO-SW
               END-IF
           END-IF.

       BUSCAR-ESTUDIANTE.
           MOVE GT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
                   MOVE "FECHA INVALIDA" TO TEXTO-MOTIVO
               WHEN RECHAZO-MATERIA-MALA
                   MOVE "MATERIA INVALIDA" TO TEXTO-MOTIVO
               WHEN RECHAZO-FUERA-TERMINO
                   MOVE "FECHA FUERA DE TERMINO" TO TEXTO-MOTIVO
               WHEN OTHER
                   MOVE "ERROR DE ARCHIVO" TO TEXTO-MOTIVO
           END-EVALUATE.
               CANT-EDIT DELIMITED BY SIZE
               INTO POST-REPORT-LINEA.
           WRITE POST-REPORT-LINEA.
           MOVE CANT-LOTES-DESCUADRADOS TO CANT-EDIT.
           MOVE SPACES TO POST-REPORT-LINEA.
           STRING "LOTES DESCUADRADOS:      " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO POST-REPORT-LINEA.
           WRITE POST-REPORT-LINEA.

       TOMAR-CONTROL-CORRIDA.
           MOVE "R" TO RC-ACCION.
