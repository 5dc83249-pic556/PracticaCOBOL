               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULT-CSV-STATUS.

           SELECT CONC-CERT ASSIGN TO "CONCCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-FECHA
               FILE STATUS IS CONC-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      /LOS EXTRACTOS TRAEN UNA REFERENCIA Y UN IMPORTE: LA
           05  NS-FECHA-CIERRE     PIC 9(08).
           05  NS-MOTIVO-CASTIGO   PIC X(02).
           05  NS-CASTIGO-POR      PIC X(10).
           05  NS-CASTIGO-APROBO   PIC X(10).

       FD  NEW-SUSP-SORTED.
       01  NEW-SUSP-SORTED-RECORD.
           05  NV-FECHA-CIERRE     PIC 9(08).
           05  NV-MOTIVO-CASTIGO   PIC X(02).
           05  NV-CASTIGO-POR      PIC X(10).
           05  NV-CASTIGO-APROBO   PIC X(10).

       FD  SUSP-SORTED.
       01  SUSP-SORTED-RECORD.
           05  SV-FECHA-CIERRE     PIC 9(08).
           05  SV-MOTIVO-CASTIGO   PIC X(02).
           05  SV-CASTIGO-POR      PIC X(10).
           05  SV-CASTIGO-APROBO   PIC X(10).

       FD  MATCH-RAW.
       01  MATCH-RAW-RECORD.
           05  SS-FECHA-CIERRE     PIC 9(08).
           05  SS-MOTIVO-CASTIGO   PIC X(02).
           05  SS-CASTIGO-POR      PIC X(10).
           05  SS-CASTIGO-APROBO   PIC X(10).

       SD  SORT-MATCH.
       01  SORT-MATCH-RECORD.
       FD  RESULT-CSV.
           COPY "CSVREC.cpy".

       FD  CONC-CERT.
           COPY "CONCCERT.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 RESULT-CSV-STATUS PIC X(02).
       01 CANT-FILAS-CSV PIC 9(05) VALUE 0.

      /NUMEROS DEL DIA PARA LA CERTIFICACION DE LA CONCILIACION:
      /EL IMPORTE EMPAREJADO SE TOMA DEL LADO DE AYER DE CADA PAREJA
       01 CONC-CERT-STATUS PIC X(02).
           88 CONC-CERT-OK VALUE "00".
       01 CERT-EXISTENTE-SW PIC X(01) VALUE "N".
           88 CERT-EXISTENTE VALUE "Y".
       01 MONTO-EMPAREJADO PIC 9(09)V9(02) VALUE 0.

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
            PERFORM ESCRIBIR-CSV-CABECERA.
            PERFORM ESCRIBIR-CSV.
            PERFORM ESCRIBIR-CSV-COLA.
            PERFORM REGISTRAR-CERTIFICACION.

      /BALANCE: CADA PARTIDA EMPAREJADA CONSUME UNA DE CADA LADO
      /(ESCRITAS = 2 POR PAREJA) Y LAS QUE QUEDARON EN UN SOLO
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL; UN UMBRAL
      /DEL MAESTRO TAMBIEN LIBERA AL OPERADOR DE LA CONSOLA
           MOVE "MATEMATICA5" TO PR-PROGRAMA.
           MOVE "UMBRAL-IMPORTE" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO May
               MOVE "Y" TO UMBRAL-DE-CONTROL-SW
           END-IF.
           MOVE "MATEMATICA5" TO PR-PROGRAMA.
           MOVE "TOLERANCIA" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO
               MOVE PR-VALOR TO TOLERANCIA-MONTO
           END-IF.

       ORDENAR-EXTRACTOS.
      /ORDENA CADA EXTRACTO POR REFERENCIA A UN ARCHIVO DE TRABAJO;
      /LA PARTIDA EXISTE EN AMBOS EXTRACTOS: SI LOS IMPORTES SON
      /IGUALES COINCIDE, SI NO, ES UNA DIFERENCIA DE IMPORTE Y SE
      /MUESTRAN LOS DOS VALORES
           ADD AS-MONTO TO MONTO-EMPAREJADO.
           IF AS-MONTO = HS-MONTO
               ADD 1 TO CANT-COINCIDENCIAS
               MOVE AS-MONTO TO MONTO-EDIT
           MOVE 0 TO NS-FECHA-CIERRE.
           MOVE SPACES TO NS-MOTIVO-CASTIGO.
           MOVE SPACES TO NS-CASTIGO-POR.
           MOVE SPACES TO NS-CASTIGO-APROBO.
           WRITE NEW-SUSP-RECORD.

       ACTUALIZAR-SUSPENSO.
           MOVE SV-FECHA-CIERRE TO SU-FECHA-CIERRE.
           MOVE SV-MOTIVO-CASTIGO TO SU-MOTIVO-CASTIGO.
           MOVE SV-CASTIGO-POR TO SU-CASTIGO-POR.
           MOVE SV-CASTIGO-APROBO TO SU-CASTIGO-APROBO.
           WRITE SUSPENSE-RECORD.

       ESCRIBIR-NUEVO.
           MOVE NV-FECHA-CIERRE TO SU-FECHA-CIERRE.
           MOVE NV-MOTIVO-CASTIGO TO SU-MOTIVO-CASTIGO.
           MOVE NV-CASTIGO-POR TO SU-CASTIGO-POR.
           MOVE NV-CASTIGO-APROBO TO SU-CASTIGO-APROBO.
           WRITE SUSPENSE-RECORD.
           ADD 1 TO CANT-ABIERTAS-HOY.

                       MOVE "Y" TO HO-MATCH-SW(IND-HOY)
                       ADD 1 TO CANT-TOLERANCIA
                       ADD 2 TO ITEMS-BLANDOS
                       ADD AY-MONTO(IND-AYER) TO MONTO-EMPAREJADO
                       MOVE AY-MONTO(IND-AYER) TO MONTO-EDIT
                       MOVE HO-MONTO(IND-HOY) TO MONTO-EDIT2
                       MOVE SPACES TO RECONCILIA-REPORT-LINEA
               MOVE "Y" TO HO-MATCH-SW(IND-HOY-2)
               ADD 1 TO CANT-GRUPOS
               ADD 3 TO ITEMS-BLANDOS
               ADD AY-MONTO(IND-AYER) TO MONTO-EMPAREJADO
               MOVE AY-MONTO(IND-AYER) TO MONTO-EDIT
               MOVE SPACES TO RECONCILIA-REPORT-LINEA
               STRING "GRUPO " DELIMITED BY SIZE
                       MOVE "Y" TO HO-MATCH-SW(IND-HOY-3)
                       ADD 1 TO CANT-GRUPOS
                       ADD 4 TO ITEMS-BLANDOS
                       ADD AY-MONTO(IND-AYER) TO MONTO-EMPAREJADO
                       MOVE AY-MONTO(IND-AYER) TO MONTO-EDIT
                       MOVE SPACES TO RECONCILIA-REPORT-LINEA
                       STRING "GRUPO " DELIMITED BY SIZE
           WRITE CSV-RECORD.
           CLOSE RESULT-CSV.

       REGISTRAR-CERTIFICACION.
      /DEJA LOS NUMEROS DEL DIA EN CONCCERT PARA QUE EL PREPARADOR Y
      /EL REVISOR LOS CERTIFIQUEN EN CONCFIRM. UNA RECORRIDA EN LA
      /MISMA FECHA CAMBIA LOS NUMEROS: LAS FIRMAS PREVIAS SE ANULAN.
      /SIN CONCCERT LA CONCILIACION YA ESTA HECHA: SOLO SE AVISA
           OPEN I-O CONC-CERT.
           IF CONC-CERT-STATUS = "35"
               OPEN OUTPUT CONC-CERT
               CLOSE CONC-CERT
               OPEN I-O CONC-CERT
           END-IF.
           IF NOT CONC-CERT-OK
               MOVE "CONCCERT" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE CONC-CERT-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           ELSE
               MOVE FECHA-HOY-NUM TO CO-FECHA
               READ CONC-CERT
                   INVALID KEY
                       MOVE "N" TO CERT-EXISTENTE-SW
                   NOT INVALID KEY
                       MOVE "Y" TO CERT-EXISTENTE-SW
               END-READ
               IF CERT-EXISTENTE AND NOT CO-PENDIENTE
                   DISPLAY "CONCILIACION RECORRIDA: SE ANULAN LAS "
                       "FIRMAS DEL " FECHA-HOY-NUM
               END-IF
               MOVE SPACES TO CONC-CERT-RECORD
               MOVE FECHA-HOY-NUM TO CO-FECHA
               MOVE "P" TO CO-ESTADO
               COMPUTE CO-EMPAREJADAS = CANT-COINCIDENCIAS
                   + CANT-MONTOS-DIF + CANT-TOLERANCIA + CANT-GRUPOS
               MOVE MONTO-EMPAREJADO TO CO-MONTO-EMPAREJADO
               MOVE CANT-MONTOS-DIF TO CO-MONTOS-DIF
               MOVE CANT-DISCREPANCIAS TO CO-DISCREPANCIAS
               MOVE CANT-ABIERTAS-HOY TO CO-SUSP-NUEVAS
               ACCEPT CURRENT-TIME-FLD FROM TIME
               STRING FECHA-HOY-NUM DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CURRENT-TIME-FLD DELIMITED BY SIZE
                   INTO CO-TS-CORRIDA
               MOVE 0 TO CO-FECHA-ALERTA
               IF CERT-EXISTENTE
                   REWRITE CONC-CERT-RECORD
               ELSE
                   WRITE CONC-CERT-RECORD
               END-IF
               IF NOT CONC-CERT-OK
                   MOVE "CONCCERT" TO EH-ARCHIVO
                   MOVE "WRITE" TO EH-OPERACION
                   MOVE CONC-CERT-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
               END-IF
               CLOSE CONC-CERT
           END-IF.

       MARCAR-FALLA-PASO.
      /FALLA DURA: SE DEJA EL RETORNO EN EL REGISTRO ESPECIAL Y, SI
      /EJERCHAIN PASO SU AREA DE RETORNO, TAMBIEN POR LINKAGE
