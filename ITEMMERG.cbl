               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-LIST-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-ID
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT ITEM-EXC ASSIGN TO "ITEMEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-EXC-STATUS.

           SELECT MERGE-REPORT ASSIGN TO "RPTMERGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-REPORT-STATUS.
       FD  ITEM-LIST.
           COPY "ITEMREC.cpy".

       FD  ITEM-MASTER.
           COPY "ITEMMAST.cpy".

       FD  ITEM-EXC.
           COPY "ITEMEXC.cpy".

       FD  MERGE-REPORT.
       01  MERGE-REPORT-LINEA      PIC X(80).

       01 ITEM-LIST-STATUS    PIC X(02).
       01 MERGE-REPORT-STATUS PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).
       01 ITEM-MASTER-STATUS  PIC X(02).
           88 ITEM-MASTER-OK VALUE "00".
       01 ITEM-EXC-STATUS     PIC X(02).

      * Sin ITEMMAST no hay contra que validar: la consolidacion sigue
      * como antes y el reporte lo advierte.
       01 HAY-MAESTRO-SW PIC X(01) VALUE "N".
           88 HAY-MAESTRO VALUE "Y".
       01 ITEM-VALIDO-SW PIC X(01) VALUE "N".
           88 ITEM-VALIDO VALUE "Y".

       01 FUENTE-EOF-SW PIC X(01) VALUE "N".
           88 FUENTE-EOF VALUE "Y".
           05 CONTADOR-FUENTE OCCURS 3 TIMES.
              10 CF-LEIDOS      PIC 9(05).
              10 CF-DESCARTADOS PIC 9(05).
              10 CF-RECHAZADOS  PIC 9(05).
       01 CANT-ESCRITOS PIC 9(05) VALUE 0.
       01 CANT-RECHAZADOS PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.

      /LA LISTA DE ANOCHE SE PRESERVA COMO ITEMPREV ANTES DE PISAR
      /JUNTA LAS LISTAS DE ITEMS DE HASTA TRES FUENTES EN EL UNICO
      /ITEMLIST QUE CARGA MATEMATICA4, DESCARTANDO LOS DUPLICADOS
      /EXACTOS Y DEJANDO CONSTANCIA DE CUANTOS VINIERON Y CUANTOS
      /SE DESCARTARON DE CADA FUENTE. CADA ITEM SE VALIDA CONTRA EL
      /MAESTRO ITEMMAST: LOS DESCONOCIDOS O INACTIVOS VAN A ITEMEXC
      /Y LOS DEMAS SALEN CON LA DESCRIPCION OFICIAL DEL MAESTRO
           PERFORM REGISTRAR-LOG-INICIO.

      /ANTES DE REGENERAR LA LISTA SE GUARDA LA DE ANOCHE
               TO MERGE-REPORT-LINEA.
           WRITE MERGE-REPORT-LINEA.

           PERFORM ABRIR-MAESTRO-ITEMS.

           PERFORM VARYING FUENTE-ACTUAL FROM 1 BY 1
                   UNTIL FUENTE-ACTUAL > 3
               MOVE 0 TO CF-LEIDOS(FUENTE-ACTUAL)
               MOVE 0 TO CF-DESCARTADOS(FUENTE-ACTUAL)
               MOVE 0 TO CF-RECHAZADOS(FUENTE-ACTUAL)
           END-PERFORM.

           MOVE 1 TO FUENTE-ACTUAL.

           CLOSE ITEM-LIST.
           CLOSE MERGE-REPORT.
           IF HAY-MAESTRO
               CLOSE ITEM-MASTER
               CLOSE ITEM-EXC
           END-IF.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

           END-PERFORM.
           CLOSE FUENTE-3.

       ABRIR-MAESTRO-ITEMS.
           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-OK
               MOVE "Y" TO HAY-MAESTRO-SW
               OPEN EXTEND ITEM-EXC
               IF ITEM-EXC-STATUS NOT = "00"
                   OPEN OUTPUT ITEM-EXC
               END-IF
           ELSE
               DISPLAY "ITEMMAST AUSENTE, STATUS: " ITEM-MASTER-STATUS
                   " - NO SE VALIDAN LOS ITEMS"
               MOVE "SIN ITEMMAST: LOS ITEMS NO SE VALIDARON"
                   TO MERGE-REPORT-LINEA
               WRITE MERGE-REPORT-LINEA
           END-IF.

       VALIDAR-ITEM.
      /EL ITEM TIENE QUE EXISTIR Y ESTAR ACTIVO EN ITEMMAST; SI NO,
      /QUEDA EN ITEMEXC CON EL MOTIVO Y NO LLEGA A ITEMLIST
           MOVE "Y" TO ITEM-VALIDO-SW.
           MOVE IL-ITEM-ID TO IM-ITEM-ID.
           READ ITEM-MASTER
               INVALID KEY
                   MOVE "N" TO ITEM-VALIDO-SW
                   MOVE "NE" TO IX-MOTIVO
               NOT INVALID KEY
                   IF IM-ES-ACTIVO
                       MOVE IM-DESCRIPCION TO IL-DESCRIPCION
                   ELSE
                       MOVE "N" TO ITEM-VALIDO-SW
                       MOVE "IN" TO IX-MOTIVO
                   END-IF
           END-READ.
           IF NOT ITEM-VALIDO
               MOVE "ITEMMERG" TO IX-PROGRAMA
               MOVE CURRENT-DATE-FLD TO IX-FECHA
               MOVE FUENTE-ACTUAL TO IX-FUENTE
               MOVE IL-ITEM-ID TO IX-ITEM-ID
               MOVE IL-DESCRIPCION TO IX-DESCRIPCION
               MOVE IL-VALOR TO IX-VALOR
               WRITE ITEM-EXCEPTION-RECORD
               ADD 1 TO CF-RECHAZADOS(FUENTE-ACTUAL)
               ADD 1 TO CANT-RECHAZADOS
               MOVE SPACES TO MERGE-REPORT-LINEA
               STRING "RECHAZADO (" DELIMITED BY SIZE
                   IX-MOTIVO DELIMITED BY SIZE
                   ") EN FUENTE " DELIMITED BY SIZE
                   FUENTE-ACTUAL DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   REGISTRO-ACTUAL DELIMITED BY SIZE
                   INTO MERGE-REPORT-LINEA
               WRITE MERGE-REPORT-LINEA
           END-IF.

       PROCESAR-REGISTRO.
           ADD 1 TO CF-LEIDOS(FUENTE-ACTUAL).
           MOVE REGISTRO-ACTUAL TO ITEM-LIST-RECORD.
           MOVE "Y" TO ITEM-VALIDO-SW.
           IF HAY-MAESTRO
               PERFORM VALIDAR-ITEM
      /CON LA DESCRIPCION OFICIAL DOS FUENTES QUE DESCRIBEN DISTINTO
      /EL MISMO ITEM QUEDAN IGUALES Y SE DESCARTA EL DUPLICADO
               MOVE ITEM-LIST-RECORD TO REGISTRO-ACTUAL
           END-IF.
           IF ITEM-VALIDO
               PERFORM DEPURAR-DUPLICADO
           END-IF.

       DEPURAR-DUPLICADO.
           MOVE "N" TO DUPLICADO-SW.
           PERFORM VARYING IND-VISTO FROM 1 BY 1
                   UNTIL IND-VISTO > CANT-VISTOS OR DUPLICADO
       ESCRIBIR-TOTALES.
           MOVE SPACES TO MERGE-REPORT-LINEA.
           WRITE MERGE-REPORT-LINEA.
           MOVE "FUENTE LEIDOS DESCARTADOS RECHAZADOS"
               TO MERGE-REPORT-LINEA.
           WRITE MERGE-REPORT-LINEA.
           PERFORM VARYING FUENTE-ACTUAL FROM 1 BY 1
                   UNTIL FUENTE-ACTUAL > 3
               MOVE CANT-EDIT TO MERGE-REPORT-LINEA(8:5)
               MOVE CF-DESCARTADOS(FUENTE-ACTUAL) TO CANT-EDIT
               MOVE CANT-EDIT TO MERGE-REPORT-LINEA(15:5)
               MOVE CF-RECHAZADOS(FUENTE-ACTUAL) TO CANT-EDIT
               MOVE CANT-EDIT TO MERGE-REPORT-LINEA(27:5)
               WRITE MERGE-REPORT-LINEA
           END-PERFORM.
           MOVE CANT-ESCRITOS TO CANT-EDIT.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "ESCRITOS=" DELIMITED BY SIZE
               CANT-ESCRITOS DELIMITED BY SIZE
               " RECHAZADOS=" DELIMITED BY SIZE
               CANT-RECHAZADOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.
