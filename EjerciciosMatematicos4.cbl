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

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       FD  ITEM-LIST.
           COPY "ITEMREC.cpy".

       FD  ITEM-MASTER.
           COPY "ITEMMAST.cpy".

       FD  ITEM-EXC.
           COPY "ITEMEXC.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       01 ITEM-EOF-SW PIC X(01) VALUE "N".
           88 ITEM-EOF VALUE "Y".

       01 ITEM-MASTER-STATUS       PIC X(02).
           88 ITEM-MASTER-OK VALUE "00".
       01 ITEM-EXC-STATUS          PIC X(02).
      * Sin ITEMMAST la carga sigue como antes, sin validar los items.
       01 HAY-MAESTRO-SW PIC X(01) VALUE "N".
           88 HAY-MAESTRO VALUE "Y".
       01 ITEM-VALIDO-SW PIC X(01) VALUE "N".
           88 ITEM-VALIDO VALUE "Y".

       01 NUM1-DE-CONTROL PIC 9(03) VALUE 0.

      * Tabla de valores ya contados en HayRep, para no repetir el
           CLOSE CONTROL-FILE.

       Array.
      /CARGA MyArray Y MyArrayC DESDE EL ARCHIVO ITEM-LIST. LOS ITEMS
      /QUE NO ESTAN EN ITEMMAST O ESTAN INACTIVOS NO OCUPAN LUGAR EN
      /LAS TABLAS: VAN A ITEMEXC Y CUENTAN COMO RECHAZADOS
           OPEN INPUT ITEM-LIST.
           IF ITEM-LIST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ITEMLIST, STATUS: "
           END-IF.
           MOVE 1 TO Contador.
           IF NOT ITEM-EOF
               PERFORM ABRIR-MAESTRO-ITEMS
               READ ITEM-LIST
                   AT END MOVE "Y" TO ITEM-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ITEM-EOF OR Contador > CANT-ELEMENTOS
               ADD 1 TO BAL-LEIDOS
               MOVE "Y" TO ITEM-VALIDO-SW
               IF HAY-MAESTRO
                   PERFORM VALIDAR-ITEM
               END-IF
               IF ITEM-VALIDO
                   ADD 1 TO BAL-ESCRITOS
                   MOVE IL-VALOR TO MyArray(Contador)
                   MOVE IL-VALOR TO MyArrayC(Contador)
                   MOVE IL-ITEM-ID TO MyArrayId(Contador)
                   MOVE IL-DESCRIPCION TO MyArrayDesc(Contador)
                   ADD 1 TO Contador
               ELSE
                   ADD 1 TO BAL-RECHAZADOS
               END-IF
               READ ITEM-LIST
                   AT END MOVE "Y" TO ITEM-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE ITEM-LIST.
           IF HAY-MAESTRO
               CLOSE ITEM-MASTER
               CLOSE ITEM-EXC
           END-IF.

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
           END-IF.

       VALIDAR-ITEM.
      /EL ITEM TIENE QUE EXISTIR Y ESTAR ACTIVO EN ITEMMAST; SI NO,
      /QUEDA EN ITEMEXC CON EL MOTIVO. LA DESCRIPCION QUE SE LISTA
      /ES LA OFICIAL DEL MAESTRO
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
               DISPLAY "ITEM RECHAZADO (" IX-MOTIVO "): " IL-ITEM-ID
               MOVE "MATEMATICA4" TO IX-PROGRAMA
               ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD
               MOVE CURRENT-DATE-FLD TO IX-FECHA
               MOVE 0 TO IX-FUENTE
               MOVE IL-ITEM-ID TO IX-ITEM-ID
               MOVE IL-DESCRIPCION TO IX-DESCRIPCION
               MOVE IL-VALOR TO IX-VALOR
               WRITE ITEM-EXCEPTION-RECORD
           END-IF.


       MosArr.
