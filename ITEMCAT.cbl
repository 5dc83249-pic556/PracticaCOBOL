      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Resumen-De-ITEMLIST-Por-Categoria-Del-Maestro
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMCAT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-LIST ASSIGN TO "ITEMLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-LIST-STATUS.

           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-ID
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT CAT-REPORT ASSIGN TO "RPTITCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-LIST.
           COPY "ITEMREC.cpy".

       FD  ITEM-MASTER.
           COPY "ITEMMAST.cpy".

       FD  CAT-REPORT.
       01  CAT-REPORT-LINEA        PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 ITEM-LIST-STATUS   PIC X(02).
       01 ITEM-MASTER-STATUS PIC X(02).
           88 ITEM-MASTER-OK VALUE "00".
       01 CAT-REPORT-STATUS  PIC X(02).
       01 RUN-LOG-STATUS     PIC X(02).

       01 ITEM-EOF-SW PIC X(01) VALUE "N".
           88 ITEM-EOF VALUE "Y".
       01 HAY-MAESTRO-SW PIC X(01) VALUE "N".
           88 HAY-MAESTRO VALUE "Y".
       01 CATEGORIA-HALLADA-SW PIC X(01) VALUE "N".
           88 CATEGORIA-HALLADA VALUE "Y".

      * Los items que no figuran en ITEMMAST (o toda la lista, si
      * falta el maestro) se agrupan bajo esta categoria.
       01 CATEGORIA-DESCONOCIDA PIC X(04) VALUE "????".
       01 CATEGORIA-ACTUAL PIC X(04).

      * Una fila por categoria con la cantidad de items y el total,
      * minimo y maximo de IL-VALOR.
       01 MAX-CATEGORIAS PIC 9(03) VALUE 100.
       01 CANT-CATEGORIAS PIC 9(03) VALUE 0.
       01 TABLA-CATEGORIAS.
           05 CATEGORIA-ITEM OCCURS 100 TIMES.
              10 CT-CATEGORIA PIC X(04).
              10 CT-CANT      PIC 9(05).
              10 CT-TOTAL     PIC 9(08).
              10 CT-MINIMO    PIC 9(03).
              10 CT-MAXIMO    PIC 9(03).
       01 CATEGORIA-SWAP-ITEM.
           05 CT-SWAP-CATEGORIA PIC X(04).
           05 CT-SWAP-CANT      PIC 9(05).
           05 CT-SWAP-TOTAL     PIC 9(08).
           05 CT-SWAP-MINIMO    PIC 9(03).
           05 CT-SWAP-MAXIMO    PIC 9(03).
       01 IND-CAT-1 PIC 9(03) COMP.
       01 IND-CAT-2 PIC 9(03) COMP.
       01 IND-CAT-LIMITE PIC 9(03) COMP.

       01 CANT-LEIDOS PIC 9(05) VALUE 0.
       01 CANT-SIN-CATEGORIA PIC 9(05) VALUE 0.
       01 TOTAL-GENERAL PIC 9(08) VALUE 0.

       01 CANT-EDIT PIC ZZZZ9.
       01 TOTAL-EDIT PIC ZZZZZZZ9.
       01 VALOR-EDIT PIC ZZ9.
       01 VALOR-EDIT-2 PIC ZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /AGRUPA LOS ITEMS DE ITEMLIST POR LA CATEGORIA QUE LES DA EL
      /MAESTRO ITEMMAST: CANTIDAD DE ITEMS Y TOTAL, MINIMO Y MAXIMO
      /DE IL-VALOR POR CATEGORIA, EN ORDEN DE CATEGORIA
           PERFORM REGISTRAR-LOG-INICIO.

           OPEN INPUT ITEM-LIST.
           IF ITEM-LIST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ITEMLIST, STATUS: "
                   ITEM-LIST-STATUS
               MOVE "ITEMLIST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE ITEM-LIST-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF ITEM-MASTER-OK
               MOVE "Y" TO HAY-MAESTRO-SW
           ELSE
               DISPLAY "ITEMMAST AUSENTE, STATUS: " ITEM-MASTER-STATUS
                   " - TODO QUEDA SIN CATEGORIA"
           END-IF.

           READ ITEM-LIST
               AT END MOVE "Y" TO ITEM-EOF-SW
           END-READ.
           PERFORM UNTIL ITEM-EOF
               ADD 1 TO CANT-LEIDOS
               ADD IL-VALOR TO TOTAL-GENERAL
               PERFORM OBTENER-CATEGORIA
               PERFORM ACUMULAR-CATEGORIA
               READ ITEM-LIST
                   AT END MOVE "Y" TO ITEM-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE ITEM-LIST.
           IF HAY-MAESTRO
               CLOSE ITEM-MASTER
           END-IF.

           PERFORM ORDENAR-CATEGORIAS.
           PERFORM IMPRIMIR-REPORTE.

           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       OBTENER-CATEGORIA.
           MOVE CATEGORIA-DESCONOCIDA TO CATEGORIA-ACTUAL.
           IF HAY-MAESTRO
               MOVE IL-ITEM-ID TO IM-ITEM-ID
               READ ITEM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IM-CATEGORIA TO CATEGORIA-ACTUAL
               END-READ
           END-IF.
           IF CATEGORIA-ACTUAL = CATEGORIA-DESCONOCIDA
               ADD 1 TO CANT-SIN-CATEGORIA
           END-IF.

       ACUMULAR-CATEGORIA.
           MOVE "N" TO CATEGORIA-HALLADA-SW.
           PERFORM VARYING IND-CAT-1 FROM 1 BY 1
                   UNTIL IND-CAT-1 > CANT-CATEGORIAS
                      OR CATEGORIA-HALLADA
               IF CT-CATEGORIA(IND-CAT-1) = CATEGORIA-ACTUAL
                   MOVE "Y" TO CATEGORIA-HALLADA-SW
               END-IF
           END-PERFORM.
           IF CATEGORIA-HALLADA
               SUBTRACT 1 FROM IND-CAT-1
           ELSE
               IF CANT-CATEGORIAS < MAX-CATEGORIAS
                   ADD 1 TO CANT-CATEGORIAS
                   MOVE CANT-CATEGORIAS TO IND-CAT-1
                   MOVE CATEGORIA-ACTUAL TO CT-CATEGORIA(IND-CAT-1)
                   MOVE 0 TO CT-CANT(IND-CAT-1)
                   MOVE 0 TO CT-TOTAL(IND-CAT-1)
                   MOVE IL-VALOR TO CT-MINIMO(IND-CAT-1)
                   MOVE IL-VALOR TO CT-MAXIMO(IND-CAT-1)
               ELSE
                   DISPLAY "TABLA DE CATEGORIAS LLENA, SE OMITE: "
                       CATEGORIA-ACTUAL
                   MOVE 0 TO IND-CAT-1
               END-IF
           END-IF.
           IF IND-CAT-1 > 0
               ADD 1 TO CT-CANT(IND-CAT-1)
               ADD IL-VALOR TO CT-TOTAL(IND-CAT-1)
               IF IL-VALOR < CT-MINIMO(IND-CAT-1)
                   MOVE IL-VALOR TO CT-MINIMO(IND-CAT-1)
               END-IF
               IF IL-VALOR > CT-MAXIMO(IND-CAT-1)
                   MOVE IL-VALOR TO CT-MAXIMO(IND-CAT-1)
               END-IF
           END-IF.

       ORDENAR-CATEGORIAS.
      /BURBUJA POR CODIGO DE CATEGORIA
           IF CANT-CATEGORIAS > 1
               PERFORM VARYING IND-CAT-1 FROM 1 BY 1
                       UNTIL IND-CAT-1 >= CANT-CATEGORIAS
                   COMPUTE IND-CAT-LIMITE = CANT-CATEGORIAS - IND-CAT-1
                   PERFORM VARYING IND-CAT-2 FROM 1 BY 1
                           UNTIL IND-CAT-2 > IND-CAT-LIMITE
                       IF CT-CATEGORIA(IND-CAT-2) >
                          CT-CATEGORIA(IND-CAT-2 + 1)
                           MOVE CATEGORIA-ITEM(IND-CAT-2)
                               TO CATEGORIA-SWAP-ITEM
                           MOVE CATEGORIA-ITEM(IND-CAT-2 + 1)
                               TO CATEGORIA-ITEM(IND-CAT-2)
                           MOVE CATEGORIA-SWAP-ITEM
                               TO CATEGORIA-ITEM(IND-CAT-2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       IMPRIMIR-REPORTE.
           OPEN OUTPUT CAT-REPORT.
           MOVE "RESUMEN DE ITEMS POR CATEGORIA" TO CAT-REPORT-LINEA.
           WRITE CAT-REPORT-LINEA.
           IF NOT HAY-MAESTRO
               MOVE "SIN ITEMMAST: NO HAY CATEGORIAS PARA AGRUPAR"
                   TO CAT-REPORT-LINEA
               WRITE CAT-REPORT-LINEA
           END-IF.
           MOVE SPACES TO CAT-REPORT-LINEA.
           WRITE CAT-REPORT-LINEA.
           MOVE "CAT   ITEMS     TOTAL  MIN  MAX" TO CAT-REPORT-LINEA.
           WRITE CAT-REPORT-LINEA.
           PERFORM VARYING IND-CAT-1 FROM 1 BY 1
                   UNTIL IND-CAT-1 > CANT-CATEGORIAS
               MOVE SPACES TO CAT-REPORT-LINEA
               MOVE CT-CANT(IND-CAT-1) TO CANT-EDIT
               MOVE CT-TOTAL(IND-CAT-1) TO TOTAL-EDIT
               MOVE CT-MINIMO(IND-CAT-1) TO VALOR-EDIT
               MOVE CT-MAXIMO(IND-CAT-1) TO VALOR-EDIT-2
               STRING CT-CATEGORIA(IND-CAT-1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TOTAL-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VALOR-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VALOR-EDIT-2 DELIMITED BY SIZE
                   INTO CAT-REPORT-LINEA
               IF CT-CATEGORIA(IND-CAT-1) = CATEGORIA-DESCONOCIDA
                   MOVE "SIN CATEGORIA" TO CAT-REPORT-LINEA(34:13)
               END-IF
               WRITE CAT-REPORT-LINEA
           END-PERFORM.
           MOVE SPACES TO CAT-REPORT-LINEA.
           WRITE CAT-REPORT-LINEA.
           MOVE CANT-LEIDOS TO CANT-EDIT.
           MOVE TOTAL-GENERAL TO TOTAL-EDIT.
           MOVE SPACES TO CAT-REPORT-LINEA.
           STRING "TOTAL" DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               INTO CAT-REPORT-LINEA.
           WRITE CAT-REPORT-LINEA.
           MOVE CANT-SIN-CATEGORIA TO CANT-EDIT.
           MOVE SPACES TO CAT-REPORT-LINEA.
           STRING "ITEMS SIN CATEGORIA: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CAT-REPORT-LINEA.
           WRITE CAT-REPORT-LINEA.
           CLOSE CAT-REPORT.

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
           MOVE "ITEMCAT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "ITEMCAT" TO RL-PROGRAMA.
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
           MOVE "ITEMCAT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "ITEMS=" DELIMITED BY SIZE
               CANT-LEIDOS DELIMITED BY SIZE
               " CATEGORIAS=" DELIMITED BY SIZE
               CANT-CATEGORIAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM ITEMCAT.
