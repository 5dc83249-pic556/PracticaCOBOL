      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Mantenimiento-Del-Maestro-De-Items
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMMNT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-ID
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
           COPY "ITEMMAST.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 ITEM-MASTER-STATUS PIC X(02).
           88 ITEM-MASTER-OK VALUE "00".
       01 RUN-LOG-STATUS PIC X(02).

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-ALTA   VALUE "A".
           88 OPCION-CAMBIO VALUE "C".
           88 OPCION-BAJA   VALUE "B".
           88 OPCION-LISTA  VALUE "L".
           88 OPCION-SALIR  VALUE "S".

       01 CONFIRMA-SW PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S".
       01 CAMPO-VALIDO-SW PIC X(01) VALUE "N".
           88 CAMPO-VALIDO VALUE "Y".
       01 LISTA-EOF-SW PIC X(01) VALUE "N".
           88 LISTA-EOF VALUE "Y".

       01 CODIGO-ENTRADA PIC X(05).
       01 DESCRIPCION-ENTRADA PIC X(20).
       01 CATEGORIA-ENTRADA PIC X(04).
       01 UNIDAD-ENTRADA PIC X(03).
       01 ACTIVO-ENTRADA PIC X(01).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRAR-LOG-INICIO.

           OPEN I-O ITEM-MASTER.
           IF ITEM-MASTER-STATUS = "35"
      /PRIMERA CORRIDA: EL MAESTRO TODAVIA NO EXISTE Y HAY QUE CREARLO
               OPEN OUTPUT ITEM-MASTER
               CLOSE ITEM-MASTER
               OPEN I-O ITEM-MASTER
           END-IF.
           IF NOT ITEM-MASTER-OK
               DISPLAY "NO SE PUDO ABRIR ITEM-MASTER, STATUS: "
                   ITEM-MASTER-STATUS
               MOVE "ITEMMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE ITEM-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           ELSE
               PERFORM CICLO-MANTENIMIENTO
               CLOSE ITEM-MASTER
           END-IF.

           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CICLO-MANTENIMIENTO.
           MOVE SPACE TO OPCION-MANTEN.
           PERFORM UNTIL OPCION-SALIR
               DISPLAY SPACE
               DISPLAY "----- MANTENIMIENTO DE ITEMS -----"
               DISPLAY " A - Alta de item"
               DISPLAY " C - Cambio de item"
               DISPLAY " B - Baja (inactivar) de item"
               DISPLAY " L - Listar items"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
               EVALUATE TRUE
                   WHEN OPCION-ALTA
                       PERFORM ALTA-ITEM
                   WHEN OPCION-CAMBIO
                       PERFORM CAMBIO-ITEM
                   WHEN OPCION-BAJA
                       PERFORM BAJA-ITEM
                   WHEN OPCION-LISTA
                       PERFORM LISTAR-ITEMS
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       ALTA-ITEM.
           PERFORM PEDIR-CODIGO.
           MOVE CODIGO-ENTRADA TO IM-ITEM-ID.
           READ ITEM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "YA EXISTE EL ITEM: " CODIGO-ENTRADA
                   MOVE SPACES TO CODIGO-ENTRADA
           END-READ.
           IF CODIGO-ENTRADA = SPACES
               CONTINUE
           ELSE
               MOVE CODIGO-ENTRADA TO IM-ITEM-ID
               PERFORM PEDIR-DESCRIPCION
               MOVE DESCRIPCION-ENTRADA TO IM-DESCRIPCION
               PERFORM PEDIR-CATEGORIA
               MOVE CATEGORIA-ENTRADA TO IM-CATEGORIA
               PERFORM PEDIR-UNIDAD
               MOVE UNIDAD-ENTRADA TO IM-UNIDAD
               PERFORM PEDIR-ACTIVO
               MOVE ACTIVO-ENTRADA TO IM-ACTIVO
               ACCEPT IM-FECHA-MODIF FROM DATE YYYYMMDD
               PERFORM CONFIRMAR-OPERACION
               IF CONFIRMA
                   WRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ALTA RECHAZADA, STATUS: "
                               ITEM-MASTER-STATUS
                       NOT INVALID KEY
                           PERFORM REGISTRAR-CAMBIO-LOG
                           DISPLAY "ALTA APLICADA: " IM-ITEM-ID
                   END-WRITE
               ELSE
                   DISPLAY "ALTA CANCELADA"
               END-IF
           END-IF.

       CAMBIO-ITEM.
           PERFORM PEDIR-CODIGO.
           MOVE CODIGO-ENTRADA TO IM-ITEM-ID.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "NO EXISTE EL ITEM: " CODIGO-ENTRADA
               NOT INVALID KEY
                   PERFORM MOSTRAR-ITEM
      /UN CAMPO EN BLANCO CONSERVA EL VALOR ACTUAL DEL MAESTRO
                   DISPLAY "Nueva descripcion (blanco conserva): "
                   ACCEPT DESCRIPCION-ENTRADA
                   IF DESCRIPCION-ENTRADA NOT = SPACES
                       MOVE DESCRIPCION-ENTRADA TO IM-DESCRIPCION
                   END-IF
                   DISPLAY "Nueva categoria (blanco conserva): "
                   ACCEPT CATEGORIA-ENTRADA
                   IF CATEGORIA-ENTRADA NOT = SPACES
                       MOVE CATEGORIA-ENTRADA TO IM-CATEGORIA
                   END-IF
                   DISPLAY "Nueva unidad (blanco conserva): "
                   ACCEPT UNIDAD-ENTRADA
                   IF UNIDAD-ENTRADA NOT = SPACES
                       MOVE UNIDAD-ENTRADA TO IM-UNIDAD
                   END-IF
                   DISPLAY "Activo S/N (blanco conserva): "
                   ACCEPT ACTIVO-ENTRADA
                   IF ACTIVO-ENTRADA = "S" OR ACTIVO-ENTRADA = "N"
                       MOVE ACTIVO-ENTRADA TO IM-ACTIVO
                   END-IF
                   ACCEPT IM-FECHA-MODIF FROM DATE YYYYMMDD
                   PERFORM CONFIRMAR-OPERACION
                   IF CONFIRMA
                       REWRITE ITEM-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "CAMBIO RECHAZADO, STATUS: "
                                   ITEM-MASTER-STATUS
                           NOT INVALID KEY
                               PERFORM REGISTRAR-CAMBIO-LOG
                               DISPLAY "CAMBIO APLICADO: " IM-ITEM-ID
                       END-REWRITE
                   ELSE
                       DISPLAY "CAMBIO CANCELADO"
                   END-IF
           END-READ.

       BAJA-ITEM.
      /LA BAJA NO BORRA: DEJA EL ITEM INACTIVO PARA QUE ITEMMERG Y
      /MATEMATICA4 LO RECHACEN COMO INACTIVO Y NO COMO DESCONOCIDO
           PERFORM PEDIR-CODIGO.
           MOVE CODIGO-ENTRADA TO IM-ITEM-ID.
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "NO EXISTE EL ITEM: " CODIGO-ENTRADA
               NOT INVALID KEY
                   IF NOT IM-ES-ACTIVO
                       DISPLAY "EL ITEM YA ESTA INACTIVO: "
                           CODIGO-ENTRADA
                   ELSE
                       MOVE "N" TO IM-ACTIVO
                       ACCEPT IM-FECHA-MODIF FROM DATE YYYYMMDD
                       PERFORM CONFIRMAR-OPERACION
                       IF CONFIRMA
                           REWRITE ITEM-MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "BAJA RECHAZADA, STATUS: "
                                       ITEM-MASTER-STATUS
                               NOT INVALID KEY
                                   PERFORM REGISTRAR-CAMBIO-LOG
                                   DISPLAY "BAJA APLICADA: "
                                       CODIGO-ENTRADA
                           END-REWRITE
                       ELSE
                           DISPLAY "BAJA CANCELADA"
                       END-IF
                   END-IF
           END-READ.

       LISTAR-ITEMS.
           MOVE "N" TO LISTA-EOF-SW.
           MOVE LOW-VALUES TO IM-ITEM-ID.
           START ITEM-MASTER KEY IS NOT LESS THAN IM-ITEM-ID
               INVALID KEY MOVE "Y" TO LISTA-EOF-SW
           END-START.
           IF NOT LISTA-EOF
               READ ITEM-MASTER NEXT RECORD
                   AT END MOVE "Y" TO LISTA-EOF-SW
               END-READ
           END-IF.
           DISPLAY "ITEM  DESCRIPCION          CAT  UNI ACT MODIF".
           PERFORM UNTIL LISTA-EOF
               DISPLAY IM-ITEM-ID " " IM-DESCRIPCION " "
                   IM-CATEGORIA " " IM-UNIDAD " " IM-ACTIVO
                   "   " IM-FECHA-MODIF
               READ ITEM-MASTER NEXT RECORD
                   AT END MOVE "Y" TO LISTA-EOF-SW
               END-READ
           END-PERFORM.

       PEDIR-CODIGO.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Ingrese el codigo de item: "
               ACCEPT CODIGO-ENTRADA
               IF CODIGO-ENTRADA = SPACES
                   DISPLAY "EL CODIGO NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.

       PEDIR-DESCRIPCION.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Ingrese la descripcion oficial: "
               ACCEPT DESCRIPCION-ENTRADA
               IF DESCRIPCION-ENTRADA = SPACES
                   DISPLAY "LA DESCRIPCION NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.

       PEDIR-CATEGORIA.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Ingrese la categoria (4 letras): "
               ACCEPT CATEGORIA-ENTRADA
               IF CATEGORIA-ENTRADA = SPACES
                   DISPLAY "LA CATEGORIA NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.

       PEDIR-UNIDAD.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Ingrese la unidad (UNI, KG, LT...): "
               ACCEPT UNIDAD-ENTRADA
               IF UNIDAD-ENTRADA = SPACES
                   DISPLAY "LA UNIDAD NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.

       PEDIR-ACTIVO.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Activo? (S/N): "
               ACCEPT ACTIVO-ENTRADA
               IF ACTIVO-ENTRADA = "S" OR ACTIVO-ENTRADA = "N"
                   MOVE "Y" TO CAMPO-VALIDO-SW
               ELSE
                   DISPLAY "SOLO S O N"
               END-IF
           END-PERFORM.

       MOSTRAR-ITEM.
           DISPLAY "ITEM:        " IM-ITEM-ID.
           DISPLAY "DESCRIPCION: " IM-DESCRIPCION.
           DISPLAY "CATEGORIA:   " IM-CATEGORIA.
           DISPLAY "UNIDAD:      " IM-UNIDAD.
           DISPLAY "ACTIVO:      " IM-ACTIVO.
           DISPLAY "MODIFICADO:  " IM-FECHA-MODIF.

       CONFIRMAR-OPERACION.
      /MUESTRA EL REGISTRO COMO QUEDARIA Y PIDE CONFIRMACION ANTES
      /DE TOCAR EL MAESTRO
           DISPLAY "EL REGISTRO QUEDARIA ASI:".
           PERFORM MOSTRAR-ITEM.
           DISPLAY "CONFIRMA LA OPERACION? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.

       REGISTRAR-CAMBIO-LOG.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "ITEMMNT" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "OPC=" DELIMITED BY SIZE
               OPCION-MANTEN DELIMITED BY SIZE
               " ITEM=" DELIMITED BY SIZE
               IM-ITEM-ID DELIMITED BY SIZE
               " ACT=" DELIMITED BY SIZE
               IM-ACTIVO DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "ITEMMNT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "ITEMMNT" TO RL-PROGRAMA.
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
           MOVE "ITEMMNT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM ITEMMNT.
