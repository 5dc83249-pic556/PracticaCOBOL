      ******************************************************************
      * Author:Pedro Burgos
      * Date:12/5/26
      * Purpose:Servicio-De-Lista-De-Espera-Por-Seccion
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTESP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /LA CLAVE EMPIEZA POR SECCION Y FECHA/HORA DEL PEDIDO: UN START
      /SOBRE LA SECCION DEJA LA FILA EN ORDEN DE LLEGADA
           SELECT ESPERA-FILE ASSIGN TO "ESPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-CLAVE
               FILE STATUS IS ESPERA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESPERA-FILE.
           COPY "ESPREC.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE NOTIFICACIONES: EL ALUMNO AL QUE SE LE
      /OFRECE UN LUGAR RECIBE EL AVISO POR SU CLAVE EN NOTIFDIR
       COPY "NOTIFAREA.cpy".

       01 ESPERA-STATUS PIC X(02).
           88 ESPERA-OK VALUE "00".

       01 FILA-EOF-SW PIC X(01) VALUE "N".
           88 FILA-EOF VALUE "Y".
       01 TENIA-OFERTA-SW PIC X(01) VALUE "N".
           88 TENIA-OFERTA VALUE "Y".

       01 CANT-ADELANTE PIC 9(03).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
           COPY "ESPAREA.cpy".

       PROCEDURE DIVISION USING ESPERA-AREA.
       MAIN-PROCEDURE.
      /UN SOLO LUGAR DONDE SE TOCA LA LISTA DE ESPERA: STUMNT ANOTA,
      /ASIGNA Y DECLINA; STUMNT Y SECTMNT OFRECEN LOS LUGARES QUE SE
      /LIBERAN
           MOVE 0 TO EA-POSICION.
           MOVE 0 TO EA-EN-ESPERA.
           MOVE 0 TO EA-OFRECIDAS.
           MOVE SPACES TO EA-OFRECIDO-ID.
           MOVE SPACES TO EA-OFRECIDO-NOMBRE.
           MOVE "N" TO EA-RESULTADO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.

           OPEN I-O ESPERA-FILE.
           IF ESPERA-STATUS = "35"
      /SIN ARCHIVO NADIE ESPERA; SOLO UNA ANOTACION LO CREA
               IF NOT EA-ANOTAR
                   GOBACK
               END-IF
               OPEN OUTPUT ESPERA-FILE
               CLOSE ESPERA-FILE
               OPEN I-O ESPERA-FILE
           END-IF.
           IF NOT ESPERA-OK
               MOVE "ESPERA" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE ESPERA-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "F" TO EA-RESULTADO
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN EA-ANOTAR
                   PERFORM ANOTAR-ALUMNO THRU ANOTAR-ALUMNO-EXIT
               WHEN EA-OFRECER
                   PERFORM OFRECER-LUGARES
               WHEN EA-ASIGNAR
                   PERFORM CERRAR-ENTRADA
               WHEN EA-DECLINAR
                   PERFORM CERRAR-ENTRADA
                   IF TENIA-OFERTA
                       MOVE 1 TO EA-VACANTES
                       PERFORM OFRECER-LUGARES
                   END-IF
               WHEN EA-CONSULTAR
                   PERFORM CONSULTAR-FILA
           END-EVALUATE.

           CLOSE ESPERA-FILE.
           GOBACK.

       POSICIONAR-FILA.
      /DEJA LEIDA LA PRIMERA ENTRADA DE LA SECCION, O FILA-EOF SI LA
      /SECCION NO TIENE NINGUNA
           MOVE "N" TO FILA-EOF-SW.
           MOVE EA-SECTION TO ER-SECTION.
           MOVE 0 TO ER-FECHA.
           MOVE 0 TO ER-HORA.
           MOVE LOW-VALUES TO ER-STUDENT-ID.
           START ESPERA-FILE KEY IS NOT LESS THAN ER-CLAVE
               INVALID KEY MOVE "Y" TO FILA-EOF-SW
           END-START.
           IF NOT FILA-EOF
               PERFORM LEER-FILA
           END-IF.

       LEER-FILA.
           READ ESPERA-FILE NEXT RECORD
               AT END MOVE "Y" TO FILA-EOF-SW
           END-READ.
           IF NOT FILA-EOF AND ER-SECTION NOT = EA-SECTION
               MOVE "Y" TO FILA-EOF-SW
           END-IF.

       ANOTAR-ALUMNO.
      /EL ALUMNO QUE YA ESTA EN LA FILA NO SE ANOTA DOS VECES: SE LE
      /DEVUELVE EL LUGAR QUE YA TIENE
           MOVE 0 TO CANT-ADELANTE.
           PERFORM POSICIONAR-FILA.
           PERFORM UNTIL FILA-EOF
               IF ER-PENDIENTE
                   ADD 1 TO CANT-ADELANTE
                   IF ER-STUDENT-ID = EA-STUDENT-ID
                       MOVE CANT-ADELANTE TO EA-POSICION
                       MOVE "Y" TO EA-RESULTADO
                       GO TO ANOTAR-ALUMNO-EXIT
                   END-IF
               END-IF
               PERFORM LEER-FILA
           END-PERFORM.
           MOVE SPACES TO ESPERA-RECORD.
           MOVE EA-SECTION TO ER-SECTION.
           MOVE CURRENT-DATE-FLD TO ER-FECHA.
           MOVE CURRENT-TIME-FLD TO ER-HORA.
           MOVE EA-STUDENT-ID TO ER-STUDENT-ID.
           MOVE EA-NOMBRE TO ER-NOMBRE.
           MOVE EA-SECCION-ACTUAL TO ER-SECCION-ACTUAL.
           MOVE "E" TO ER-ESTADO.
           MOVE 0 TO ER-FECHA-OFERTA.
           MOVE 0 TO ER-FECHA-CIERRE.
           MOVE EA-OPERADOR TO ER-OPERADOR.
           WRITE ESPERA-RECORD
               INVALID KEY
                   MOVE "ESPERA" TO EH-ARCHIVO
                   MOVE "WRITE" TO EH-OPERACION
                   MOVE ESPERA-STATUS TO EH-STATUS
                   PERFORM INFORMAR-ERROR-ARCHIVO
                   MOVE "F" TO EA-RESULTADO
               NOT INVALID KEY
                   ADD 1 TO CANT-ADELANTE
                   MOVE CANT-ADELANTE TO EA-POSICION
                   MOVE "S" TO EA-RESULTADO
           END-WRITE.
       ANOTAR-ALUMNO-EXIT.
           EXIT.

       OFRECER-LUGARES.
      /CADA LUGAR LIBRE SE LE OFRECE AL PRIMERO QUE TODAVIA ESPERA;
      /LOS QUE YA TIENEN UNA OFERTA SIN RESPONDER CONSERVAN LA SUYA
           PERFORM POSICIONAR-FILA.
           PERFORM UNTIL FILA-EOF OR EA-OFRECIDAS >= EA-VACANTES
               IF ER-EN-ESPERA
                   MOVE "O" TO ER-ESTADO
                   MOVE CURRENT-DATE-FLD TO ER-FECHA-OFERTA
                   REWRITE ESPERA-RECORD
                       INVALID KEY
                           MOVE "ESPERA" TO EH-ARCHIVO
                           MOVE "REWRITE" TO EH-OPERACION
                           MOVE ESPERA-STATUS TO EH-STATUS
                           PERFORM INFORMAR-ERROR-ARCHIVO
                       NOT INVALID KEY
                           ADD 1 TO EA-OFRECIDAS
                           IF EA-OFRECIDAS = 1
                               MOVE ER-STUDENT-ID TO EA-OFRECIDO-ID
                               MOVE ER-NOMBRE TO EA-OFRECIDO-NOMBRE
                           END-IF
                           PERFORM AVISAR-OFERTA
                   END-REWRITE
               END-IF
               PERFORM LEER-FILA
           END-PERFORM.
           IF EA-OFRECIDAS > 0
               MOVE "S" TO EA-RESULTADO
           END-IF.

       AVISAR-OFERTA.
           MOVE SPACES TO NOTIF-AREA.
           MOVE "LISTESP" TO NT-ORIGEN.
           MOVE ER-STUDENT-ID TO NT-DESTINO.
           STRING "VACANTE EN SECCION " DELIMITED BY SIZE
               ER-SECTION DELIMITED BY SIZE
               INTO NT-ASUNTO.
           STRING "SE LIBERO UN LUGAR EN LA SECCION " DELIMITED BY SIZE
               ER-SECTION DELIMITED BY SIZE
               " PEDIDA EL " DELIMITED BY SIZE
               ER-FECHA DELIMITED BY SIZE
               ". CONFIRMAR EN SECRETARIA." DELIMITED BY SIZE
               INTO NT-CUERPO.
           CALL "NOTIFPUT" USING NOTIF-AREA.

       CERRAR-ENTRADA.
      /CIERRA LA ENTRADA PENDIENTE DEL ALUMNO EN LA SECCION, COMO
      /ASIGNADA O COMO DECLINADA SEGUN LA ACCION
           MOVE "N" TO TENIA-OFERTA-SW.
           PERFORM POSICIONAR-FILA.
           PERFORM UNTIL FILA-EOF
               IF ER-PENDIENTE AND ER-STUDENT-ID = EA-STUDENT-ID
                   IF ER-OFRECIDA
                       MOVE "Y" TO TENIA-OFERTA-SW
                   END-IF
                   IF EA-ASIGNAR
                       MOVE "A" TO ER-ESTADO
                   ELSE
                       MOVE "D" TO ER-ESTADO
                   END-IF
                   MOVE CURRENT-DATE-FLD TO ER-FECHA-CIERRE
                   MOVE EA-OPERADOR TO ER-OPERADOR
                   REWRITE ESPERA-RECORD
                       INVALID KEY
                           MOVE "ESPERA" TO EH-ARCHIVO
                           MOVE "REWRITE" TO EH-OPERACION
                           MOVE ESPERA-STATUS TO EH-STATUS
                           PERFORM INFORMAR-ERROR-ARCHIVO
                           MOVE "F" TO EA-RESULTADO
                       NOT INVALID KEY
                           MOVE "S" TO EA-RESULTADO
                   END-REWRITE
                   MOVE "Y" TO FILA-EOF-SW
               ELSE
                   PERFORM LEER-FILA
               END-IF
           END-PERFORM.

       CONSULTAR-FILA.
           MOVE "S" TO EA-RESULTADO.
           PERFORM POSICIONAR-FILA.
           PERFORM UNTIL FILA-EOF
               IF ER-EN-ESPERA
                   ADD 1 TO EA-EN-ESPERA
               END-IF
               IF ER-OFRECIDA
                   ADD 1 TO EA-OFRECIDAS
               END-IF
               IF ER-PENDIENTE AND ER-STUDENT-ID = EA-STUDENT-ID
                   COMPUTE EA-POSICION = EA-EN-ESPERA + EA-OFRECIDAS
               END-IF
               PERFORM LEER-FILA
           END-PERFORM.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "LISTESP" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       END PROGRAM LISTESP.
