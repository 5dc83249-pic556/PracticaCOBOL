               RECORD KEY IS SE-SECTION
               FILE STATUS IS SECT-MASTER-STATUS.

      /EL DOCENTE DE CADA SECCION ES UN NU DE USERMAST
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       FD  SECT-MASTER.
           COPY "SECTMAST.cpy".

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE LISTA DE ESPERA: LOS LUGARES QUE AGREGA
      /UN AUMENTO DE CAPACIDAD SE OFRECEN A LOS PRIMEROS EN ESPERA
       COPY "ESPAREA.cpy".

       01 SECT-MASTER-STATUS PIC X(02).
           88 SECT-MASTER-OK VALUE "00".
       01 USER-MASTER-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 OPCION-MANTEN PIC X(01).
           88 LISTA-EOF VALUE "Y".

       01 SECCION-ENTRADA  PIC X(03).
       01 DOCENTE-ENTRADA  PIC X(10).
       01 DOCENTE-NOMBRE   PIC X(30).
       01 AULA-ENTRADA     PIC X(06).
       01 CAPACIDAD-ENTRADA PIC 9(03).
       01 CAPACIDAD-ANTERIOR PIC 9(03).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).
               MOVE "OPEN" TO EH-OPERACION
               MOVE SECT-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               DISPLAY "SI ES EL MAESTRO CON EL REGISTRO ANTERIOR, "
                   "CORRER SECTCONV PARA CONVERTIRLO"
           ELSE
               PERFORM CICLO-MANTENIMIENTO
               CLOSE SECT-MASTER
           ELSE
               MOVE SECCION-ENTRADA TO SE-SECTION
               PERFORM PEDIR-DOCENTE
               MOVE DOCENTE-ENTRADA TO SE-TEACHER-ID
               MOVE DOCENTE-NOMBRE TO SE-TEACHER
               DISPLAY "Aula: "
               ACCEPT AULA-ENTRADA
               MOVE AULA-ENTRADA TO SE-ROOM
               NOT INVALID KEY
                   PERFORM MOSTRAR-SECCION
      /UN CAMPO EN BLANCO CONSERVA EL VALOR ACTUAL DEL MAESTRO
                   MOVE "N" TO CAMPO-VALIDO-SW
                   PERFORM UNTIL CAMPO-VALIDO
                       DISPLAY "Nuevo NU docente (blanco conserva): "
                       ACCEPT DOCENTE-ENTRADA
                       IF DOCENTE-ENTRADA = SPACES
                           MOVE "Y" TO CAMPO-VALIDO-SW
                       ELSE
                           PERFORM VALIDAR-DOCENTE
                       END-IF
                   END-PERFORM
                   IF DOCENTE-ENTRADA NOT = SPACES
                       MOVE DOCENTE-ENTRADA TO SE-TEACHER-ID
                       MOVE DOCENTE-NOMBRE TO SE-TEACHER
                   END-IF
                   DISPLAY "Nueva aula (blanco conserva): "
                   ACCEPT AULA-ENTRADA
                   IF AULA-ENTRADA NOT = SPACES
                       MOVE AULA-ENTRADA TO SE-ROOM
                   END-IF
                   MOVE SE-CAPACIDAD TO CAPACIDAD-ANTERIOR
                   DISPLAY "Nueva capacidad (cero conserva): "
                   PERFORM VALIDACAPAC
                   IF CAPACIDAD-ENTRADA > 0
                           NOT INVALID KEY
                               PERFORM REGISTRAR-CAMBIO-LOG
                               DISPLAY "CAMBIO APLICADO: " SE-SECTION
                               IF SE-CAPACIDAD > CAPACIDAD-ANTERIOR
                                   PERFORM OFRECER-VACANTES
                               END-IF
                       END-REWRITE
                   ELSE
                       DISPLAY "CAMBIO CANCELADO"
                   END-IF
           END-READ.

       OFRECER-VACANTES.
      /CADA LUGAR NUEVO SE LE OFRECE AL SIGUIENTE DE LA FILA DE
      /ESPERA DE LA SECCION
           MOVE "O" TO EA-ACCION.
           MOVE SE-SECTION TO EA-SECTION.
           COMPUTE EA-VACANTES = SE-CAPACIDAD - CAPACIDAD-ANTERIOR.
           MOVE SPACES TO EA-OPERADOR.
           CALL "LISTESP" USING ESPERA-AREA.
           IF EA-OFRECIDAS > 0
               DISPLAY "LUGARES OFRECIDOS A LA LISTA DE ESPERA: "
                   EA-OFRECIDAS
           END-IF.

       BAJA-SECCION.
           PERFORM PEDIR-CODIGO.
           MOVE SECCION-ENTRADA TO SE-SECTION.
                   AT END MOVE "Y" TO LISTA-EOF-SW
               END-READ
           END-IF.
           DISPLAY "SEC NU DOCENTE DOCENTE                        AULA"
               "   CAP".
           PERFORM UNTIL LISTA-EOF
               DISPLAY SE-SECTION " " SE-TEACHER-ID " " SE-TEACHER " "
                   SE-ROOM " " SE-CAPACIDAD
               READ SECT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO LISTA-EOF-SW
               END-READ
       PEDIR-DOCENTE.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "NU del docente: "
               ACCEPT DOCENTE-ENTRADA
               IF DOCENTE-ENTRADA = SPACES
                   DISPLAY "EL DOCENTE NO PUEDE ESTAR EN BLANCO"
               ELSE
                   PERFORM VALIDAR-DOCENTE
               END-IF
           END-PERFORM.

       VALIDAR-DOCENTE.
      /EL DOCENTE DEBE SER UN USUARIO VIGENTE DE USERMAST: SU NU ES
      /LO QUE ATA LA SECCION A QUIEN SE CONECTA, Y SU NOMBRE PASA A
      /SE-TEACHER PARA LOS ENCABEZADOS DE LOS REPORTES
           OPEN INPUT USER-MASTER.
           IF USER-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                   USER-MASTER-STATUS
           ELSE
               MOVE DOCENTE-ENTRADA TO UM-EMP-ID
               READ USER-MASTER
                   INVALID KEY
                       DISPLAY "NU NO REGISTRADO EN USERMAST"
                   NOT INVALID KEY
                       IF UM-BAJA
                           DISPLAY "EL USUARIO ESTA DADO DE BAJA"
                       ELSE
                           MOVE UM-EMP-NAME TO DOCENTE-NOMBRE
                           DISPLAY UM-EMP-NAME
                           MOVE "Y" TO CAMPO-VALIDO-SW
                       END-IF
               END-READ
               CLOSE USER-MASTER
           END-IF.

       MOSTRAR-SECCION.
           DISPLAY "SECCION:   " SE-SECTION.
           DISPLAY "DOCENTE:   " SE-TEACHER-ID " " SE-TEACHER.
           DISPLAY "AULA:      " SE-ROOM.
           DISPLAY "CAPACIDAD: " SE-CAPACIDAD.

