               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS DEPT-MASTER-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       FD  DEPT-MASTER.
           COPY "DEPTMAST.cpy".

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       01 DEPT-MASTER-STATUS PIC X(02).
           88 DEPT-MASTER-OK VALUE "00".
       01 RUN-LOG-STATUS PIC X(02).
       01 USER-MASTER-STATUS PIC X(02).

      /EL JEFE SE VALIDA CONTRA USER-MASTER SOLO SI EL MAESTRO ABRIO;
      /SIN EL SE ACEPTA EL NU TIPEADO, CON AVISO AL OPERADOR
       01 VALIDAR-JEFE-SW PIC X(01) VALUE "N".
           88 VALIDAR-JEFE VALUE "Y".

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-ALTA   VALUE "A".
       01 CODIGO-ENTRADA PIC X(10).
       01 NOMBRE-ENTRADA PIC X(30).
       01 PADRE-ENTRADA  PIC X(10).
       01 JEFE-ENTRADA   PIC X(10).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).
               MOVE "OPEN" TO EH-OPERACION
               MOVE DEPT-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               DISPLAY "SI ES EL MAESTRO CON EL REGISTRO ANTERIOR, "
                   "CORRER DEPTCONV PARA CONVERTIRLO"
           ELSE
               OPEN INPUT USER-MASTER
               IF USER-MASTER-STATUS = "00"
                   MOVE "Y" TO VALIDAR-JEFE-SW
               ELSE
                   DISPLAY "SIN USER-MASTER: JEFES SIN VALIDAR"
               END-IF
               PERFORM CICLO-MANTENIMIENTO
               IF VALIDAR-JEFE
                   CLOSE USER-MASTER
               END-IF
               CLOSE DEPT-MASTER
           END-IF.

               MOVE NOMBRE-ENTRADA TO DM-DEPT-NAME
               PERFORM PEDIR-PADRE
               MOVE PADRE-ENTRADA TO DM-PARENT
               PERFORM PEDIR-JEFE
               MOVE JEFE-ENTRADA TO DM-JEFE
               PERFORM CONFIRMAR-OPERACION
               IF CONFIRMA
                   WRITE DEPT-MASTER-RECORD
                   IF PADRE-ENTRADA NOT = SPACES
                       MOVE PADRE-ENTRADA TO DM-PARENT
                   END-IF
                   PERFORM PEDIR-CAMBIO-JEFE
                   PERFORM CONFIRMAR-OPERACION
                   IF CONFIRMA
                       REWRITE DEPT-MASTER-RECORD
                   AT END MOVE "Y" TO LISTA-EOF-SW
               END-READ
           END-IF.
           DISPLAY "CODIGO     NOMBRE                         PADRE"
               "      JEFE".
           PERFORM UNTIL LISTA-EOF
               DISPLAY DM-DEPT-CODE " " DM-DEPT-NAME " " DM-PARENT
                   " " DM-JEFE
               READ DEPT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO LISTA-EOF-SW
               END-READ
               MOVE CODIGO-ENTRADA TO PADRE-ENTRADA
           END-IF.

       PEDIR-JEFE.
      /EL JEFE APRUEBA LOS CAMBIOS PENDIENTES DE LOS EMPLEADOS DEL
      /DEPARTAMENTO; EN BLANCO, LOS APRUEBA EL JEFE DEL PADRE
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Ingrese el NU del jefe (blanco = sin jefe, "
                   "aprueba el padre): "
               ACCEPT JEFE-ENTRADA
               PERFORM VALIDAR-JEFE-ENTRADA
           END-PERFORM.

       PEDIR-CAMBIO-JEFE.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Nuevo jefe (blanco conserva, * lo quita): "
               ACCEPT JEFE-ENTRADA
               EVALUATE JEFE-ENTRADA
                   WHEN SPACES
                       MOVE "Y" TO CAMPO-VALIDO-SW
                   WHEN "*"
                       MOVE SPACES TO DM-JEFE
                       MOVE "Y" TO CAMPO-VALIDO-SW
                   WHEN OTHER
                       PERFORM VALIDAR-JEFE-ENTRADA
                       IF CAMPO-VALIDO
                           MOVE JEFE-ENTRADA TO DM-JEFE
                       END-IF
               END-EVALUATE
           END-PERFORM.

       VALIDAR-JEFE-ENTRADA.
      /UN JEFE INEXISTENTE O DADO DE BAJA DEJARIA PENDIENTES QUE
      /NADIE PUEDE VER HASTA QUE ESCALEN
           MOVE "Y" TO CAMPO-VALIDO-SW.
           IF JEFE-ENTRADA NOT = SPACES AND VALIDAR-JEFE
               MOVE JEFE-ENTRADA TO UM-EMP-ID
               READ USER-MASTER
                   INVALID KEY
                       DISPLAY "EL JEFE NO ESTA EN USER-MASTER: "
                           JEFE-ENTRADA
                       MOVE "N" TO CAMPO-VALIDO-SW
                   NOT INVALID KEY
                       IF UM-BAJA
                           DISPLAY "EL JEFE ESTA DADO DE BAJA: "
                               JEFE-ENTRADA
                           MOVE "N" TO CAMPO-VALIDO-SW
                       END-IF
               END-READ
           END-IF.

       MOSTRAR-DEPARTAMENTO.
           DISPLAY "CODIGO: " DM-DEPT-CODE.
           DISPLAY "NOMBRE: " DM-DEPT-NAME.
           DISPLAY "PADRE:  " DM-PARENT.
           DISPLAY "JEFE:   " DM-JEFE.

       CONFIRMAR-OPERACION.
      /MUESTRA EL REGISTRO COMO QUEDARIA Y PIDE CONFIRMACION ANTES
