      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Servicio-De-Control-De-Docente-Por-Seccion
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCSECC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT SECT-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-SECTION
               FILE STATUS IS SECT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  SECT-MASTER.
           COPY "SECTMAST.cpy".

       WORKING-STORAGE SECTION.

       01 USER-MASTER-STATUS PIC X(02).
       01 SECT-MASTER-STATUS PIC X(02).

      /ROL QUE VE TODAS LAS SECCIONES, EL MISMO QUE EN EJERMENU HABILITA
      /TODAS LAS OPCIONES
       01 ROL-ADMINISTRATIVO PIC X(01) VALUE "O".

       LINKAGE SECTION.
           COPY "DOCAREA.cpy".

       PROCEDURE DIVISION USING DOCENTE-AREA.
       MAIN-PROCEDURE.
      /UN SOLO LUGAR DONDE SE DECIDE SI EL OPERADOR PUEDE TOCAR UNA
      /SECCION: ATTNCAPT, STUMNT Y NOTACAPT LLAMAN AQUI CON EL NU
      /YA IDENTIFICADO ANTES DE CARGAR ASISTENCIA O NOTAS
           MOVE "N" TO DS-RESULTADO.
           MOVE SPACES TO DS-MOTIVO.
           PERFORM VERIFICAR-OPERADOR THRU VERIFICAR-OPERADOR-EXIT.
           IF DS-MOTIVO = SPACES
               PERFORM VERIFICAR-SECCION THRU VERIFICAR-SECCION-EXIT
           END-IF.
           GOBACK.

       VERIFICAR-OPERADOR.
           OPEN INPUT USER-MASTER.
           IF USER-MASTER-STATUS NOT = "00"
               MOVE "USERMAST NO DISPONIBLE" TO DS-MOTIVO
               GO TO VERIFICAR-OPERADOR-EXIT
           END-IF.
           MOVE DS-EMP-ID TO UM-EMP-ID.
           READ USER-MASTER
               INVALID KEY
                   MOVE "OPERADOR NO REGISTRADO" TO DS-MOTIVO
               NOT INVALID KEY
                   IF UM-BAJA OR UM-BLOQUEADO
                       MOVE "OPERADOR SIN ACCESO" TO DS-MOTIVO
                   ELSE
                       IF UM-ROLE = ROL-ADMINISTRATIVO
                           MOVE "S" TO DS-RESULTADO
                           MOVE "ROL ADMINISTRATIVO" TO DS-MOTIVO
                       END-IF
                   END-IF
           END-READ.
           CLOSE USER-MASTER.

       VERIFICAR-OPERADOR-EXIT.
           EXIT.

       VERIFICAR-SECCION.
      /SIN SECTMAST NO HAY DUENO CONOCIDO DE NINGUNA SECCION: LAS
      /SECCIONES QUEDAN SIN VALIDAR, COMO EN STUMNT
           OPEN INPUT SECT-MASTER.
           IF SECT-MASTER-STATUS NOT = "00"
               MOVE "S" TO DS-RESULTADO
               MOVE "SIN SECTMAST: SECCION SIN VALIDAR" TO DS-MOTIVO
               GO TO VERIFICAR-SECCION-EXIT
           END-IF.
           MOVE DS-SECTION TO SE-SECTION.
           READ SECT-MASTER
               INVALID KEY
                   MOVE "SECCION NO REGISTRADA EN SECTMAST"
                       TO DS-MOTIVO
               NOT INVALID KEY
                   IF SE-TEACHER-ID = DS-EMP-ID
                       MOVE "S" TO DS-RESULTADO
                       MOVE "DOCENTE DE LA SECCION" TO DS-MOTIVO
                   ELSE
                       MOVE "LA SECCION ES DE OTRO DOCENTE"
                           TO DS-MOTIVO
                   END-IF
           END-READ.
           CLOSE SECT-MASTER.

       VERIFICAR-SECCION-EXIT.
           EXIT.

       END PROGRAM DOCSECC.
