      ******************************************************************
      * Author:Pedro Burgos
      * Date:14/4/26
      * Purpose:Servicio-Invocable-De-Ruteo-Al-Jefe-De-Departamento
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTJEFE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS DEPT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-MASTER.
           COPY "DEPTMAST.cpy".

       WORKING-STORAGE SECTION.

       01 DEPT-MASTER-STATUS PIC X(02).
           88 DEPT-MASTER-OK VALUE "00".

       01 DEPTO-ACTUAL PIC X(10).
       01 FIN-CADENA-SW PIC X(01).
           88 FIN-CADENA VALUE "Y".

      /TOPE DE NIVELES: UN DM-PARENT MAL CARGADO QUE ARMA UN CICLO
      /ENTRE DOS DEPARTAMENTOS NO DEBE DEJAR AL LLAMADOR COLGADO
       01 MAX-NIVELES PIC 9(02) VALUE 20.
       01 CANT-NIVELES PIC 9(02) COMP.

       LINKAGE SECTION.
           COPY "JEFEAREA.cpy".

       PROCEDURE DIVISION USING JEFE-AREA.
       MAIN-PROCEDURE.
      /EL RUTEO DE APROBACIONES POR LA ESTRUCTURA DE DEPARTAMENTOS,
      /EMPAQUETADO PARA QUE USERMNT Y CERTREV AL ENCOLAR Y PENDESC AL
      /ESCALAR SUBAN POR DM-PARENT CON LAS MISMAS REGLAS
           MOVE SPACES TO JF-JEFE.
           MOVE SPACES TO JF-DEPTO-JEFE.
           MOVE "N" TO JF-RESULTADO.
           OPEN INPUT DEPT-MASTER.
           IF NOT DEPT-MASTER-OK
               MOVE "E" TO JF-RESULTADO
               GOBACK
           END-IF.
           MOVE JF-DEPTO TO DEPTO-ACTUAL.
           MOVE "N" TO FIN-CADENA-SW.
           MOVE 0 TO CANT-NIVELES.
           IF JF-DESDE-PADRE
               PERFORM SUBIR-AL-PADRE
           END-IF.
           PERFORM UNTIL FIN-CADENA OR JF-OK
               PERFORM REVISAR-NIVEL
           END-PERFORM.
           CLOSE DEPT-MASTER.
           GOBACK.

       REVISAR-NIVEL.
           ADD 1 TO CANT-NIVELES.
           MOVE DEPTO-ACTUAL TO DM-DEPT-CODE.
           READ DEPT-MASTER
               INVALID KEY
                   MOVE "Y" TO FIN-CADENA-SW
               NOT INVALID KEY
                   IF DM-JEFE NOT = SPACES
                      AND DM-JEFE NOT = JF-EXCLUIR-1
                      AND DM-JEFE NOT = JF-EXCLUIR-2
                       MOVE DM-JEFE TO JF-JEFE
                       MOVE DM-DEPT-CODE TO JF-DEPTO-JEFE
                       MOVE "0" TO JF-RESULTADO
                   ELSE
                       PERFORM PASAR-AL-PADRE
                   END-IF
           END-READ.

       SUBIR-AL-PADRE.
      /ESCALAMIENTO: EL NIVEL DE PARTIDA ES EL PADRE DEL
      /DEPARTAMENTO DEL JEFE ACTUAL, NO EL DEPARTAMENTO MISMO
           MOVE DEPTO-ACTUAL TO DM-DEPT-CODE.
           READ DEPT-MASTER
               INVALID KEY
                   MOVE "Y" TO FIN-CADENA-SW
               NOT INVALID KEY
                   PERFORM PASAR-AL-PADRE
           END-READ.

       PASAR-AL-PADRE.
           IF DM-PARENT = SPACES OR DM-PARENT = DM-DEPT-CODE
              OR CANT-NIVELES >= MAX-NIVELES
               MOVE "Y" TO FIN-CADENA-SW
           ELSE
               MOVE DM-PARENT TO DEPTO-ACTUAL
           END-IF.

       END PROGRAM DEPTJEFE.
