      ******************************************************************
      * Author:Pedro Burgos
      * Date:12/5/26
      * Purpose:Reporte-De-Lista-De-Espera-Por-Seccion
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESPRPT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /LA CLAVE DE ESPERA YA VIENE POR SECCION Y FECHA/HORA DEL
      /PEDIDO: LA LECTURA SECUENCIAL DA CADA FILA EN ORDEN DE LLEGADA
           SELECT ESPERA-FILE ASSIGN TO "ESPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ER-CLAVE
               FILE STATUS IS ESPERA-STATUS.

           SELECT ESPERA-REPORT ASSIGN TO "RPTESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESPERA-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESPERA-FILE.
           COPY "ESPREC.cpy".

       FD  ESPERA-REPORT.
       01  ESPERA-REPORT-LINEA     PIC X(90).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

       01 ESPERA-STATUS        PIC X(02).
       01 ESPERA-REPORT-STATUS PIC X(02).
       01 RUN-LOG-STATUS       PIC X(02).

       01 ESPERA-EOF-SW PIC X(01) VALUE "N".
           88 ESPERA-EOF VALUE "Y".

       01 SECCION-ACTUAL PIC X(03) VALUE SPACES.
       01 POSICION-FILA PIC 9(03) VALUE 0.
       01 DIAS-ESPERA PIC 9(05).
       01 MAX-DIAS-SECCION PIC 9(05) VALUE 0.
       01 DESCRIPCION-ESTADO PIC X(20).

       01 CANT-ESPERA-SECCION PIC 9(05) VALUE 0.
       01 CANT-OFRECIDAS-SECCION PIC 9(05) VALUE 0.
       01 CANT-SECCIONES PIC 9(05) VALUE 0.
       01 TOTAL-ESPERA PIC 9(05) VALUE 0.
       01 TOTAL-OFRECIDAS PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 CANT-EDIT-2 PIC ZZZZ9.
       01 POSICION-EDIT PIC ZZ9.
       01 DIAS-EDIT PIC ZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /LISTA POR SECCION A LOS ALUMNOS QUE SIGUEN ESPERANDO LUGAR, EN
      /ORDEN DE LLEGADA, CON SU POSICION EN LA FILA Y LOS DIAS QUE
      /LLEVAN ESPERANDO; LAS ENTRADAS ASIGNADAS O DECLINADAS NO SALEN
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           OPEN OUTPUT ESPERA-REPORT.
           MOVE SPACES TO ESPERA-REPORT-LINEA.
           STRING "LISTA DE ESPERA POR SECCION AL " DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               INTO ESPERA-REPORT-LINEA.
           WRITE ESPERA-REPORT-LINEA.
           MOVE SPACES TO ESPERA-REPORT-LINEA.
           WRITE ESPERA-REPORT-LINEA.

           OPEN INPUT ESPERA-FILE.
           IF ESPERA-STATUS NOT = "00"
               MOVE "SIN ARCHIVO ESPERA: NO HAY ALUMNOS EN ESPERA"
                   TO ESPERA-REPORT-LINEA
               WRITE ESPERA-REPORT-LINEA
           ELSE
               READ ESPERA-FILE NEXT RECORD
                   AT END MOVE "Y" TO ESPERA-EOF-SW
               END-READ
               PERFORM UNTIL ESPERA-EOF
                   IF ER-PENDIENTE
                       IF ER-SECTION NOT = SECCION-ACTUAL
                           PERFORM CERRAR-SECCION
                           PERFORM ABRIR-SECCION
                       END-IF
                       PERFORM IMPRIMIR-ENTRADA
                   END-IF
                   READ ESPERA-FILE NEXT RECORD
                       AT END MOVE "Y" TO ESPERA-EOF-SW
                   END-READ
               END-PERFORM
               PERFORM CERRAR-SECCION
               CLOSE ESPERA-FILE
           END-IF.

           MOVE SPACES TO ESPERA-REPORT-LINEA.
           WRITE ESPERA-REPORT-LINEA.
           MOVE CANT-SECCIONES TO CANT-EDIT.
           MOVE SPACES TO ESPERA-REPORT-LINEA.
           STRING "SECCIONES CON ESPERA:  " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ESPERA-REPORT-LINEA.
           WRITE ESPERA-REPORT-LINEA.
           MOVE TOTAL-ESPERA TO CANT-EDIT.
           MOVE SPACES TO ESPERA-REPORT-LINEA.
           STRING "ALUMNOS EN ESPERA:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ESPERA-REPORT-LINEA.
           WRITE ESPERA-REPORT-LINEA.
           MOVE TOTAL-OFRECIDAS TO CANT-EDIT.
           MOVE SPACES TO ESPERA-REPORT-LINEA.
           STRING "LUGARES OFRECIDOS:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ESPERA-REPORT-LINEA.
           WRITE ESPERA-REPORT-LINEA.
           CLOSE ESPERA-REPORT.
           DISPLAY "ALUMNOS EN LISTA DE ESPERA: " TOTAL-ESPERA
               " CON LUGAR OFRECIDO: " TOTAL-OFRECIDAS.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       ABRIR-SECCION.
           MOVE ER-SECTION TO SECCION-ACTUAL.
           MOVE 0 TO POSICION-FILA.
           MOVE 0 TO MAX-DIAS-SECCION.
           MOVE 0 TO CANT-ESPERA-SECCION.
           MOVE 0 TO CANT-OFRECIDAS-SECCION.
           ADD 1 TO CANT-SECCIONES.
           MOVE SPACES TO ESPERA-REPORT-LINEA.
           STRING "SECCION " DELIMITED BY SIZE
               ER-SECTION DELIMITED BY SIZE
               INTO ESPERA-REPORT-LINEA.
           WRITE ESPERA-REPORT-LINEA.
           MOVE SPACES TO ESPERA-REPORT-LINEA.
           STRING "POS ALUMNO     NOMBRE" DELIMITED BY SIZE
               "                         PEDIDO    " DELIMITED BY SIZE
               " DIAS ESTADO" DELIMITED BY SIZE
               INTO ESPERA-REPORT-LINEA.
           WRITE ESPERA-REPORT-LINEA.

       CERRAR-SECCION.
           IF SECCION-ACTUAL NOT = SPACES
               MOVE CANT-ESPERA-SECCION TO CANT-EDIT
               MOVE CANT-OFRECIDAS-SECCION TO CANT-EDIT-2
               MOVE MAX-DIAS-SECCION TO DIAS-EDIT
               MOVE SPACES TO ESPERA-REPORT-LINEA
               STRING "    EN ESPERA: " DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   "  OFRECIDAS: " DELIMITED BY SIZE
                   CANT-EDIT-2 DELIMITED BY SIZE
                   "  ESPERA MAS LARGA (DIAS): " DELIMITED BY SIZE
                   DIAS-EDIT DELIMITED BY SIZE
                   INTO ESPERA-REPORT-LINEA
               WRITE ESPERA-REPORT-LINEA
               MOVE SPACES TO ESPERA-REPORT-LINEA
               WRITE ESPERA-REPORT-LINEA
           END-IF.

       IMPRIMIR-ENTRADA.
           ADD 1 TO POSICION-FILA.
           COMPUTE DIAS-ESPERA =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-FLD)
               - FUNCTION INTEGER-OF-DATE(ER-FECHA).
           IF DIAS-ESPERA > MAX-DIAS-SECCION
               MOVE DIAS-ESPERA TO MAX-DIAS-SECCION
           END-IF.
           IF ER-OFRECIDA
               ADD 1 TO CANT-OFRECIDAS-SECCION
               ADD 1 TO TOTAL-OFRECIDAS
               MOVE SPACES TO DESCRIPCION-ESTADO
               STRING "OFRECIDA " DELIMITED BY SIZE
                   ER-FECHA-OFERTA DELIMITED BY SIZE
                   INTO DESCRIPCION-ESTADO
           ELSE
               ADD 1 TO CANT-ESPERA-SECCION
               ADD 1 TO TOTAL-ESPERA
               MOVE "EN ESPERA" TO DESCRIPCION-ESTADO
           END-IF.
           MOVE POSICION-FILA TO POSICION-EDIT.
           MOVE DIAS-ESPERA TO DIAS-EDIT.
           MOVE SPACES TO ESPERA-REPORT-LINEA.
           STRING POSICION-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ER-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ER-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ER-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DIAS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DESCRIPCION-ESTADO DELIMITED BY SIZE
               INTO ESPERA-REPORT-LINEA.
           WRITE ESPERA-REPORT-LINEA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "ESPRPT" TO RL-PROGRAMA.
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
           MOVE "ESPRPT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM ESPRPT.
