      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Alerta-Temprana-De-Alumnos-En-Riesgo-A-Mitad-De-Termino
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTEMP IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-CONTROL ASSIGN TO "ALERTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-CONTROL-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT HIST-GRADES ASSIGN TO "HISTGRAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HG-KEY
               FILE STATUS IS HIST-GRADES-STATUS.

           SELECT ATTN-MASTER ASSIGN TO "ATTNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AT-KEY
               FILE STATUS IS ATTN-MASTER-STATUS.

           SELECT STND-MASTER ASSIGN TO "STNDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS STND-MASTER-STATUS.

           SELECT SECT-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-SECTION
               FILE STATUS IS SECT-MASTER-STATUS.

           SELECT ALERT-ANTERIOR ASSIGN TO "ALERTANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-ANTERIOR-STATUS.

           SELECT ALERT-TRABAJO ASSIGN TO "ALERTRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-TRABAJO-STATUS.

           SELECT ALERT-ORDENADO ASSIGN TO "ALERTSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-ORDENADO-STATUS.

           SELECT SORT-ALERT ASSIGN TO "SORTWK1".

           SELECT ALERT-REPORT ASSIGN TO "RPTALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-CONTROL.
      /AC-TERM: TERMINO EN CURSO (ATTNMAST Y EL CORTE CONTRA HISTGRAD).
      /AC-FECHA-INICIO: DESDE QUE FECHA UNA NOTA DE STUDMAST CUENTA
      /COMO DEL TERMINO. LOS PESOS SUMAN AL PUNTAJE CUANDO LA SENAL
      /SE ENCIENDE; LOS CORTES DICEN CUANDO SE ENCIENDE CADA UNA Y
      /DESDE QUE PUNTAJE EL ALUMNO ENTRA A LA LISTA. EN CERO, EL
      /VALOR POR DEFECTO
       01  ALERT-CONTROL-RECORD.
           05  AC-TERM             PIC X(06).
           05  AC-FECHA-INICIO     PIC X(08).
           05  AC-PESO-ASISTENCIA  PIC 9(03).
           05  AC-PESO-CAIDA       PIC 9(03).
           05  AC-PESO-NOTAS       PIC 9(03).
           05  AC-PESO-ESTADO      PIC 9(03).
           05  AC-MIN-ASISTENCIA   PIC 9(03).
           05  AC-CAIDA-MINIMA     PIC 9(03).
           05  AC-NOTA-MINIMA      PIC 9(03).
           05  AC-PUNTAJE-CORTE    PIC 9(03).

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  HIST-GRADES.
           COPY "HISTGR.cpy".

       FD  ATTN-MASTER.
           COPY "ATTNMR.cpy".

       FD  STND-MASTER.
           COPY "STNDMR.cpy".

       FD  SECT-MASTER.
           COPY "SECTMAST.cpy".

       FD  ALERT-ANTERIOR.
      /LA LISTA DE LA CORRIDA ANTERIOR; CADA CORRIDA LA REEMPLAZA
      /POR LA PROPIA PARA QUE LA SIGUIENTE MIDA QUIEN ENTRO Y SALIO
       01  ALERT-ANTERIOR-RECORD.
           05  AA-STUDENT-ID       PIC X(10).
           05  AA-SECTION          PIC X(03).
           05  AA-PUNTAJE          PIC 9(03).
           05  AA-FECHA            PIC 9(08).

       FD  ALERT-TRABAJO.
      /UN ALUMNO EVALUADO, EN LA LISTA O NO, PARA ORDENAR POR SECCION
      /Y PUNTAJE DE MAYOR A MENOR
       01  ALERT-TRABAJO-RECORD.
           05  AW-SECTION          PIC X(03).
           05  AW-PUNTAJE          PIC 9(03).
           05  AW-STUDENT-ID       PIC X(10).
           05  AW-NOMBRE           PIC X(30).
           05  AW-EN-LISTA         PIC X(01).
           05  AW-HAY-ASISTENCIA   PIC X(01).
           05  AW-ASISTENCIA       PIC 9(03).
           05  AW-HAY-PREVIO       PIC X(01).
           05  AW-PROME-PREVIO     PIC 9(03)V9(01).
           05  AW-HAY-ACTUAL       PIC X(01).
           05  AW-PROME-ACTUAL     PIC 9(03)V9(01).
           05  AW-STANDING         PIC X(01).
           05  AW-SENALES          PIC X(04).

       FD  ALERT-ORDENADO.
       01  ALERT-ORDENADO-RECORD.
           05  AO-SECTION          PIC X(03).
           05  AO-PUNTAJE          PIC 9(03).
           05  AO-STUDENT-ID       PIC X(10).
           05  AO-NOMBRE           PIC X(30).
           05  AO-EN-LISTA         PIC X(01).
           05  AO-HAY-ASISTENCIA   PIC X(01).
           05  AO-ASISTENCIA       PIC 9(03).
           05  AO-HAY-PREVIO       PIC X(01).
           05  AO-PROME-PREVIO     PIC 9(03)V9(01).
           05  AO-HAY-ACTUAL       PIC X(01).
           05  AO-PROME-ACTUAL     PIC 9(03)V9(01).
           05  AO-STANDING         PIC X(01).
           05  AO-SENALES          PIC X(04).

       SD  SORT-ALERT.
       01  SORT-ALERT-RECORD.
           05  SX-SECTION          PIC X(03).
           05  SX-PUNTAJE          PIC 9(03).
           05  SX-STUDENT-ID       PIC X(10).
           05  SX-NOMBRE           PIC X(30).
           05  SX-EN-LISTA         PIC X(01).
           05  SX-HAY-ASISTENCIA   PIC X(01).
           05  SX-ASISTENCIA       PIC 9(03).
           05  SX-HAY-PREVIO       PIC X(01).
           05  SX-PROME-PREVIO     PIC 9(03)V9(01).
           05  SX-HAY-ACTUAL       PIC X(01).
           05  SX-PROME-ACTUAL     PIC 9(03)V9(01).
           05  SX-STANDING         PIC X(01).
           05  SX-SENALES          PIC X(04).

       FD  ALERT-REPORT.
       01  ALERT-REPORT-LINEA      PIC X(100).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 ALERT-CONTROL-STATUS  PIC X(02).
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 HIST-GRADES-STATUS    PIC X(02).
       01 ATTN-MASTER-STATUS    PIC X(02).
       01 STND-MASTER-STATUS    PIC X(02).
       01 SECT-MASTER-STATUS    PIC X(02).
       01 ALERT-ANTERIOR-STATUS PIC X(02).
       01 ALERT-TRABAJO-STATUS  PIC X(02).
       01 ALERT-ORDENADO-STATUS PIC X(02).
       01 ALERT-REPORT-STATUS   PIC X(02).
       01 RUN-LOG-STATUS        PIC X(02).

       01 ALUMNOS-EOF-SW PIC X(01) VALUE "N".
           88 ALUMNOS-EOF VALUE "Y".
       01 HISTORIA-EOF-SW PIC X(01) VALUE "N".
           88 HISTORIA-EOF VALUE "Y".
       01 ANTERIOR-EOF-SW PIC X(01) VALUE "N".
           88 ANTERIOR-EOF VALUE "Y".
       01 ORDENADO-EOF-SW PIC X(01) VALUE "N".
           88 ORDENADO-EOF VALUE "Y".

      /LOS MAESTROS DE SENALES SON OPCIONALES: SI FALTA UNO, SU
      /SENAL NO SE ENCIENDE Y EL REPORTE LO ACLARA
       01 HISTORIA-ABIERTA-SW PIC X(01) VALUE "N".
           88 HISTORIA-ABIERTA VALUE "Y".
       01 ASISTENCIA-ABIERTA-SW PIC X(01) VALUE "N".
           88 ASISTENCIA-ABIERTA VALUE "Y".
       01 ESTADOS-ABIERTOS-SW PIC X(01) VALUE "N".
           88 ESTADOS-ABIERTOS VALUE "Y".
       01 SECCIONES-ABIERTAS-SW PIC X(01) VALUE "N".
           88 SECCIONES-ABIERTAS VALUE "Y".

      /PARAMETROS DE LA CORRIDA: ALERTCTL Y, POR ENCIMA, PARMMAST
       01 TERM-ACTUAL PIC X(06) VALUE SPACES.
       01 FECHA-INICIO PIC 9(08) VALUE 0.
       01 PESO-ASISTENCIA PIC 9(03) VALUE 30.
       01 PESO-CAIDA PIC 9(03) VALUE 25.
       01 PESO-NOTAS PIC 9(03) VALUE 25.
       01 PESO-ESTADO PIC 9(03) VALUE 20.
       01 MIN-ASISTENCIA PIC 9(03) VALUE 85.
       01 CAIDA-MINIMA PIC 9(03) VALUE 2.
       01 NOTA-MINIMA PIC 9(03) VALUE 4.
       01 PUNTAJE-CORTE PIC 9(03) VALUE 40.
       01 VALOR-PARAMETRO PIC 9(03).

      /LISTA DE LA CORRIDA ANTERIOR, MARCADA CONTRA LA DE HOY
       01 MAX-ANTERIORES PIC 9(03) VALUE 500.
       01 CANT-ANTERIORES PIC 9(03) VALUE 0.
       01 EXCEDENTES-ANTERIORES PIC 9(05) VALUE 0.
       01 FECHA-CORRIDA-ANTERIOR PIC 9(08) VALUE 0.
       01 TABLA-ANTERIORES.
           05 ANTERIOR-ITEM OCCURS 500 TIMES.
              10 AP-STUDENT-ID    PIC X(10).
              10 AP-SECTION       PIC X(03).
              10 AP-PUNTAJE       PIC 9(03).
              10 AP-VISTO         PIC X(01).
              10 AP-SIGUE         PIC X(01).
              10 AP-PUNTAJE-HOY   PIC 9(03).
       01 IND-ANTERIOR PIC 9(03) COMP.
       01 ANTERIOR-HALLADO-SW PIC X(01).
           88 ANTERIOR-HALLADO VALUE "Y".

      /SENALES DEL ALUMNO EN PROCESO
       01 IND-NOTA PIC 9(01) COMP.
       01 IND-MATERIA PIC 9(01) COMP.
       01 SUMA-NOTAS PIC 9(05).
       01 CANT-NOTAS PIC 9(03).
       01 SUMA-PREVIOS PIC 9(07).
       01 CANT-PREVIOS PIC 9(03).
       01 DIAS-PRESENTE PIC 9(05).
       01 DIAS-TOTAL PIC 9(05).
       01 CAIDA-PROME PIC S9(03)V9(01).
       01 PUNTAJE-ALUMNO PIC 9(03).

      /CORTE DE CONTROL Y RENGLON DEL REPORTE
       01 SECCION-ANTERIOR PIC X(03).
       01 PRIMERA-SECCION-SW PIC X(01).
           88 PRIMERA-SECCION VALUE "Y".
       01 POSICION-SECCION PIC 9(03).
       01 CANT-SECCION PIC 9(05).
       01 DOCENTE-SECCION PIC X(30).
       01 AULA-SECCION PIC X(06).
       01 POS-EDIT PIC ZZ9.
       01 PUNT-EDIT PIC ZZ9.
       01 PCT-EDIT PIC ZZ9.
       01 PROME-EDIT PIC ZZ9.9.

       01 CANT-EVALUADOS PIC 9(05) VALUE 0.
       01 CANT-EN-LISTA  PIC 9(05) VALUE 0.
       01 CANT-ENTRAN    PIC 9(05) VALUE 0.
       01 CANT-SALEN     PIC 9(05) VALUE 0.
       01 CANT-SIGUEN    PIC 9(05) VALUE 0.
       01 CANT-EDIT      PIC ZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /ALERTA TEMPRANA A MITAD DE TERMINO: PUNTUA A CADA ALUMNO CON
      /CUATRO SENALES - ASISTENCIA DEL TERMINO EN ATTNMAST, CAIDA DEL
      /PROMEDIO DEL TERMINO CONTRA LOS TERMINOS ANTERIORES DE
      /HISTGRAD, NOTAS POSTEADAS EN LO QUE VA DEL TERMINO Y EL
      /ESTADO ACADEMICO DEL TERMINO PASADO EN STNDMAST - Y LISTA POR
      /SECCION, PARA SU DOCENTE, A LOS QUE PASAN EL CORTE DE MAYOR A
      /MENOR PUNTAJE, CON QUIEN ENTRO Y SALIO DESDE LA CORRIDA
      /ANTERIOR
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM LEER-CONTROL.
           IF TERM-ACTUAL = SPACES
               DISPLAY "SIN ALERTCTL O SIN TERMINO, NADA QUE EVALUAR"
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR STUDMAST"
               MOVE "STUDMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE STUDENT-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           PERFORM ABRIR-MAESTROS-SENALES.
           PERFORM CARGAR-ANTERIORES.

           OPEN OUTPUT ALERT-REPORT.
           PERFORM ESCRIBIR-TITULO.

           OPEN OUTPUT ALERT-TRABAJO.
           PERFORM EVALUAR-ALUMNOS.
           CLOSE ALERT-TRABAJO.
           CLOSE STUDENT-MASTER.
           PERFORM CERRAR-MAESTROS-SENALES.

           IF CANT-EVALUADOS > 0
               SORT SORT-ALERT
                   ON ASCENDING KEY SX-SECTION
                   ON DESCENDING KEY SX-PUNTAJE
                   ON ASCENDING KEY SX-STUDENT-ID
                   USING ALERT-TRABAJO
                   GIVING ALERT-ORDENADO
           ELSE
               OPEN OUTPUT ALERT-ORDENADO
               CLOSE ALERT-ORDENADO
           END-IF.

           PERFORM IMPRIMIR-LISTAS.
           PERFORM IMPRIMIR-ENTRAN.
           PERFORM IMPRIMIR-SALEN.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE ALERT-REPORT.

      /EL TRABAJO NO SE CONSERVA: LA LISTA SE REARMA DE LOS MAESTROS
      /CADA VEZ
           OPEN OUTPUT ALERT-TRABAJO.
           CLOSE ALERT-TRABAJO.
           OPEN OUTPUT ALERT-ORDENADO.
           CLOSE ALERT-ORDENADO.

           DISPLAY "ALUMNOS EN RIESGO: " CANT-EN-LISTA
               " ENTRAN: " CANT-ENTRAN " SALEN: " CANT-SALEN.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       LEER-CONTROL.
           OPEN INPUT ALERT-CONTROL.
           IF ALERT-CONTROL-STATUS = "00"
               READ ALERT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TOMAR-CONTROL
               END-READ
               CLOSE ALERT-CONTROL
           END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
           MOVE "PESO-ASISTENCIA" TO PR-PARAMETRO.
           MOVE PESO-ASISTENCIA TO VALOR-PARAMETRO.
           PERFORM BUSCAR-PARAMETRO.
           MOVE VALOR-PARAMETRO TO PESO-ASISTENCIA.
           MOVE "PESO-CAIDA" TO PR-PARAMETRO.
           MOVE PESO-CAIDA TO VALOR-PARAMETRO.
           PERFORM BUSCAR-PARAMETRO.
           MOVE VALOR-PARAMETRO TO PESO-CAIDA.
           MOVE "PESO-NOTAS" TO PR-PARAMETRO.
           MOVE PESO-NOTAS TO VALOR-PARAMETRO.
           PERFORM BUSCAR-PARAMETRO.
           MOVE VALOR-PARAMETRO TO PESO-NOTAS.
           MOVE "PESO-ESTADO" TO PR-PARAMETRO.
           MOVE PESO-ESTADO TO VALOR-PARAMETRO.
           PERFORM BUSCAR-PARAMETRO.
           MOVE VALOR-PARAMETRO TO PESO-ESTADO.
           MOVE "MIN-ASISTENCIA" TO PR-PARAMETRO.
           MOVE MIN-ASISTENCIA TO VALOR-PARAMETRO.
           PERFORM BUSCAR-PARAMETRO.
           MOVE VALOR-PARAMETRO TO MIN-ASISTENCIA.
           MOVE "CAIDA-MINIMA" TO PR-PARAMETRO.
           MOVE CAIDA-MINIMA TO VALOR-PARAMETRO.
           PERFORM BUSCAR-PARAMETRO.
           MOVE VALOR-PARAMETRO TO CAIDA-MINIMA.
           MOVE "NOTA-MINIMA" TO PR-PARAMETRO.
           MOVE NOTA-MINIMA TO VALOR-PARAMETRO.
           PERFORM BUSCAR-PARAMETRO.
           MOVE VALOR-PARAMETRO TO NOTA-MINIMA.
           MOVE "PUNTAJE-CORTE" TO PR-PARAMETRO.
           MOVE PUNTAJE-CORTE TO VALOR-PARAMETRO.
           PERFORM BUSCAR-PARAMETRO.
           MOVE VALOR-PARAMETRO TO PUNTAJE-CORTE.

       TOMAR-CONTROL.
           MOVE AC-TERM TO TERM-ACTUAL.
           IF AC-FECHA-INICIO NUMERIC
               MOVE AC-FECHA-INICIO TO FECHA-INICIO
           END-IF.
           IF AC-PESO-ASISTENCIA > 0
               MOVE AC-PESO-ASISTENCIA TO PESO-ASISTENCIA
           END-IF.
           IF AC-PESO-CAIDA > 0
               MOVE AC-PESO-CAIDA TO PESO-CAIDA
           END-IF.
           IF AC-PESO-NOTAS > 0
               MOVE AC-PESO-NOTAS TO PESO-NOTAS
           END-IF.
           IF AC-PESO-ESTADO > 0
               MOVE AC-PESO-ESTADO TO PESO-ESTADO
           END-IF.
           IF AC-MIN-ASISTENCIA > 0
               MOVE AC-MIN-ASISTENCIA TO MIN-ASISTENCIA
           END-IF.
           IF AC-CAIDA-MINIMA > 0
               MOVE AC-CAIDA-MINIMA TO CAIDA-MINIMA
           END-IF.
           IF AC-NOTA-MINIMA > 0
               MOVE AC-NOTA-MINIMA TO NOTA-MINIMA
           END-IF.
           IF AC-PUNTAJE-CORTE > 0
               MOVE AC-PUNTAJE-CORTE TO PUNTAJE-CORTE
           END-IF.

       BUSCAR-PARAMETRO.
           MOVE "ALERTEMP" TO PR-PROGRAMA.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO VALOR-PARAMETRO
           END-IF.

       ABRIR-MAESTROS-SENALES.
           OPEN INPUT HIST-GRADES.
           IF HIST-GRADES-STATUS = "00"
               MOVE "Y" TO HISTORIA-ABIERTA-SW
           END-IF.
           OPEN INPUT ATTN-MASTER.
           IF ATTN-MASTER-STATUS = "00"
               MOVE "Y" TO ASISTENCIA-ABIERTA-SW
           END-IF.
           OPEN INPUT STND-MASTER.
           IF STND-MASTER-STATUS = "00"
               MOVE "Y" TO ESTADOS-ABIERTOS-SW
           END-IF.
           OPEN INPUT SECT-MASTER.
           IF SECT-MASTER-STATUS = "00"
               MOVE "Y" TO SECCIONES-ABIERTAS-SW
           END-IF.

       CERRAR-MAESTROS-SENALES.
           IF HISTORIA-ABIERTA
               CLOSE HIST-GRADES
           END-IF.
           IF ASISTENCIA-ABIERTA
               CLOSE ATTN-MASTER
           END-IF.
           IF ESTADOS-ABIERTOS
               CLOSE STND-MASTER
           END-IF.

       CARGAR-ANTERIORES.
      /SIN ALERTANT ES LA PRIMERA CORRIDA: TODOS LOS DE HOY ENTRAN
           MOVE 0 TO CANT-ANTERIORES.
           OPEN INPUT ALERT-ANTERIOR.
           IF ALERT-ANTERIOR-STATUS = "00"
               READ ALERT-ANTERIOR
                   AT END MOVE "Y" TO ANTERIOR-EOF-SW
               END-READ
               PERFORM UNTIL ANTERIOR-EOF
                   IF CANT-ANTERIORES < MAX-ANTERIORES
                       ADD 1 TO CANT-ANTERIORES
                       MOVE AA-STUDENT-ID
                           TO AP-STUDENT-ID(CANT-ANTERIORES)
                       MOVE AA-SECTION TO AP-SECTION(CANT-ANTERIORES)
                       MOVE AA-PUNTAJE TO AP-PUNTAJE(CANT-ANTERIORES)
                       MOVE "N" TO AP-VISTO(CANT-ANTERIORES)
                       MOVE "N" TO AP-SIGUE(CANT-ANTERIORES)
                       MOVE 0 TO AP-PUNTAJE-HOY(CANT-ANTERIORES)
                       MOVE AA-FECHA TO FECHA-CORRIDA-ANTERIOR
                   ELSE
                       ADD 1 TO EXCEDENTES-ANTERIORES
                   END-IF
                   READ ALERT-ANTERIOR
                       AT END MOVE "Y" TO ANTERIOR-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE ALERT-ANTERIOR
           END-IF.

       ESCRIBIR-TITULO.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           STRING "ALERTA TEMPRANA - ALUMNOS EN RIESGO DEL TERMINO "
               DELIMITED BY SIZE
               TERM-ACTUAL DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               INTO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           STRING "PESOS: ASISTENCIA " DELIMITED BY SIZE
               PESO-ASISTENCIA DELIMITED BY SIZE
               " CAIDA " DELIMITED BY SIZE
               PESO-CAIDA DELIMITED BY SIZE
               " NOTAS " DELIMITED BY SIZE
               PESO-NOTAS DELIMITED BY SIZE
               " ESTADO " DELIMITED BY SIZE
               PESO-ESTADO DELIMITED BY SIZE
               "   CORTE DE LA LISTA " DELIMITED BY SIZE
               PUNTAJE-CORTE DELIMITED BY SIZE
               INTO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           STRING "SENALES: A ASISTENCIA MENOR A " DELIMITED BY SIZE
               MIN-ASISTENCIA DELIMITED BY SIZE
               "%  C CAIDA DE " DELIMITED BY SIZE
               CAIDA-MINIMA DELIMITED BY SIZE
               " PUNTOS O MAS  N PROMEDIO DEL TERMINO MENOR A "
               DELIMITED BY SIZE
               NOTA-MINIMA DELIMITED BY SIZE
               INTO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           STRING "         E PROBATORIA (PESO ENTERO) O AVISO (MEDIO "
               DELIMITED BY SIZE
               "PESO) EL TERMINO PASADO" DELIMITED BY SIZE
               INTO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           STRING "NOTAS DEL TERMINO DESDE " DELIMITED BY SIZE
               FECHA-INICIO DELIMITED BY SIZE
               "   LISTA ANTERIOR DEL " DELIMITED BY SIZE
               FECHA-CORRIDA-ANTERIOR DELIMITED BY SIZE
               INTO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           IF NOT HISTORIA-ABIERTA
               MOVE "SIN HISTGRAD: LA SENAL C NO SE EVALUA"
                   TO ALERT-REPORT-LINEA
               WRITE ALERT-REPORT-LINEA
           END-IF.
           IF NOT ASISTENCIA-ABIERTA
               MOVE "SIN ATTNMAST: LA SENAL A NO SE EVALUA"
                   TO ALERT-REPORT-LINEA
               WRITE ALERT-REPORT-LINEA
           END-IF.
           IF NOT ESTADOS-ABIERTOS
               MOVE "SIN STNDMAST: LA SENAL E NO SE EVALUA"
                   TO ALERT-REPORT-LINEA
               WRITE ALERT-REPORT-LINEA
           END-IF.
           IF EXCEDENTES-ANTERIORES > 0
               MOVE SPACES TO ALERT-REPORT-LINEA
               STRING "TABLA DE LA LISTA ANTERIOR LLENA, MOVIMIENTOS "
                   DELIMITED BY SIZE
                   "PARCIALES" DELIMITED BY SIZE
                   INTO ALERT-REPORT-LINEA
               WRITE ALERT-REPORT-LINEA
           END-IF.

       EVALUAR-ALUMNOS.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE "Y" TO ALUMNOS-EOF-SW
           END-READ.
           PERFORM UNTIL ALUMNOS-EOF
               ADD 1 TO CANT-EVALUADOS
               PERFORM EVALUAR-ALUMNO
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO ALUMNOS-EOF-SW
               END-READ
           END-PERFORM.

       EVALUAR-ALUMNO.
           MOVE SPACES TO ALERT-TRABAJO-RECORD.
           MOVE SM-SECTION TO AW-SECTION.
           MOVE SM-STUDENT-ID TO AW-STUDENT-ID.
           MOVE SM-STUDENT-NAME TO AW-NOMBRE.
           MOVE "----" TO AW-SENALES.
           MOVE 0 TO AW-ASISTENCIA AW-PROME-PREVIO AW-PROME-ACTUAL.
           MOVE 0 TO PUNTAJE-ALUMNO.
           PERFORM MEDIR-ASISTENCIA THRU MEDIR-ASISTENCIA-EXIT.
           PERFORM MEDIR-NOTAS-TERMINO.
           PERFORM MEDIR-HISTORIA THRU MEDIR-HISTORIA-EXIT.
           PERFORM MEDIR-ESTADO THRU MEDIR-ESTADO-EXIT.
           PERFORM PUNTUAR-ALUMNO.
           MOVE PUNTAJE-ALUMNO TO AW-PUNTAJE.
           IF PUNTAJE-ALUMNO > 0
              AND PUNTAJE-ALUMNO >= PUNTAJE-CORTE
               MOVE "Y" TO AW-EN-LISTA
               ADD 1 TO CANT-EN-LISTA
           ELSE
               MOVE "N" TO AW-EN-LISTA
           END-IF.
           WRITE ALERT-TRABAJO-RECORD.

       MEDIR-ASISTENCIA.
      /PORCENTAJE DE ASISTENCIA DEL TERMINO SOBRE TODAS LAS MATERIAS;
      /LA TARDANZA CUENTA COMO PRESENTE
           MOVE "N" TO AW-HAY-ASISTENCIA.
           IF NOT ASISTENCIA-ABIERTA
               GO TO MEDIR-ASISTENCIA-EXIT
           END-IF.
           MOVE SM-STUDENT-ID TO AT-STUDENT-ID.
           MOVE TERM-ACTUAL TO AT-TERM.
           READ ATTN-MASTER
               INVALID KEY
                   GO TO MEDIR-ASISTENCIA-EXIT
           END-READ.
           MOVE 0 TO DIAS-PRESENTE DIAS-TOTAL.
           PERFORM VARYING IND-MATERIA FROM 1 BY 1
                   UNTIL IND-MATERIA > 8
               IF AT-SUBJ(IND-MATERIA) NOT = SPACES
                   ADD AT-PRESENTES(IND-MATERIA) AT-TARDES(IND-MATERIA)
                       TO DIAS-PRESENTE
                   ADD AT-PRESENTES(IND-MATERIA) AT-TARDES(IND-MATERIA)
                       AT-AUSENTES(IND-MATERIA) TO DIAS-TOTAL
               END-IF
           END-PERFORM.
           IF DIAS-TOTAL > 0
               MOVE "Y" TO AW-HAY-ASISTENCIA
               COMPUTE AW-ASISTENCIA ROUNDED =
                   DIAS-PRESENTE * 100 / DIAS-TOTAL
           END-IF.

       MEDIR-ASISTENCIA-EXIT.
           EXIT.

       MEDIR-NOTAS-TERMINO.
      /PROMEDIO DE LAS NOTAS QUE GRADPOST YA DEJO EN STUDMAST CON
      /FECHA DENTRO DEL TERMINO
           MOVE "N" TO AW-HAY-ACTUAL.
           MOVE 0 TO SUMA-NOTAS CANT-NOTAS.
           PERFORM VARYING IND-NOTA FROM 1 BY 1
                   UNTIL IND-NOTA > SM-GRADE-COUNT
               IF SM-GRADE-DATE(IND-NOTA) >= FECHA-INICIO
                   ADD SM-GRADE-VALUE(IND-NOTA) TO SUMA-NOTAS
                   ADD 1 TO CANT-NOTAS
               END-IF
           END-PERFORM.
           IF CANT-NOTAS > 0
               MOVE "Y" TO AW-HAY-ACTUAL
               COMPUTE AW-PROME-ACTUAL ROUNDED =
                   SUMA-NOTAS / CANT-NOTAS
           END-IF.

       MEDIR-HISTORIA.
      /PROMEDIO DE LOS TERMINOS YA CERRADOS DEL ALUMNO EN HISTGRAD
           MOVE "N" TO AW-HAY-PREVIO.
           IF NOT HISTORIA-ABIERTA
               GO TO MEDIR-HISTORIA-EXIT
           END-IF.
           MOVE 0 TO SUMA-PREVIOS CANT-PREVIOS.
           MOVE "N" TO HISTORIA-EOF-SW.
           MOVE SM-STUDENT-ID TO HG-STUDENT-ID.
           MOVE LOW-VALUES TO HG-TERM.
           START HIST-GRADES KEY IS NOT LESS THAN HG-KEY
               INVALID KEY MOVE "Y" TO HISTORIA-EOF-SW
           END-START.
           IF NOT HISTORIA-EOF
               READ HIST-GRADES NEXT RECORD
                   AT END MOVE "Y" TO HISTORIA-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL HISTORIA-EOF
                   OR HG-STUDENT-ID NOT = SM-STUDENT-ID
               IF HG-TERM < TERM-ACTUAL
                   ADD HG-PROME TO SUMA-PREVIOS
                   ADD 1 TO CANT-PREVIOS
               END-IF
               READ HIST-GRADES NEXT RECORD
                   AT END MOVE "Y" TO HISTORIA-EOF-SW
               END-READ
           END-PERFORM.
           IF CANT-PREVIOS > 0
               MOVE "Y" TO AW-HAY-PREVIO
               COMPUTE AW-PROME-PREVIO ROUNDED =
                   SUMA-PREVIOS / CANT-PREVIOS
           END-IF.

       MEDIR-HISTORIA-EXIT.
           EXIT.

       MEDIR-ESTADO.
           MOVE "N" TO AW-STANDING.
           IF NOT ESTADOS-ABIERTOS
               GO TO MEDIR-ESTADO-EXIT
           END-IF.
           MOVE SM-STUDENT-ID TO ST-STUDENT-ID.
           READ STND-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ST-STANDING TO AW-STANDING
           END-READ.

       MEDIR-ESTADO-EXIT.
           EXIT.

       PUNTUAR-ALUMNO.
      /CADA SENAL ENCENDIDA SUMA SU PESO Y DEJA SU LETRA EN
      /AW-SENALES, EN EL ORDEN A C N E
           IF AW-HAY-ASISTENCIA = "Y"
              AND AW-ASISTENCIA < MIN-ASISTENCIA
               ADD PESO-ASISTENCIA TO PUNTAJE-ALUMNO
               MOVE "A" TO AW-SENALES(1:1)
           END-IF.
           IF AW-HAY-ACTUAL = "Y" AND AW-HAY-PREVIO = "Y"
               COMPUTE CAIDA-PROME = AW-PROME-PREVIO - AW-PROME-ACTUAL
               IF CAIDA-PROME >= CAIDA-MINIMA
                   ADD PESO-CAIDA TO PUNTAJE-ALUMNO
                   MOVE "C" TO AW-SENALES(2:1)
               END-IF
           END-IF.
           IF AW-HAY-ACTUAL = "Y"
              AND AW-PROME-ACTUAL < NOTA-MINIMA
               ADD PESO-NOTAS TO PUNTAJE-ALUMNO
               MOVE "N" TO AW-SENALES(3:1)
           END-IF.
           EVALUATE AW-STANDING
               WHEN "P"
                   ADD PESO-ESTADO TO PUNTAJE-ALUMNO
                   MOVE "E" TO AW-SENALES(4:1)
               WHEN "A"
                   COMPUTE PUNTAJE-ALUMNO =
                       PUNTAJE-ALUMNO + PESO-ESTADO / 2
                   MOVE "E" TO AW-SENALES(4:1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       IMPRIMIR-LISTAS.
      /UNA LISTA POR SECCION CON SU DOCENTE, DE MAYOR A MENOR
      /PUNTAJE; LA MISMA PASADA MARCA A LOS DE LA LISTA ANTERIOR Y
      /DEJA EN ALERTANT LA LISTA DE HOY PARA LA PROXIMA CORRIDA
           MOVE "N" TO ORDENADO-EOF-SW.
           MOVE "Y" TO PRIMERA-SECCION-SW.
           MOVE SPACES TO SECCION-ANTERIOR.
           OPEN INPUT ALERT-ORDENADO.
           OPEN OUTPUT ALERT-ANTERIOR.
           READ ALERT-ORDENADO
               AT END MOVE "Y" TO ORDENADO-EOF-SW
           END-READ.
           PERFORM UNTIL ORDENADO-EOF
               PERFORM MARCAR-ANTERIOR
               IF AO-EN-LISTA = "Y"
                   IF PRIMERA-SECCION
                      OR AO-SECTION NOT = SECCION-ANTERIOR
                       IF NOT PRIMERA-SECCION
                           PERFORM ESCRIBIR-CORTE-SECCION
                       END-IF
                       MOVE "N" TO PRIMERA-SECCION-SW
                       MOVE AO-SECTION TO SECCION-ANTERIOR
                       PERFORM ESCRIBIR-ENCABEZADO-SECCION
                   END-IF
                   PERFORM ESCRIBIR-ALUMNO
                   MOVE AO-STUDENT-ID TO AA-STUDENT-ID
                   MOVE AO-SECTION TO AA-SECTION
                   MOVE AO-PUNTAJE TO AA-PUNTAJE
                   MOVE CURRENT-DATE-FLD TO AA-FECHA
                   WRITE ALERT-ANTERIOR-RECORD
               END-IF
               READ ALERT-ORDENADO
                   AT END MOVE "Y" TO ORDENADO-EOF-SW
               END-READ
           END-PERFORM.
           IF NOT PRIMERA-SECCION
               PERFORM ESCRIBIR-CORTE-SECCION
           ELSE
               MOVE SPACES TO ALERT-REPORT-LINEA
               WRITE ALERT-REPORT-LINEA
               MOVE "NINGUN ALUMNO ALCANZA EL CORTE DE LA LISTA"
                   TO ALERT-REPORT-LINEA
               WRITE ALERT-REPORT-LINEA
           END-IF.
           CLOSE ALERT-ANTERIOR.
           CLOSE ALERT-ORDENADO.
           IF SECCIONES-ABIERTAS
               CLOSE SECT-MASTER
           END-IF.

       MARCAR-ANTERIOR.
           PERFORM BUSCAR-ANTERIOR.
           IF ANTERIOR-HALLADO
               MOVE "Y" TO AP-VISTO(IND-ANTERIOR)
               MOVE AO-EN-LISTA TO AP-SIGUE(IND-ANTERIOR)
               MOVE AO-PUNTAJE TO AP-PUNTAJE-HOY(IND-ANTERIOR)
           END-IF.

       BUSCAR-ANTERIOR.
           MOVE "N" TO ANTERIOR-HALLADO-SW.
           PERFORM VARYING IND-ANTERIOR FROM 1 BY 1
                   UNTIL IND-ANTERIOR > CANT-ANTERIORES
                      OR ANTERIOR-HALLADO
               IF AP-STUDENT-ID(IND-ANTERIOR) = AO-STUDENT-ID
                   MOVE "Y" TO ANTERIOR-HALLADO-SW
               END-IF
           END-PERFORM.
           IF ANTERIOR-HALLADO
               SUBTRACT 1 FROM IND-ANTERIOR
           END-IF.

       ESCRIBIR-ENCABEZADO-SECCION.
           MOVE 0 TO POSICION-SECCION CANT-SECCION.
           MOVE SPACES TO DOCENTE-SECCION AULA-SECCION.
           IF SECCIONES-ABIERTAS AND AO-SECTION NOT = SPACES
               MOVE AO-SECTION TO SE-SECTION
               READ SECT-MASTER
                   INVALID KEY
                       MOVE "SIN DOCENTE EN SECTMAST"
                           TO DOCENTE-SECCION
                   NOT INVALID KEY
                       MOVE SE-TEACHER TO DOCENTE-SECCION
                       MOVE SE-ROOM TO AULA-SECCION
               END-READ
           END-IF.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA AFTER ADVANCING PAGE.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           IF AO-SECTION = SPACES
               MOVE "ALUMNOS SIN SECCION" TO ALERT-REPORT-LINEA
           ELSE
               STRING "SECCION " DELIMITED BY SIZE
                   AO-SECTION DELIMITED BY SIZE
                   "   DOCENTE: " DELIMITED BY SIZE
                   DOCENTE-SECCION DELIMITED BY SIZE
                   "   AULA: " DELIMITED BY SIZE
                   AULA-SECCION DELIMITED BY SIZE
                   INTO ALERT-REPORT-LINEA
           END-IF.
           WRITE ALERT-REPORT-LINEA.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           STRING "POS ALUMNO     NOMBRE                         PUNT "
               DELIMITED BY SIZE
               "ASIST PROM.ANT PROM.TER EST SENAL TENDENCIA"
               DELIMITED BY SIZE
               INTO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.

       ESCRIBIR-ALUMNO.
           ADD 1 TO POSICION-SECCION CANT-SECCION.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           MOVE POSICION-SECCION TO POS-EDIT.
           MOVE POS-EDIT TO ALERT-REPORT-LINEA(1:3).
           MOVE AO-STUDENT-ID TO ALERT-REPORT-LINEA(5:10).
           MOVE AO-NOMBRE TO ALERT-REPORT-LINEA(16:30).
           MOVE AO-PUNTAJE TO PUNT-EDIT.
           MOVE PUNT-EDIT TO ALERT-REPORT-LINEA(48:3).
           IF AO-HAY-ASISTENCIA = "Y"
               MOVE AO-ASISTENCIA TO PCT-EDIT
               MOVE PCT-EDIT TO ALERT-REPORT-LINEA(52:3)
               MOVE "%" TO ALERT-REPORT-LINEA(55:1)
           ELSE
               MOVE "  --" TO ALERT-REPORT-LINEA(52:4)
           END-IF.
           IF AO-HAY-PREVIO = "Y"
               MOVE AO-PROME-PREVIO TO PROME-EDIT
               MOVE PROME-EDIT TO ALERT-REPORT-LINEA(60:5)
           ELSE
               MOVE "   --" TO ALERT-REPORT-LINEA(60:5)
           END-IF.
           IF AO-HAY-ACTUAL = "Y"
               MOVE AO-PROME-ACTUAL TO PROME-EDIT
               MOVE PROME-EDIT TO ALERT-REPORT-LINEA(69:5)
           ELSE
               MOVE "   --" TO ALERT-REPORT-LINEA(69:5)
           END-IF.
           MOVE AO-STANDING TO ALERT-REPORT-LINEA(76:1).
           MOVE AO-SENALES TO ALERT-REPORT-LINEA(79:4).
           IF ANTERIOR-HALLADO
               MOVE "SIGUE" TO ALERT-REPORT-LINEA(85:9)
               ADD 1 TO CANT-SIGUEN
           ELSE
               MOVE "ENTRA" TO ALERT-REPORT-LINEA(85:9)
           END-IF.
           WRITE ALERT-REPORT-LINEA.

       ESCRIBIR-CORTE-SECCION.
           MOVE CANT-SECCION TO CANT-EDIT.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           STRING "ALUMNOS EN RIESGO EN LA SECCION: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.

       IMPRIMIR-ENTRAN.
      /LOS QUE ESTAN HOY EN LA LISTA Y NO ESTABAN EN LA ANTERIOR
           MOVE SPACES TO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA AFTER ADVANCING PAGE.
           MOVE "MOVIMIENTOS DESDE LA CORRIDA ANTERIOR"
               TO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE "ENTRAN A LA LISTA:" TO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE "N" TO ORDENADO-EOF-SW.
           OPEN INPUT ALERT-ORDENADO.
           READ ALERT-ORDENADO
               AT END MOVE "Y" TO ORDENADO-EOF-SW
           END-READ.
           PERFORM UNTIL ORDENADO-EOF
               IF AO-EN-LISTA = "Y"
                   PERFORM BUSCAR-ANTERIOR
                   IF NOT ANTERIOR-HALLADO
                       ADD 1 TO CANT-ENTRAN
                       MOVE SPACES TO ALERT-REPORT-LINEA
                       MOVE AO-STUDENT-ID TO ALERT-REPORT-LINEA(5:10)
                       MOVE AO-NOMBRE TO ALERT-REPORT-LINEA(16:30)
                       MOVE AO-SECTION TO ALERT-REPORT-LINEA(48:3)
                       MOVE AO-PUNTAJE TO PUNT-EDIT
                       MOVE "PUNTAJE" TO ALERT-REPORT-LINEA(53:7)
                       MOVE PUNT-EDIT TO ALERT-REPORT-LINEA(61:3)
                       MOVE AO-SENALES TO ALERT-REPORT-LINEA(66:4)
                       WRITE ALERT-REPORT-LINEA
                   END-IF
               END-IF
               READ ALERT-ORDENADO
                   AT END MOVE "Y" TO ORDENADO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE ALERT-ORDENADO.
           IF CANT-ENTRAN = 0
               MOVE "    NINGUNO" TO ALERT-REPORT-LINEA
               WRITE ALERT-REPORT-LINEA
           END-IF.

       IMPRIMIR-SALEN.
      /LOS DE LA LISTA ANTERIOR QUE HOY NO PASAN EL CORTE O YA NO
      /ESTAN EN STUDMAST
           MOVE SPACES TO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE "SALEN DE LA LISTA:" TO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           PERFORM VARYING IND-ANTERIOR FROM 1 BY 1
                   UNTIL IND-ANTERIOR > CANT-ANTERIORES
               IF AP-SIGUE(IND-ANTERIOR) NOT = "Y"
                   PERFORM ESCRIBIR-SALIDA
               END-IF
           END-PERFORM.
           IF CANT-SALEN = 0
               MOVE "    NINGUNO" TO ALERT-REPORT-LINEA
               WRITE ALERT-REPORT-LINEA
           END-IF.

       ESCRIBIR-SALIDA.
           ADD 1 TO CANT-SALEN.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           MOVE AP-STUDENT-ID(IND-ANTERIOR) TO ALERT-REPORT-LINEA(5:10).
           MOVE AP-SECTION(IND-ANTERIOR) TO ALERT-REPORT-LINEA(16:3).
           MOVE "PUNTAJE ANTERIOR" TO ALERT-REPORT-LINEA(21:16).
           MOVE AP-PUNTAJE(IND-ANTERIOR) TO PUNT-EDIT.
           MOVE PUNT-EDIT TO ALERT-REPORT-LINEA(38:3).
           IF AP-VISTO(IND-ANTERIOR) = "Y"
               MOVE "HOY" TO ALERT-REPORT-LINEA(43:3)
               MOVE AP-PUNTAJE-HOY(IND-ANTERIOR) TO PUNT-EDIT
               MOVE PUNT-EDIT TO ALERT-REPORT-LINEA(47:3)
           ELSE
               MOVE "YA NO FIGURA EN STUDMAST"
                   TO ALERT-REPORT-LINEA(43:24)
           END-IF.
           WRITE ALERT-REPORT-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE CANT-EVALUADOS TO CANT-EDIT.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           STRING "ALUMNOS EVALUADOS:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE CANT-EN-LISTA TO CANT-EDIT.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           STRING "ALUMNOS EN RIESGO:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE CANT-SIGUEN TO CANT-EDIT.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           STRING "SIGUEN EN LA LISTA:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE CANT-ENTRAN TO CANT-EDIT.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           STRING "ENTRAN A LA LISTA:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.
           MOVE CANT-SALEN TO CANT-EDIT.
           MOVE SPACES TO ALERT-REPORT-LINEA.
           STRING "SALEN DE LA LISTA:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ALERT-REPORT-LINEA.
           WRITE ALERT-REPORT-LINEA.

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
           MOVE "ALERTEMP" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "ALERTEMP" TO RL-PROGRAMA.
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
           MOVE "ALERTEMP" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "TERM=" DELIMITED BY SIZE
               TERM-ACTUAL DELIMITED BY SIZE
               " RIESGO=" DELIMITED BY SIZE
               CANT-EN-LISTA DELIMITED BY SIZE
               " ENTRAN=" DELIMITED BY SIZE
               CANT-ENTRAN DELIMITED BY SIZE
               " SALEN=" DELIMITED BY SIZE
               CANT-SALEN DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM ALERTEMP.
