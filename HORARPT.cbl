      ******************************************************************
      * Author:Pedro Burgos
      * Date:18/4/26
      * Purpose:Horario-Impreso-Por-Seccion-Docente-Y-Aula
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORARPT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO ASSIGN TO "HORARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HO-CLAVE
               FILE STATUS IS HORARIO-STATUS.

           SELECT HORA-TRABAJO ASSIGN TO "HORRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HORA-TRABAJO-STATUS.

           SELECT HORA-ORDENADO ASSIGN TO "HORSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HORA-ORDENADO-STATUS.

           SELECT SORT-HORA ASSIGN TO "SORTWK1".

           SELECT HORA-REPORT ASSIGN TO "RPTHORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HORA-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO.
           COPY "HORAREC.cpy".

       FD  HORA-TRABAJO.
      /CADA FRANJA DEL HORARIO SALE TRES VECES: EN LA GRILLA DE SU
      /SECCION (1), DE SU DOCENTE (2) Y DE SU AULA (3), CON EL TEXTO
      /QUE CORRESPONDE A CADA VISTA
       01  HORA-TRABAJO-RECORD.
           05  HW-VISTA            PIC 9(01).
           05  HW-ENTIDAD          PIC X(30).
           05  HW-PERIODO          PIC 9(02).
           05  HW-DIA              PIC 9(01).
           05  HW-CELDA            PIC X(15).

       FD  HORA-ORDENADO.
       01  HORA-ORDENADO-RECORD.
           05  HR-VISTA            PIC 9(01).
           05  HR-ENTIDAD          PIC X(30).
           05  HR-PERIODO          PIC 9(02).
           05  HR-DIA              PIC 9(01).
           05  HR-CELDA            PIC X(15).

       SD  SORT-HORA.
       01  SORT-HORA-RECORD.
           05  SX-VISTA            PIC 9(01).
           05  SX-ENTIDAD          PIC X(30).
           05  SX-PERIODO          PIC 9(02).
           05  SX-DIA              PIC 9(01).
           05  SX-CELDA            PIC X(15).

       FD  HORA-REPORT.
       01  HORA-REPORT-LINEA       PIC X(110).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 HORARIO-STATUS       PIC X(02).
       01 HORA-TRABAJO-STATUS  PIC X(02).
       01 HORA-ORDENADO-STATUS PIC X(02).
       01 HORA-REPORT-STATUS   PIC X(02).
       01 RUN-LOG-STATUS       PIC X(02).

       01 HORARIO-EOF-SW PIC X(01) VALUE "N".
           88 HORARIO-EOF VALUE "Y".
       01 ORDENADO-EOF-SW PIC X(01) VALUE "N".
           88 ORDENADO-EOF VALUE "Y".

      * Grilla de la entidad en curso: modulos por dias de la semana.
       01 TABLA-GRILLA.
           05 GRILLA-MODULO OCCURS 12 TIMES.
              10 GRILLA-CELDA OCCURS 6 TIMES PIC X(15).
       01 IND-MODULO PIC 9(02) COMP.
       01 IND-DIA PIC 9(01) COMP.
       01 ULTIMO-MODULO PIC 9(02) VALUE 0.

       01 VISTA-ACTUAL PIC 9(01) VALUE 0.
       01 ENTIDAD-ACTUAL PIC X(30).
       01 FRANJAS-ENTIDAD PIC 9(03) VALUE 0.

      * Conflictos de la entidad en curso, que se listan debajo de
      * su grilla.
       01 MAX-CONFLICTOS PIC 9(02) VALUE 50.
       01 CONFLICTOS-ENTIDAD PIC 9(03) VALUE 0.
       01 TABLA-CONFLICTOS.
           05 CONFLICTO-LINEA OCCURS 50 TIMES PIC X(80).
       01 IND-CONFLICTO PIC 9(03) COMP.

       01 NOMBRES-DIAS.
           05 FILLER PIC X(09) VALUE "LUNES".
           05 FILLER PIC X(09) VALUE "MARTES".
           05 FILLER PIC X(09) VALUE "MIERCOLES".
           05 FILLER PIC X(09) VALUE "JUEVES".
           05 FILLER PIC X(09) VALUE "VIERNES".
           05 FILLER PIC X(09) VALUE "SABADO".
       01 TABLA-DIAS REDEFINES NOMBRES-DIAS.
           05 NOMBRE-DIA OCCURS 6 TIMES PIC X(09).

       01 NOMBRES-VISTAS.
           05 FILLER PIC X(08) VALUE "SECCION".
           05 FILLER PIC X(08) VALUE "DOCENTE".
           05 FILLER PIC X(08) VALUE "AULA".
       01 TABLA-VISTAS REDEFINES NOMBRES-VISTAS.
           05 NOMBRE-VISTA OCCURS 3 TIMES PIC X(08).

       01 LINEA-GRILLA.
           05 LG-MODULO PIC Z9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 LG-DIA OCCURS 6 TIMES.
              10 LG-CELDA PIC X(15).
              10 FILLER   PIC X(01).

       01 CANT-FRANJAS     PIC 9(05) VALUE 0.
       01 CANT-ENTIDADES   PIC 9(05) VALUE 0.
       01 CANT-CONFLICTOS  PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.

       01 FECHA-HOY PIC 9(08).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /HORARIO IMPRESO: UNA GRILLA DE MODULOS POR DIAS PARA CADA
      /SECCION, CADA DOCENTE Y CADA AULA. UNA CELDA QUE YA ESTABA
      /OCUPADA EN LA GRILLA DE UN DOCENTE O DE UN AULA ES UN DOBLE
      /TURNO QUE ENTRO POR FUERA DE HORAMNT Y SE LISTA APARTE
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

           OPEN INPUT HORARIO.
           IF HORARIO-STATUS NOT = "00"
               MOVE "HORARIO" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE HORARIO-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           OPEN OUTPUT HORA-TRABAJO.
           PERFORM DESPLEGAR-FRANJAS.
           CLOSE HORA-TRABAJO.
           CLOSE HORARIO.

           OPEN OUTPUT HORA-REPORT.
           MOVE SPACES TO HORA-REPORT-LINEA.
           STRING "HORARIO DE CLASES AL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO HORA-REPORT-LINEA.
           WRITE HORA-REPORT-LINEA.
           MOVE SPACES TO HORA-REPORT-LINEA.
           WRITE HORA-REPORT-LINEA.

           IF CANT-FRANJAS = 0
               MOVE "HORARIO SIN FRANJAS CARGADAS" TO HORA-REPORT-LINEA
               WRITE HORA-REPORT-LINEA
           ELSE
               SORT SORT-HORA
                   ON ASCENDING KEY SX-VISTA SX-ENTIDAD SX-PERIODO
                                    SX-DIA
                   USING HORA-TRABAJO
                   GIVING HORA-ORDENADO
               PERFORM IMPRIMIR-GRILLAS
           END-IF.

           MOVE SPACES TO HORA-REPORT-LINEA.
           WRITE HORA-REPORT-LINEA.
           MOVE CANT-FRANJAS TO CANT-EDIT.
           MOVE SPACES TO HORA-REPORT-LINEA.
           STRING "FRANJAS EN EL HORARIO:  " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO HORA-REPORT-LINEA.
           WRITE HORA-REPORT-LINEA.
           MOVE CANT-ENTIDADES TO CANT-EDIT.
           MOVE SPACES TO HORA-REPORT-LINEA.
           STRING "GRILLAS IMPRESAS:       " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO HORA-REPORT-LINEA.
           WRITE HORA-REPORT-LINEA.
           MOVE CANT-CONFLICTOS TO CANT-EDIT.
           MOVE SPACES TO HORA-REPORT-LINEA.
           STRING "CONFLICTOS DETECTADOS:  " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO HORA-REPORT-LINEA.
           WRITE HORA-REPORT-LINEA.
           CLOSE HORA-REPORT.

           DISPLAY "HORARIO IMPRESO FRANJAS: " CANT-FRANJAS
               " CONFLICTOS: " CANT-CONFLICTOS.
           IF CANT-CONFLICTOS > 0
               MOVE 8 TO RETURN-CODE
               IF ADDRESS OF LK-RETORNO NOT = NULL
                   MOVE 8 TO LK-RETORNO
               END-IF
           END-IF.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       DESPLEGAR-FRANJAS.
           MOVE "N" TO HORARIO-EOF-SW.
           READ HORARIO
               AT END MOVE "Y" TO HORARIO-EOF-SW
           END-READ.
           PERFORM UNTIL HORARIO-EOF
               IF HO-DIA-VALIDO AND HO-PERIODO-VALIDO
                   ADD 1 TO CANT-FRANJAS
                   MOVE HO-PERIODO TO HW-PERIODO
                   MOVE HO-DIA TO HW-DIA
                   MOVE 1 TO HW-VISTA
                   MOVE HO-SECTION TO HW-ENTIDAD
                   MOVE SPACES TO HW-CELDA
                   STRING HO-SUBJ DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HO-ROOM DELIMITED BY SIZE
                       INTO HW-CELDA
                   WRITE HORA-TRABAJO-RECORD
                   MOVE 2 TO HW-VISTA
                   MOVE HO-TEACHER TO HW-ENTIDAD
                   MOVE SPACES TO HW-CELDA
                   STRING HO-SECTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HO-SUBJ DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HO-ROOM DELIMITED BY SIZE
                       INTO HW-CELDA
                   WRITE HORA-TRABAJO-RECORD
                   MOVE 3 TO HW-VISTA
                   MOVE HO-ROOM TO HW-ENTIDAD
                   MOVE SPACES TO HW-CELDA
                   STRING HO-SECTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HO-SUBJ DELIMITED BY SIZE
                       INTO HW-CELDA
                   WRITE HORA-TRABAJO-RECORD
               END-IF
               READ HORARIO
                   AT END MOVE "Y" TO HORARIO-EOF-SW
               END-READ
           END-PERFORM.

       IMPRIMIR-GRILLAS.
           MOVE "N" TO ORDENADO-EOF-SW.
           OPEN INPUT HORA-ORDENADO.
           READ HORA-ORDENADO
               AT END MOVE "Y" TO ORDENADO-EOF-SW
           END-READ.
           MOVE 0 TO VISTA-ACTUAL.
           MOVE SPACES TO ENTIDAD-ACTUAL.
           PERFORM UNTIL ORDENADO-EOF
               IF HR-VISTA NOT = VISTA-ACTUAL
                  OR HR-ENTIDAD NOT = ENTIDAD-ACTUAL
                   IF VISTA-ACTUAL > 0
                       PERFORM IMPRIMIR-GRILLA
                   END-IF
                   IF HR-VISTA NOT = VISTA-ACTUAL
                       PERFORM TITULO-VISTA
                   END-IF
                   MOVE HR-VISTA TO VISTA-ACTUAL
                   MOVE HR-ENTIDAD TO ENTIDAD-ACTUAL
                   MOVE SPACES TO TABLA-GRILLA
                   MOVE 0 TO ULTIMO-MODULO
                   MOVE 0 TO FRANJAS-ENTIDAD
                   MOVE 0 TO CONFLICTOS-ENTIDAD
               END-IF
               PERFORM ANOTAR-CELDA
               READ HORA-ORDENADO
                   AT END MOVE "Y" TO ORDENADO-EOF-SW
               END-READ
           END-PERFORM.
           IF VISTA-ACTUAL > 0
               PERFORM IMPRIMIR-GRILLA
           END-IF.
           CLOSE HORA-ORDENADO.

       ANOTAR-CELDA.
      /DOS FRANJAS EN LA MISMA CELDA DE UN DOCENTE O DE UN AULA SON
      /UN DOBLE TURNO; EN LA GRILLA QUEDA LA PRIMERA Y LA OTRA SE
      /LISTA COMO CONFLICTO DEBAJO DE LA GRILLA
           ADD 1 TO FRANJAS-ENTIDAD.
           IF HR-PERIODO > ULTIMO-MODULO
               MOVE HR-PERIODO TO ULTIMO-MODULO
           END-IF.
           IF GRILLA-CELDA(HR-PERIODO, HR-DIA) = SPACES
               MOVE HR-CELDA TO GRILLA-CELDA(HR-PERIODO, HR-DIA)
           ELSE
               ADD 1 TO CANT-CONFLICTOS
               ADD 1 TO CONFLICTOS-ENTIDAD
               IF CONFLICTOS-ENTIDAD NOT > MAX-CONFLICTOS
                   MOVE SPACES TO CONFLICTO-LINEA(CONFLICTOS-ENTIDAD)
                   STRING "  ** CONFLICTO " DELIMITED BY SIZE
                       NOMBRE-DIA(HR-DIA) DELIMITED BY SPACE
                       " MODULO " DELIMITED BY SIZE
                       HR-PERIODO DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       GRILLA-CELDA(HR-PERIODO, HR-DIA)
                           DELIMITED BY SIZE
                       " Y " DELIMITED BY SIZE
                       HR-CELDA DELIMITED BY SIZE
                       INTO CONFLICTO-LINEA(CONFLICTOS-ENTIDAD)
               END-IF
           END-IF.

       TITULO-VISTA.
           MOVE SPACES TO HORA-REPORT-LINEA.
           WRITE HORA-REPORT-LINEA.
           MOVE SPACES TO HORA-REPORT-LINEA.
           STRING "===== HORARIO POR " DELIMITED BY SIZE
               NOMBRE-VISTA(HR-VISTA) DELIMITED BY SPACE
               " =====" DELIMITED BY SIZE
               INTO HORA-REPORT-LINEA.
           WRITE HORA-REPORT-LINEA.

       IMPRIMIR-GRILLA.
           ADD 1 TO CANT-ENTIDADES.
           MOVE SPACES TO HORA-REPORT-LINEA.
           WRITE HORA-REPORT-LINEA.
           MOVE FRANJAS-ENTIDAD TO CANT-EDIT.
           MOVE SPACES TO HORA-REPORT-LINEA.
           STRING NOMBRE-VISTA(VISTA-ACTUAL) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ENTIDAD-ACTUAL DELIMITED BY SIZE
               " FRANJAS: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO HORA-REPORT-LINEA.
           WRITE HORA-REPORT-LINEA.
           MOVE SPACES TO HORA-REPORT-LINEA.
           STRING "MOD LUNES           MARTES          MIERCOLES       "
               DELIMITED BY SIZE
               "JUEVES          VIERNES         SABADO"
               DELIMITED BY SIZE
               INTO HORA-REPORT-LINEA.
           WRITE HORA-REPORT-LINEA.
           PERFORM VARYING IND-MODULO FROM 1 BY 1
                   UNTIL IND-MODULO > ULTIMO-MODULO
               MOVE IND-MODULO TO LG-MODULO
               PERFORM VARYING IND-DIA FROM 1 BY 1
                       UNTIL IND-DIA > 6
                   MOVE GRILLA-CELDA(IND-MODULO, IND-DIA)
                       TO LG-CELDA(IND-DIA)
               END-PERFORM
               MOVE LINEA-GRILLA TO HORA-REPORT-LINEA
               WRITE HORA-REPORT-LINEA
           END-PERFORM.
           PERFORM VARYING IND-CONFLICTO FROM 1 BY 1
                   UNTIL IND-CONFLICTO > CONFLICTOS-ENTIDAD
                      OR IND-CONFLICTO > MAX-CONFLICTOS
               MOVE CONFLICTO-LINEA(IND-CONFLICTO) TO HORA-REPORT-LINEA
               WRITE HORA-REPORT-LINEA
           END-PERFORM.
           IF CONFLICTOS-ENTIDAD > MAX-CONFLICTOS
               MOVE SPACES TO HORA-REPORT-LINEA
               STRING "  ** HAY MAS CONFLICTOS QUE LOS LISTADOS ("
                   DELIMITED BY SIZE
                   CONFLICTOS-ENTIDAD DELIMITED BY SIZE
                   " EN TOTAL)" DELIMITED BY SIZE
                   INTO HORA-REPORT-LINEA
               WRITE HORA-REPORT-LINEA
           END-IF.

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
           MOVE "HORARPT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "HORARPT" TO RL-PROGRAMA.
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
           MOVE "HORARPT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM HORARPT.
