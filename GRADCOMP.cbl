      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Completitud-De-Notas-Por-Seccion-Y-Plazo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADCOMP IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-CONTROL ASSIGN TO "COMPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMP-CONTROL-STATUS.

           SELECT SECT-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SE-SECTION
               FILE STATUS IS SECT-MASTER-STATUS.

           SELECT SUBJ-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SJ-SUBJ
               FILE STATUS IS SUBJ-MASTER-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT COMP-REPORT ASSIGN TO "RPTCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMP-REPORT-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMP-CONTROL.
      /CC-FECHA-LIMITE: PLAZO DE ENTREGA DE NOTAS DEL TERMINO (CERO,
      /SIN PLAZO: SOLO REPORTE). CC-DESDE: INICIO DEL TERMINO; LAS
      /NOTAS ANTERIORES NO CUENTAN COMO ENTREGADAS (CERO, TODAS)
       01  COMP-CONTROL-RECORD.
           05  CC-FECHA-LIMITE     PIC 9(08).
           05  CC-DESDE            PIC 9(08).

       FD  SECT-MASTER.
           COPY "SECTMAST.cpy".

       FD  SUBJ-MASTER.
           COPY "SUBJMAST.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  COMP-REPORT.
       01  COMP-REPORT-LINEA       PIC X(100).

       FD  ALERT-FILE.
           COPY "OPALERTR.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE NOTIFICACIONES SALIENTES POR CORREO/SMS
       COPY "NOTIFAREA.cpy".

       01 COMP-CONTROL-STATUS   PIC X(02).
       01 SECT-MASTER-STATUS    PIC X(02).
       01 SUBJ-MASTER-STATUS    PIC X(02).
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 COMP-REPORT-STATUS    PIC X(02).
       01 ALERT-FILE-STATUS     PIC X(02).
       01 RUN-LOG-STATUS        PIC X(02).

       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 HAY-SECCIONES-SW PIC X(01) VALUE "N".
           88 HAY-SECCIONES VALUE "Y".
       01 SECCION-HALLADA-SW PIC X(01) VALUE "N".
           88 SECCION-HALLADA VALUE "Y".
       01 NOTA-HALLADA-SW PIC X(01) VALUE "N".
           88 NOTA-HALLADA VALUE "Y".
       01 PLAZO-VENCIDO-SW PIC X(01) VALUE "N".
           88 PLAZO-VENCIDO VALUE "Y".

       01 FECHA-LIMITE PIC 9(08) VALUE 0.
       01 FECHA-DESDE PIC 9(08) VALUE 0.
       01 FECHA-HOY PIC 9(08).

      * Materias activas de SUBJMAST: son las que cada alumno debe
      * tener calificadas en el termino.
       01 MAX-MATERIAS PIC 9(02) VALUE 30.
       01 CANT-MATERIAS PIC 9(02) VALUE 0.
       01 TABLA-MATERIAS.
           05 MATERIA-ITEM OCCURS 30 TIMES.
              10 MT-SUBJ   PIC X(04).
              10 MT-NOMBRE PIC X(30).
       01 IND-MATERIA PIC 9(02) COMP.

      * Una entrada por seccion, con su docente al frente para que el
      * ordenamiento deje el reporte agrupado por docente; CS-FALTAN
      * cuenta los alumnos sin nota en cada materia de la tabla.
       01 MAX-SECCIONES PIC 9(02) VALUE 50.
       01 CANT-SECCIONES PIC 9(02) VALUE 0.
       01 TABLA-SECCIONES.
           05 SECCION-ITEM OCCURS 50 TIMES.
              10 CS-TEACHER   PIC X(30).
              10 CS-SECTION   PIC X(03).
              10 CS-ROOM      PIC X(06).
              10 CS-ALUMNOS   PIC 9(04).
              10 CS-ESPERADAS PIC 9(05).
              10 CS-CARGADAS  PIC 9(05).
              10 CS-FALTAN    PIC 9(04) OCCURS 30 TIMES.
       01 SECCION-SWAP-ITEM PIC X(173).
       01 IND-SECCION PIC 9(02) COMP.
       01 IND-ORDEN PIC 9(02) COMP.
       01 IND-NOTA PIC 9(01) COMP.

       01 DOCENTE-ANTERIOR PIC X(30).
       01 PORCENTAJE PIC 9(03).
       01 FALTANTES-SECCION PIC 9(05).

       01 CANT-LEIDOS PIC 9(05) VALUE 0.
       01 CANT-COMPLETAS PIC 9(03) VALUE 0.
       01 TOTAL-FALTANTES PIC 9(06) VALUE 0.
       01 CANT-ALERTAS PIC 9(03) VALUE 0.
       01 CANT-EDIT PIC ZZZZZ9.
       01 PCT-EDIT PIC ZZ9.
       01 MOTIVO-ALERTA PIC X(40).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /ANTES DEL CIERRE DEL TERMINO: POR DOCENTE Y SECCION, QUE
      /MATERIAS TIENEN TODAVIA ALUMNOS SIN NOTA POSTEADA Y QUE
      /PORCENTAJE DE LA SECCION ESTA COMPLETO. VENCIDO EL PLAZO DE
      /ENTREGA, CADA SECCION CON HUECOS LEVANTA UNA ALERTA DE
      /OPERADOR, EN VEZ DE DESCUBRIRLOS EN EL CIERRE DE MATEMATICA2
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-CONTROL.
           IF FECHA-LIMITE > 0 AND FECHA-HOY > FECHA-LIMITE
               MOVE "Y" TO PLAZO-VENCIDO-SW
           END-IF.

           OPEN OUTPUT COMP-REPORT.
           MOVE SPACES TO COMP-REPORT-LINEA.
           STRING "COMPLETITUD DE NOTAS AL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO COMP-REPORT-LINEA.
           IF FECHA-LIMITE > 0
               MOVE "PLAZO DE ENTREGA" TO COMP-REPORT-LINEA(34:16)
               MOVE FECHA-LIMITE TO COMP-REPORT-LINEA(51:8)
               IF PLAZO-VENCIDO
                   MOVE "VENCIDO" TO COMP-REPORT-LINEA(60:7)
               END-IF
           ELSE
               MOVE "SIN PLAZO DE ENTREGA" TO COMP-REPORT-LINEA(34:20)
           END-IF.
           WRITE COMP-REPORT-LINEA.

           PERFORM CARGAR-MATERIAS.
           IF CANT-MATERIAS = 0
      /SIN MATERIAS ACTIVAS NO HAY CONTRA QUE MEDIR LA ENTREGA
               MOVE "SIN MATERIAS ACTIVAS EN SUBJMAST, NADA EVALUADO"
                   TO COMP-REPORT-LINEA
               WRITE COMP-REPORT-LINEA
               CLOSE COMP-REPORT
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           PERFORM CARGAR-SECCIONES.
           IF NOT HAY-SECCIONES
               MOVE "SIN SECTMAST: SECCIONES SIN DOCENTE"
                   TO COMP-REPORT-LINEA
               WRITE COMP-REPORT-LINEA
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER, STATUS: "
                   STUDENT-MASTER-STATUS
               MOVE "STUDMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE STUDENT-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "NO SE PUDO ABRIR STUDENT-MASTER, NADA EVALUADO"
                   TO COMP-REPORT-LINEA
               WRITE COMP-REPORT-LINEA
               CLOSE COMP-REPORT
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               ADD 1 TO CANT-LEIDOS
               PERFORM EVALUAR-ALUMNO
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.

           PERFORM ORDENAR-SECCIONES.
           MOVE SPACES TO COMP-REPORT-LINEA.
           WRITE COMP-REPORT-LINEA.
           MOVE "SEC AULA   ALUMNOS ESPERADAS CARGADAS COMPLETO"
               TO COMP-REPORT-LINEA(3:).
           WRITE COMP-REPORT-LINEA.
           MOVE HIGH-VALUES TO DOCENTE-ANTERIOR.
           PERFORM VARYING IND-SECCION FROM 1 BY 1
                   UNTIL IND-SECCION > CANT-SECCIONES
               PERFORM INFORMAR-SECCION THRU INFORMAR-SECCION-EXIT
           END-PERFORM.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE COMP-REPORT.

           DISPLAY "SECCIONES: " CANT-SECCIONES
               " FALTANTES: " TOTAL-FALTANTES
               " ALERTAS: " CANT-ALERTAS.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       LEER-CONTROL.
           OPEN INPUT COMP-CONTROL.
           IF COMP-CONTROL-STATUS = "00"
               READ COMP-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-FECHA-LIMITE NUMERIC
                           MOVE CC-FECHA-LIMITE TO FECHA-LIMITE
                       END-IF
                       IF CC-DESDE NUMERIC
                           MOVE CC-DESDE TO FECHA-DESDE
                       END-IF
               END-READ
               CLOSE COMP-CONTROL
           END-IF.

       CARGAR-MATERIAS.
           OPEN INPUT SUBJ-MASTER.
           IF SUBJ-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR SUBJ-MASTER, STATUS: "
                   SUBJ-MASTER-STATUS
               MOVE "SUBJMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE SUBJ-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           ELSE
               MOVE "N" TO MAESTRO-EOF-SW
               READ SUBJ-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
               PERFORM UNTIL MAESTRO-EOF
                   IF SJ-ES-ACTIVA
                       IF CANT-MATERIAS < MAX-MATERIAS
                           ADD 1 TO CANT-MATERIAS
                           MOVE SJ-SUBJ TO MT-SUBJ(CANT-MATERIAS)
                           MOVE SJ-NOMBRE TO MT-NOMBRE(CANT-MATERIAS)
                       ELSE
                           DISPLAY "TABLA DE MATERIAS LLENA, SE "
                               "OMITE: " SJ-SUBJ
                       END-IF
                   END-IF
                   READ SUBJ-MASTER NEXT RECORD
                       AT END MOVE "Y" TO MAESTRO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SUBJ-MASTER
           END-IF.

       CARGAR-SECCIONES.
      /SECTMAST DA EL DOCENTE Y EL AULA; UNA SECCION QUE TIENE
      /ALUMNOS PERO NO FIGURA EN SECTMAST SE AGREGA AL LEER EL MAESTRO
           OPEN INPUT SECT-MASTER.
           IF SECT-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-SECCIONES-SW
               MOVE "N" TO MAESTRO-EOF-SW
               READ SECT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
               PERFORM UNTIL MAESTRO-EOF
                   IF CANT-SECCIONES < MAX-SECCIONES
                       ADD 1 TO CANT-SECCIONES
                       MOVE CANT-SECCIONES TO IND-SECCION
                       PERFORM INICIAR-SECCION
                       MOVE SE-TEACHER TO CS-TEACHER(IND-SECCION)
                       MOVE SE-SECTION TO CS-SECTION(IND-SECCION)
                       MOVE SE-ROOM TO CS-ROOM(IND-SECCION)
                   ELSE
                       DISPLAY "TABLA DE SECCIONES LLENA, SE OMITE: "
                           SE-SECTION
                   END-IF
                   READ SECT-MASTER NEXT RECORD
                       AT END MOVE "Y" TO MAESTRO-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SECT-MASTER
           END-IF.
           MOVE "N" TO MAESTRO-EOF-SW.

       INICIAR-SECCION.
           MOVE SPACES TO CS-TEACHER(IND-SECCION).
           MOVE SPACES TO CS-SECTION(IND-SECCION).
           MOVE SPACES TO CS-ROOM(IND-SECCION).
           MOVE 0 TO CS-ALUMNOS(IND-SECCION).
           MOVE 0 TO CS-ESPERADAS(IND-SECCION).
           MOVE 0 TO CS-CARGADAS(IND-SECCION).
           PERFORM VARYING IND-MATERIA FROM 1 BY 1
                   UNTIL IND-MATERIA > MAX-MATERIAS
               MOVE 0 TO CS-FALTAN(IND-SECCION, IND-MATERIA)
           END-PERFORM.

       EVALUAR-ALUMNO.
           PERFORM BUSCAR-SECCION.
           IF NOT SECCION-HALLADA
               IF CANT-SECCIONES < MAX-SECCIONES
                   ADD 1 TO CANT-SECCIONES
                   MOVE CANT-SECCIONES TO IND-SECCION
                   PERFORM INICIAR-SECCION
                   MOVE "(SIN SECCION EN SECTMAST)"
                       TO CS-TEACHER(IND-SECCION)
                   MOVE SM-SECTION TO CS-SECTION(IND-SECCION)
                   MOVE "Y" TO SECCION-HALLADA-SW
               ELSE
                   DISPLAY "TABLA DE SECCIONES LLENA, ALUMNO OMITIDO: "
                       SM-STUDENT-ID
               END-IF
           END-IF.
           IF SECCION-HALLADA
               ADD 1 TO CS-ALUMNOS(IND-SECCION)
               PERFORM VARYING IND-MATERIA FROM 1 BY 1
                       UNTIL IND-MATERIA > CANT-MATERIAS
                   ADD 1 TO CS-ESPERADAS(IND-SECCION)
                   PERFORM BUSCAR-NOTA-MATERIA
                   IF NOTA-HALLADA
                       ADD 1 TO CS-CARGADAS(IND-SECCION)
                   ELSE
                       ADD 1 TO CS-FALTAN(IND-SECCION, IND-MATERIA)
                   END-IF
               END-PERFORM
           END-IF.

       BUSCAR-SECCION.
           MOVE "N" TO SECCION-HALLADA-SW.
           PERFORM VARYING IND-SECCION FROM 1 BY 1
                   UNTIL IND-SECCION > CANT-SECCIONES
                      OR SECCION-HALLADA
               IF CS-SECTION(IND-SECCION) = SM-SECTION
                   MOVE "Y" TO SECCION-HALLADA-SW
               END-IF
           END-PERFORM.
           IF SECCION-HALLADA
               SUBTRACT 1 FROM IND-SECCION
           END-IF.

       BUSCAR-NOTA-MATERIA.
      /UNA NOTA POSTEADA DE LA MATERIA DENTRO DEL TERMINO ALCANZA
      /PARA DAR AL ALUMNO POR CALIFICADO EN ELLA
           MOVE "N" TO NOTA-HALLADA-SW.
           PERFORM VARYING IND-NOTA FROM 1 BY 1
                   UNTIL IND-NOTA > SM-GRADE-COUNT
                      OR NOTA-HALLADA
               IF SM-GRADE-SUBJ(IND-NOTA) = MT-SUBJ(IND-MATERIA)
                  AND SM-GRADE-DATE(IND-NOTA) >= FECHA-DESDE
                   MOVE "Y" TO NOTA-HALLADA-SW
               END-IF
           END-PERFORM.

       ORDENAR-SECCIONES.
      /ORDENA POR DOCENTE Y SECCION (BURBUJA, COMO EL RANKING DE
      /MATEMATICA2) PARA QUE EL REPORTE SALGA AGRUPADO POR DOCENTE
           PERFORM VARYING IND-SECCION FROM 1 BY 1
                   UNTIL IND-SECCION >= CANT-SECCIONES
               PERFORM VARYING IND-ORDEN FROM 1 BY 1
                       UNTIL IND-ORDEN >=
                           CANT-SECCIONES - IND-SECCION + 1
                   IF SECCION-ITEM(IND-ORDEN) >
                           SECCION-ITEM(IND-ORDEN + 1)
                       MOVE SECCION-ITEM(IND-ORDEN)
                           TO SECCION-SWAP-ITEM
                       MOVE SECCION-ITEM(IND-ORDEN + 1)
                           TO SECCION-ITEM(IND-ORDEN)
                       MOVE SECCION-SWAP-ITEM
                           TO SECCION-ITEM(IND-ORDEN + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       INFORMAR-SECCION.
      /UNA SECCION DE SECTMAST SIN ALUMNOS NO TIENE NADA QUE ENTREGAR
           IF CS-ALUMNOS(IND-SECCION) = 0
               GO TO INFORMAR-SECCION-EXIT
           END-IF.
           IF CS-TEACHER(IND-SECCION) NOT = DOCENTE-ANTERIOR
               MOVE CS-TEACHER(IND-SECCION) TO DOCENTE-ANTERIOR
               MOVE SPACES TO COMP-REPORT-LINEA
               WRITE COMP-REPORT-LINEA
               STRING "DOCENTE: " DELIMITED BY SIZE
                   CS-TEACHER(IND-SECCION) DELIMITED BY SIZE
                   INTO COMP-REPORT-LINEA
               WRITE COMP-REPORT-LINEA
           END-IF.
           COMPUTE FALTANTES-SECCION = CS-ESPERADAS(IND-SECCION)
               - CS-CARGADAS(IND-SECCION).
           COMPUTE PORCENTAJE = (CS-CARGADAS(IND-SECCION) * 100)
               / CS-ESPERADAS(IND-SECCION).
           MOVE SPACES TO COMP-REPORT-LINEA.
           MOVE CS-SECTION(IND-SECCION) TO COMP-REPORT-LINEA(3:3).
           MOVE CS-ROOM(IND-SECCION) TO COMP-REPORT-LINEA(7:6).
           MOVE CS-ALUMNOS(IND-SECCION) TO CANT-EDIT.
           MOVE CANT-EDIT TO COMP-REPORT-LINEA(14:6).
           MOVE CS-ESPERADAS(IND-SECCION) TO CANT-EDIT.
           MOVE CANT-EDIT TO COMP-REPORT-LINEA(24:6).
           MOVE CS-CARGADAS(IND-SECCION) TO CANT-EDIT.
           MOVE CANT-EDIT TO COMP-REPORT-LINEA(33:6).
           MOVE PORCENTAJE TO PCT-EDIT.
           MOVE PCT-EDIT TO COMP-REPORT-LINEA(43:3).
           MOVE "%" TO COMP-REPORT-LINEA(46:1).
           WRITE COMP-REPORT-LINEA.
           IF FALTANTES-SECCION = 0
               ADD 1 TO CANT-COMPLETAS
               GO TO INFORMAR-SECCION-EXIT
           END-IF.
           ADD FALTANTES-SECCION TO TOTAL-FALTANTES.
           PERFORM VARYING IND-MATERIA FROM 1 BY 1
                   UNTIL IND-MATERIA > CANT-MATERIAS
               IF CS-FALTAN(IND-SECCION, IND-MATERIA) > 0
                   PERFORM ESCRIBIR-LINEA-FALTA
               END-IF
           END-PERFORM.
           IF PLAZO-VENCIDO
               PERFORM EMITIR-ALERTA
           END-IF.

       INFORMAR-SECCION-EXIT.
           EXIT.

       ESCRIBIR-LINEA-FALTA.
           MOVE CS-FALTAN(IND-SECCION, IND-MATERIA) TO CANT-EDIT.
           MOVE SPACES TO COMP-REPORT-LINEA.
           STRING "    FALTA " DELIMITED BY SIZE
               MT-SUBJ(IND-MATERIA) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MT-NOMBRE(IND-MATERIA) DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               " ALUMNOS SIN NOTA" DELIMITED BY SIZE
               INTO COMP-REPORT-LINEA.
           WRITE COMP-REPORT-LINEA.

       EMITIR-ALERTA.
      /VENCIDO EL PLAZO, CADA SECCION CON NOTAS FALTANTES QUEDA EN LA
      /COLA DE ALERTAS QUE EJERMENU MUESTRA AL OPERADOR
           ADD 1 TO CANT-ALERTAS.
           MOVE FALTANTES-SECCION TO CANT-EDIT.
           MOVE SPACES TO MOTIVO-ALERTA.
           STRING "SECCION " DELIMITED BY SIZE
               CS-SECTION(IND-SECCION) DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               " FALTAN, PLAZO " DELIMITED BY SIZE
               FECHA-LIMITE DELIMITED BY SIZE
               INTO MOTIVO-ALERTA.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND ALERT-FILE.
           IF ALERT-FILE-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF.
           MOVE SPACES TO OP-ALERT-RECORD.
           MOVE "P" TO AL-ESTADO.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO AL-TIMESTAMP.
           MOVE "GRADCOMP" TO AL-PROGRAMA.
           MOVE MOTIVO-ALERTA TO AL-MOTIVO.
           WRITE OP-ALERT-RECORD.
           CLOSE ALERT-FILE.
           PERFORM NOTIFICAR-ALERTA.

       NOTIFICAR-ALERTA.
      /LA MISMA ALERTA SALE POR CORREO/SMS A OPERACIONES, PARA QUE
      /LLEGUE AUNQUE NADIE ESTE MIRANDO EL MENU
           MOVE "GRADCOMP" TO NT-ORIGEN.
           MOVE "OPERACIONES" TO NT-DESTINO.
           MOVE "NOTAS FALTANTES AL PLAZO DE CIERRE" TO NT-ASUNTO.
           MOVE SPACES TO NT-CUERPO.
           STRING MOTIVO-ALERTA DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NT-CUERPO.
           CALL "NOTIFPUT" USING NOTIF-AREA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO COMP-REPORT-LINEA.
           WRITE COMP-REPORT-LINEA.
           MOVE CANT-LEIDOS TO CANT-EDIT.
           MOVE SPACES TO COMP-REPORT-LINEA.
           STRING "ALUMNOS LEIDOS:       " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO COMP-REPORT-LINEA.
           WRITE COMP-REPORT-LINEA.
           MOVE CANT-COMPLETAS TO CANT-EDIT.
           MOVE SPACES TO COMP-REPORT-LINEA.
           STRING "SECCIONES COMPLETAS:  " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO COMP-REPORT-LINEA.
           WRITE COMP-REPORT-LINEA.
           MOVE TOTAL-FALTANTES TO CANT-EDIT.
           MOVE SPACES TO COMP-REPORT-LINEA.
           STRING "NOTAS FALTANTES:      " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO COMP-REPORT-LINEA.
           WRITE COMP-REPORT-LINEA.
           MOVE CANT-ALERTAS TO CANT-EDIT.
           MOVE SPACES TO COMP-REPORT-LINEA.
           STRING "ALERTAS EMITIDAS:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO COMP-REPORT-LINEA.
           WRITE COMP-REPORT-LINEA.

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
           MOVE "GRADCOMP" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "GRADCOMP" TO RL-PROGRAMA.
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
           MOVE "GRADCOMP" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "FALTANTES=" DELIMITED BY SIZE
               TOTAL-FALTANTES DELIMITED BY SIZE
               " ALERTAS=" DELIMITED BY SIZE
               CANT-ALERTAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM GRADCOMP.
