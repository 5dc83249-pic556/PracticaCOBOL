      ******************************************************************
      * Author:Pedro Burgos
      * Date:14/5/26
      * Purpose:Ensobrado-De-Boletines-Y-Cartas-Para-Tutores
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTORENV IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUTOR-MASTER ASSIGN TO "TUTORMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TU-STUDENT-ID
               FILE STATUS IS TUTOR-MASTER-STATUS.

      /BOLETINES DE MATEMATICA2 TAL COMO LOS DEJA RPTWRITE
           SELECT BOLETIN-FILE ASSIGN TO "RPTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOLETIN-STATUS.

      /CARTAS DE ESTADO ACADEMICO DE ACADSTND, UNA POR LINEA
           SELECT CARTAS-FILE ASSIGN TO "CARTASTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTAS-STATUS.

           SELECT ENVIO-TRABAJO ASSIGN TO "TUTRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENVIO-TRABAJO-STATUS.

           SELECT ENVIO-ORDENADO ASSIGN TO "TUTSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENVIO-ORDENADO-STATUS.

           SELECT SORT-ENVIO ASSIGN TO "SORTWK1".

           SELECT CARTA-TUTOR ASSIGN TO "CARTATUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTA-TUTOR-STATUS.

           SELECT ETIQUETA-FILE ASSIGN TO "ETIQTUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETIQUETA-STATUS.

           SELECT ENVIO-REPORT ASSIGN TO "RPTTUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENVIO-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TUTOR-MASTER.
           COPY "TUTORREC.cpy".

       FD  BOLETIN-FILE.
       01  BOLETIN-LINEA           PIC X(100).

       FD  CARTAS-FILE.
       01  CARTAS-LINEA            PIC X(80).

       FD  ENVIO-TRABAJO.
      /UNA LINEA DE DOCUMENTO POR TUTOR DEL ALUMNO, CON EL DOMICILIO
      /DEL TUTOR A CUESTAS PARA ARMAR EL SOBRE DESPUES DEL SORT
       01  ENVIO-TRABAJO-RECORD.
           05  ET-COD-POSTAL       PIC X(08).
           05  ET-STUDENT-ID       PIC X(10).
           05  ET-TUTOR            PIC 9(01).
           05  ET-TIPO             PIC 9(01).
           05  ET-LINEA            PIC 9(05).
           05  ET-NOMBRE-TUTOR     PIC X(30).
           05  ET-CALLE            PIC X(40).
           05  ET-LOCALIDAD        PIC X(30).
           05  ET-IDIOMA           PIC X(02).
           05  ET-NOMBRE-ALUMNO    PIC X(30).
           05  ET-TEXTO            PIC X(100).

       FD  ENVIO-ORDENADO.
       01  ENVIO-ORDENADO-RECORD.
           05  EO-COD-POSTAL       PIC X(08).
           05  EO-STUDENT-ID       PIC X(10).
           05  EO-TUTOR            PIC 9(01).
           05  EO-TIPO             PIC 9(01).
           05  EO-LINEA            PIC 9(05).
           05  EO-NOMBRE-TUTOR     PIC X(30).
           05  EO-CALLE            PIC X(40).
           05  EO-LOCALIDAD        PIC X(30).
           05  EO-IDIOMA           PIC X(02).
               88  EO-IDIOMA-INGLES VALUE "EN".
           05  EO-NOMBRE-ALUMNO    PIC X(30).
           05  EO-TEXTO            PIC X(100).

       SD  SORT-ENVIO.
       01  SORT-ENVIO-RECORD.
           05  SX-COD-POSTAL       PIC X(08).
           05  SX-STUDENT-ID       PIC X(10).
           05  SX-TUTOR            PIC 9(01).
           05  SX-TIPO             PIC 9(01).
           05  SX-LINEA            PIC 9(05).
           05  SX-NOMBRE-TUTOR     PIC X(30).
           05  SX-CALLE            PIC X(40).
           05  SX-LOCALIDAD        PIC X(30).
           05  SX-IDIOMA           PIC X(02).
           05  SX-NOMBRE-ALUMNO    PIC X(30).
           05  SX-TEXTO            PIC X(100).

       FD  CARTA-TUTOR.
       01  CARTA-TUTOR-LINEA       PIC X(100).

       FD  ETIQUETA-FILE.
      /UNA ETIQUETA POR SOBRE, EN EL MISMO ORDEN POSTAL DE LAS CARTAS
       01  ETIQUETA-RECORD.
           05  EQ-COD-POSTAL       PIC X(08).
           05  FILLER              PIC X(01).
           05  EQ-NOMBRE           PIC X(30).
           05  FILLER              PIC X(01).
           05  EQ-CALLE            PIC X(40).
           05  FILLER              PIC X(01).
           05  EQ-LOCALIDAD        PIC X(30).
           05  FILLER              PIC X(01).
           05  EQ-STUDENT-ID       PIC X(10).

       FD  ENVIO-REPORT.
       01  ENVIO-REPORT-LINEA      PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 TUTOR-MASTER-STATUS   PIC X(02).
       01 BOLETIN-STATUS        PIC X(02).
       01 CARTAS-STATUS         PIC X(02).
       01 ENVIO-TRABAJO-STATUS  PIC X(02).
       01 ENVIO-ORDENADO-STATUS PIC X(02).
       01 CARTA-TUTOR-STATUS    PIC X(02).
       01 ETIQUETA-STATUS       PIC X(02).
       01 ENVIO-REPORT-STATUS   PIC X(02).
       01 RUN-LOG-STATUS        PIC X(02).

       01 FUENTE-EOF-SW PIC X(01) VALUE "N".
           88 FUENTE-EOF VALUE "Y".
       01 ORDENADO-EOF-SW PIC X(01) VALUE "N".
           88 ORDENADO-EOF VALUE "Y".
       01 EN-BOLETIN-SW PIC X(01) VALUE "N".
           88 EN-BOLETIN VALUE "Y".
       01 TUTOR-HALLADO-SW PIC X(01) VALUE "N".
           88 TUTOR-HALLADO VALUE "Y".
       01 SIN-TUTOR-HALLADO-SW PIC X(01).
           88 SIN-TUTOR-HALLADO VALUE "Y".

      /DOCUMENTO EN CURSO: ALUMNO, TIPO (1 BOLETIN, 2 CARTA) Y
      /NUMERO DE LINEA DENTRO DEL DOCUMENTO
       01 ALUMNO-DOC PIC X(10).
       01 NOMBRE-DOC PIC X(30).
       01 TIPO-DOC PIC 9(01).
       01 LINEA-DOC PIC 9(05).
       01 TEXTO-DOC PIC X(100).
       01 TITULO-BOLETIN PIC X(100).
       01 CANT-PAG PIC 9(03) COMP.
       01 IND-TUTOR PIC 9(01) COMP.

      /ALUMNOS CON BOLETIN O CARTA Y SIN TUTOR EN TUTORMST; CADA UNO
      /SE CUENTA UNA SOLA VEZ AUNQUE TENGA LOS DOS DOCUMENTOS
       01 MAX-SIN-TUTOR PIC 9(03) VALUE 500.
       01 CANT-SIN-TUTOR PIC 9(05) VALUE 0.
       01 TABLA-SIN-TUTOR.
           05 SIN-TUTOR-ITEM OCCURS 500 TIMES.
              10 ST-STUDENT-ID PIC X(10).
              10 ST-NOMBRE     PIC X(30).
       01 IND-SIN-TUTOR PIC 9(05) COMP.

      /CORTE DE SOBRE: CADA PAR ALUMNO/TUTOR ES UNA CARTA
       01 SOBRE-ANTERIOR.
           05 SA-COD-POSTAL PIC X(08).
           05 SA-STUDENT-ID PIC X(10).
           05 SA-TUTOR      PIC 9(01).
       01 SOBRE-ACTUAL.
           05 SC-COD-POSTAL PIC X(08).
           05 SC-STUDENT-ID PIC X(10).
           05 SC-TUTOR      PIC 9(01).
       01 TIPO-ANTERIOR PIC 9(01).
       01 IDIOMA-CARTA PIC X(02).

       01 CANT-BOLETINES PIC 9(05) VALUE 0.
       01 CANT-CARTAS-STD PIC 9(05) VALUE 0.
       01 CANT-LINEAS PIC 9(07) VALUE 0.
       01 CANT-SOBRES PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /CORRIDA DE CORREO: LOS BOLETINES DE RPTCARD Y LAS CARTAS DE
      /CARTASTD SE ENSOBRAN CON EL DOMICILIO DE CADA TUTOR DEL ALUMNO
      /(UNA CARTA POR TUTOR, EN SU IDIOMA), ORDENADAS POR CODIGO
      /POSTAL, CON UNA ETIQUETA POR SOBRE; LOS ALUMNOS SIN TUTOR EN
      /TUTORMST QUEDAN CONTADOS Y LISTADOS EN RPTTUT
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           OPEN OUTPUT ENVIO-REPORT.
           MOVE SPACES TO ENVIO-REPORT-LINEA.
           STRING "CORRIDA DE CORREO A TUTORES DEL " DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               INTO ENVIO-REPORT-LINEA.
           WRITE ENVIO-REPORT-LINEA.
           MOVE SPACES TO ENVIO-REPORT-LINEA.
           WRITE ENVIO-REPORT-LINEA.

           OPEN INPUT TUTOR-MASTER.
      /SIN MAESTRO DE TUTORES NO HAY A QUIEN ENSOBRAR: FALLA DEL PASO
           IF TUTOR-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR TUTOR-MASTER, STATUS: "
                   TUTOR-MASTER-STATUS
               MOVE "TUTORMST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE TUTOR-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               MOVE "SIN MAESTRO DE TUTORES TUTORMST"
                   TO ENVIO-REPORT-LINEA
               WRITE ENVIO-REPORT-LINEA
           ELSE
               OPEN OUTPUT ENVIO-TRABAJO
               PERFORM JUNTAR-BOLETINES
               PERFORM JUNTAR-CARTAS
               CLOSE ENVIO-TRABAJO
               CLOSE TUTOR-MASTER
               OPEN OUTPUT CARTA-TUTOR
               OPEN OUTPUT ETIQUETA-FILE
               IF CANT-LINEAS > 0
                   SORT SORT-ENVIO
                       ON ASCENDING KEY SX-COD-POSTAL SX-STUDENT-ID
                                        SX-TUTOR SX-TIPO SX-LINEA
                       USING ENVIO-TRABAJO
                       GIVING ENVIO-ORDENADO
                   PERFORM IMPRIMIR-SOBRES
               END-IF
               CLOSE ETIQUETA-FILE
               CLOSE CARTA-TUTOR
           END-IF.

           PERFORM ESCRIBIR-TOTALES.
           CLOSE ENVIO-REPORT.
           DISPLAY "SOBRES A TUTORES: " CANT-SOBRES
               " ALUMNOS SIN TUTOR: " CANT-SIN-TUTOR.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       JUNTAR-BOLETINES.
      /CADA BOLETIN EMPIEZA CON SU TITULO Y SIGUE CON LA LINEA DEL
      /ESTUDIANTE; LOS ENCABEZADOS DE PAGINA Y EL CIERRE DE RPTWRITE
      /NO SON PARTE DE NINGUN BOLETIN
           MOVE "N" TO FUENTE-EOF-SW.
           MOVE "N" TO EN-BOLETIN-SW.
           OPEN INPUT BOLETIN-FILE.
           IF BOLETIN-STATUS NOT = "00"
               MOVE "SIN ARCHIVO RPTCARD: NO HAY BOLETINES"
                   TO ENVIO-REPORT-LINEA
               WRITE ENVIO-REPORT-LINEA
           ELSE
               READ BOLETIN-FILE
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   PERFORM TOMAR-LINEA-BOLETIN
                   READ BOLETIN-FILE
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE BOLETIN-FILE
           END-IF.

       TOMAR-LINEA-BOLETIN.
           MOVE 0 TO CANT-PAG.
           INSPECT BOLETIN-LINEA TALLYING CANT-PAG FOR ALL " PAG ".
           EVALUATE TRUE
               WHEN CANT-PAG > 0
                   CONTINUE
               WHEN BOLETIN-LINEA(1:22) = "*** FIN DEL REPORTE - "
                   MOVE "N" TO EN-BOLETIN-SW
               WHEN BOLETIN-LINEA(1:25) = "BOLETIN DE CALIFICACIONES"
                   MOVE "Y" TO EN-BOLETIN-SW
                   MOVE SPACES TO ALUMNO-DOC
                   MOVE BOLETIN-LINEA TO TITULO-BOLETIN
               WHEN EN-BOLETIN AND ALUMNO-DOC = SPACES
                  AND BOLETIN-LINEA(1:12) = "ESTUDIANTE: "
                   MOVE BOLETIN-LINEA(13:10) TO ALUMNO-DOC
                   MOVE BOLETIN-LINEA(24:30) TO NOMBRE-DOC
                   MOVE 1 TO TIPO-DOC
                   MOVE 0 TO LINEA-DOC
                   ADD 1 TO CANT-BOLETINES
                   PERFORM BUSCAR-TUTORES
                   MOVE TITULO-BOLETIN TO TEXTO-DOC
                   PERFORM GRABAR-LINEA-DOC
                   MOVE BOLETIN-LINEA TO TEXTO-DOC
                   PERFORM GRABAR-LINEA-DOC
               WHEN EN-BOLETIN AND ALUMNO-DOC NOT = SPACES
                   MOVE BOLETIN-LINEA TO TEXTO-DOC
                   PERFORM GRABAR-LINEA-DOC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       JUNTAR-CARTAS.
      /CADA LINEA DE CARTASTD ES UNA CARTA: ALUMNO EN 1-10 Y NOMBRE
      /EN 12-41
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT CARTAS-FILE.
           IF CARTAS-STATUS NOT = "00"
               MOVE "SIN ARCHIVO CARTASTD: NO HAY CARTAS DE ESTADO"
                   TO ENVIO-REPORT-LINEA
               WRITE ENVIO-REPORT-LINEA
           ELSE
               READ CARTAS-FILE
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   IF CARTAS-LINEA NOT = SPACES
                       MOVE CARTAS-LINEA(1:10) TO ALUMNO-DOC
                       MOVE CARTAS-LINEA(12:30) TO NOMBRE-DOC
                       MOVE 2 TO TIPO-DOC
                       MOVE 0 TO LINEA-DOC
                       ADD 1 TO CANT-CARTAS-STD
                       PERFORM BUSCAR-TUTORES
                       MOVE SPACES TO TEXTO-DOC
                       MOVE CARTAS-LINEA TO TEXTO-DOC
                       PERFORM GRABAR-LINEA-DOC
                   END-IF
                   READ CARTAS-FILE
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE CARTAS-FILE
           END-IF.

       BUSCAR-TUTORES.
      /DEJA EN EL AREA DEL FD LOS TUTORES DEL ALUMNO DEL DOCUMENTO;
      /SIN TUTORES EL ALUMNO PASA A LA LISTA DE SIN TUTOR
           MOVE ALUMNO-DOC TO TU-STUDENT-ID.
           READ TUTOR-MASTER
               INVALID KEY
                   MOVE "N" TO TUTOR-HALLADO-SW
               NOT INVALID KEY
                   MOVE "Y" TO TUTOR-HALLADO-SW
           END-READ.
           IF TUTOR-HALLADO AND TU-CANT-TUTORES = 0
               MOVE "N" TO TUTOR-HALLADO-SW
           END-IF.
           IF NOT TUTOR-HALLADO
               PERFORM ANOTAR-SIN-TUTOR
           END-IF.

       ANOTAR-SIN-TUTOR.
           MOVE "N" TO SIN-TUTOR-HALLADO-SW.
           PERFORM VARYING IND-SIN-TUTOR FROM 1 BY 1
                   UNTIL IND-SIN-TUTOR > CANT-SIN-TUTOR
                      OR IND-SIN-TUTOR > MAX-SIN-TUTOR
                      OR SIN-TUTOR-HALLADO
               IF ST-STUDENT-ID(IND-SIN-TUTOR) = ALUMNO-DOC
                   MOVE "Y" TO SIN-TUTOR-HALLADO-SW
               END-IF
           END-PERFORM.
           IF NOT SIN-TUTOR-HALLADO
               ADD 1 TO CANT-SIN-TUTOR
               IF CANT-SIN-TUTOR <= MAX-SIN-TUTOR
                   MOVE ALUMNO-DOC TO ST-STUDENT-ID(CANT-SIN-TUTOR)
                   MOVE NOMBRE-DOC TO ST-NOMBRE(CANT-SIN-TUTOR)
               END-IF
           END-IF.

       GRABAR-LINEA-DOC.
      /LA LINEA DEL DOCUMENTO SALE UNA VEZ POR CADA TUTOR, CON SU
      /DOMICILIO, PARA QUE CADA UNO RECIBA SU PROPIA CARTA
           ADD 1 TO LINEA-DOC.
           IF TUTOR-HALLADO
               PERFORM VARYING IND-TUTOR FROM 1 BY 1
                       UNTIL IND-TUTOR > TU-CANT-TUTORES
                   MOVE TU-COD-POSTAL(IND-TUTOR) TO ET-COD-POSTAL
                   MOVE ALUMNO-DOC TO ET-STUDENT-ID
                   MOVE IND-TUTOR TO ET-TUTOR
                   MOVE TIPO-DOC TO ET-TIPO
                   MOVE LINEA-DOC TO ET-LINEA
                   MOVE TU-NOMBRE(IND-TUTOR) TO ET-NOMBRE-TUTOR
                   MOVE TU-CALLE(IND-TUTOR) TO ET-CALLE
                   MOVE TU-LOCALIDAD(IND-TUTOR) TO ET-LOCALIDAD
                   MOVE TU-IDIOMA(IND-TUTOR) TO ET-IDIOMA
                   MOVE NOMBRE-DOC TO ET-NOMBRE-ALUMNO
                   MOVE TEXTO-DOC TO ET-TEXTO
                   WRITE ENVIO-TRABAJO-RECORD
                   ADD 1 TO CANT-LINEAS
               END-PERFORM
           END-IF.

       IMPRIMIR-SOBRES.
           MOVE "N" TO ORDENADO-EOF-SW.
           MOVE HIGH-VALUES TO SOBRE-ANTERIOR.
           OPEN INPUT ENVIO-ORDENADO.
           READ ENVIO-ORDENADO
               AT END MOVE "Y" TO ORDENADO-EOF-SW
           END-READ.
           PERFORM UNTIL ORDENADO-EOF
               MOVE EO-COD-POSTAL TO SC-COD-POSTAL
               MOVE EO-STUDENT-ID TO SC-STUDENT-ID
               MOVE EO-TUTOR TO SC-TUTOR
               IF SOBRE-ACTUAL NOT = SOBRE-ANTERIOR
                   IF SOBRE-ANTERIOR NOT = HIGH-VALUES
                       PERFORM CERRAR-CARTA
                   END-IF
                   PERFORM ABRIR-CARTA
                   MOVE SOBRE-ACTUAL TO SOBRE-ANTERIOR
               END-IF
               IF EO-TIPO NOT = TIPO-ANTERIOR
                   MOVE SPACES TO CARTA-TUTOR-LINEA
                   WRITE CARTA-TUTOR-LINEA
                   MOVE EO-TIPO TO TIPO-ANTERIOR
               END-IF
               MOVE EO-TEXTO TO CARTA-TUTOR-LINEA
               WRITE CARTA-TUTOR-LINEA
               READ ENVIO-ORDENADO
                   AT END MOVE "Y" TO ORDENADO-EOF-SW
               END-READ
           END-PERFORM.
           IF SOBRE-ANTERIOR NOT = HIGH-VALUES
               PERFORM CERRAR-CARTA
           END-IF.
           CLOSE ENVIO-ORDENADO.

       ABRIR-CARTA.
      /BLOQUE DE DOMICILIO, SALUDO EN EL IDIOMA DEL TUTOR Y ETIQUETA
      /DEL SOBRE
           ADD 1 TO CANT-SOBRES.
           MOVE 0 TO TIPO-ANTERIOR.
           MOVE EO-IDIOMA TO IDIOMA-CARTA.
           MOVE EO-NOMBRE-TUTOR TO CARTA-TUTOR-LINEA.
           WRITE CARTA-TUTOR-LINEA.
           MOVE EO-CALLE TO CARTA-TUTOR-LINEA.
           WRITE CARTA-TUTOR-LINEA.
           MOVE SPACES TO CARTA-TUTOR-LINEA.
           STRING EO-COD-POSTAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EO-LOCALIDAD DELIMITED BY SIZE
               INTO CARTA-TUTOR-LINEA.
           WRITE CARTA-TUTOR-LINEA.
           MOVE SPACES TO CARTA-TUTOR-LINEA.
           WRITE CARTA-TUTOR-LINEA.
           MOVE SPACES TO CARTA-TUTOR-LINEA.
           IF EO-IDIOMA-INGLES
               STRING "DEAR " DELIMITED BY SIZE
                   EO-NOMBRE-TUTOR DELIMITED BY "  "
                   ":" DELIMITED BY SIZE
                   INTO CARTA-TUTOR-LINEA
               WRITE CARTA-TUTOR-LINEA
               MOVE SPACES TO CARTA-TUTOR-LINEA
               STRING "PLEASE FIND ENCLOSED THE SCHOOL DOCUMENTS FOR "
                   DELIMITED BY SIZE
                   EO-NOMBRE-ALUMNO DELIMITED BY "  "
                   "." DELIMITED BY SIZE
                   INTO CARTA-TUTOR-LINEA
           ELSE
               STRING "ESTIMADO/A " DELIMITED BY SIZE
                   EO-NOMBRE-TUTOR DELIMITED BY "  "
                   ":" DELIMITED BY SIZE
                   INTO CARTA-TUTOR-LINEA
               WRITE CARTA-TUTOR-LINEA
               MOVE SPACES TO CARTA-TUTOR-LINEA
               STRING "LE HACEMOS LLEGAR LA DOCUMENTACION ESCOLAR DE "
                   DELIMITED BY SIZE
                   EO-NOMBRE-ALUMNO DELIMITED BY "  "
                   "." DELIMITED BY SIZE
                   INTO CARTA-TUTOR-LINEA
           END-IF.
           WRITE CARTA-TUTOR-LINEA.
           MOVE SPACES TO ETIQUETA-RECORD.
           MOVE EO-COD-POSTAL TO EQ-COD-POSTAL.
           MOVE EO-NOMBRE-TUTOR TO EQ-NOMBRE.
           MOVE EO-CALLE TO EQ-CALLE.
           MOVE EO-LOCALIDAD TO EQ-LOCALIDAD.
           MOVE EO-STUDENT-ID TO EQ-STUDENT-ID.
           WRITE ETIQUETA-RECORD.

       CERRAR-CARTA.
      /DESPEDIDA EN EL IDIOMA DEL TUTOR Y SEPARADOR DE SOBRE
           MOVE SPACES TO CARTA-TUTOR-LINEA.
           WRITE CARTA-TUTOR-LINEA.
           IF IDIOMA-CARTA = "EN"
               MOVE "SINCERELY, THE SCHOOL OFFICE" TO CARTA-TUTOR-LINEA
           ELSE
               MOVE "ATENTAMENTE, LA DIRECCION" TO CARTA-TUTOR-LINEA
           END-IF.
           WRITE CARTA-TUTOR-LINEA.
           MOVE ALL "=" TO CARTA-TUTOR-LINEA.
           WRITE CARTA-TUTOR-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO ENVIO-REPORT-LINEA.
           WRITE ENVIO-REPORT-LINEA.
           MOVE CANT-BOLETINES TO CANT-EDIT.
           MOVE SPACES TO ENVIO-REPORT-LINEA.
           STRING "BOLETINES LEIDOS:       " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ENVIO-REPORT-LINEA.
           WRITE ENVIO-REPORT-LINEA.
           MOVE CANT-CARTAS-STD TO CANT-EDIT.
           MOVE SPACES TO ENVIO-REPORT-LINEA.
           STRING "CARTAS DE ESTADO LEIDAS:" DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ENVIO-REPORT-LINEA.
           WRITE ENVIO-REPORT-LINEA.
           MOVE CANT-SOBRES TO CANT-EDIT.
           MOVE SPACES TO ENVIO-REPORT-LINEA.
           STRING "SOBRES Y ETIQUETAS:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ENVIO-REPORT-LINEA.
           WRITE ENVIO-REPORT-LINEA.
           MOVE CANT-SIN-TUTOR TO CANT-EDIT.
           MOVE SPACES TO ENVIO-REPORT-LINEA.
           STRING "ALUMNOS SIN TUTOR:      " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO ENVIO-REPORT-LINEA.
           WRITE ENVIO-REPORT-LINEA.
           PERFORM VARYING IND-SIN-TUTOR FROM 1 BY 1
                   UNTIL IND-SIN-TUTOR > CANT-SIN-TUTOR
                      OR IND-SIN-TUTOR > MAX-SIN-TUTOR
               MOVE SPACES TO ENVIO-REPORT-LINEA
               STRING "    " DELIMITED BY SIZE
                   ST-STUDENT-ID(IND-SIN-TUTOR) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ST-NOMBRE(IND-SIN-TUTOR) DELIMITED BY SIZE
                   INTO ENVIO-REPORT-LINEA
               WRITE ENVIO-REPORT-LINEA
           END-PERFORM.
           IF CANT-SIN-TUTOR > MAX-SIN-TUTOR
               MOVE "    (LISTA TRUNCADA: TABLA DE SIN TUTOR LLENA)"
                   TO ENVIO-REPORT-LINEA
               WRITE ENVIO-REPORT-LINEA
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
           MOVE "TUTORENV" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "TUTORENV" TO RL-PROGRAMA.
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
           MOVE "TUTORENV" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM TUTORENV.
