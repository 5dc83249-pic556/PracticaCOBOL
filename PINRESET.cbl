      ******************************************************************
      * Author:Pedro Burgos
      * Date:6/4/26
      * Purpose:Campana-De-Blanqueo-Masivo-De-PINES-Con-Sobres
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINRESET IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT PIN-HIST ASSIGN TO "PINHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-EMP-ID
               FILE STATUS IS PIN-HIST-STATUS.

           SELECT RESET-CONTROL ASSIGN TO "PINRSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESET-CONTROL-STATUS.

           SELECT RESET-TRABAJO ASSIGN TO "PINRSRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESET-TRABAJO-STATUS.

           SELECT RESET-ORDENADO ASSIGN TO "PINRSSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESET-ORDENADO-STATUS.

           SELECT SORT-RESET ASSIGN TO "SORTWK1".

           SELECT MAILER-FILE ASSIGN TO "RPTPINML"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAILER-FILE-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO "RPTPINRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  PIN-HIST.
           COPY "PINHIST.cpy".

       FD  RESET-CONTROL.
      /ALCANCE DE LA CAMPANA, UNA LINEA POR CRITERIO:
      /  T             TODO EL PERSONAL ACTIVO
      /  D <depto>     TODOS LOS EMPLEADOS DE ESE UM-DEPT
      /  E <legajo>    UN EMPLEADO PUNTUAL
      /LOS CRITERIOS D Y E SE ACUMULAN; UN T LOS ABARCA A TODOS
       01  RESET-CONTROL-RECORD.
           05  RS-TIPO             PIC X(01).
               88  RS-TODOS        VALUE "T".
               88  RS-DEPTO        VALUE "D".
               88  RS-EMPLEADO     VALUE "E".
           05  FILLER              PIC X(01).
           05  RS-VALOR            PIC X(10).

       FD  RESET-TRABAJO.
      /UN REGISTRO POR BLANQUEO, PARA ORDENAR LOS SOBRES POR
      /DEPARTAMENTO; SE VACIA AL TERMINAR PORQUE LLEVA EL PIN
       01  RESET-TRABAJO-RECORD.
           05  RT-DEPT             PIC X(10).
           05  RT-EMP-ID           PIC X(10).
           05  RT-EMP-NAME         PIC X(30).
           05  RT-PIN              PIC X(04).

       FD  RESET-ORDENADO.
       01  RESET-ORDENADO-RECORD.
           05  RO-DEPT             PIC X(10).
           05  RO-EMP-ID           PIC X(10).
           05  RO-EMP-NAME         PIC X(30).
           05  RO-PIN              PIC X(04).

       SD  SORT-RESET.
       01  SORT-RESET-RECORD.
           05  SX-DEPT             PIC X(10).
           05  SX-EMP-ID           PIC X(10).
           05  SX-EMP-NAME         PIC X(30).
           05  SX-PIN              PIC X(04).

       FD  MAILER-FILE.
       01  MAILER-LINEA            PIC X(80).

       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-LINEA    PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AU-TIMESTAMP        PIC X(17).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-OPERACION        PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-IMAGEN           PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-CONTENIDO        PIC X(80).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-SECUENCIA        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-SELLO            PIC X(08).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO DE USERAUDT
       COPY "SELLAREA.cpy".

      /AREA DEL CANDADO DE CORRIDAS COMPARTIDO
       COPY "RUNCAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO RECIBE SOLO EL
      /HASH DEL PIN DE UN SOLO USO; EL PIN EN CLARO SOLO VIAJA AL
      /SOBRE
       COPY "PINAREA.cpy".

       01 USER-MASTER-STATUS     PIC X(02).
       01 PIN-HIST-STATUS        PIC X(02).
       01 RESET-CONTROL-STATUS   PIC X(02).
       01 RESET-TRABAJO-STATUS   PIC X(02).
       01 RESET-ORDENADO-STATUS  PIC X(02).
       01 MAILER-FILE-STATUS     PIC X(02).
       01 CONTROL-REPORT-STATUS  PIC X(02).
       01 AUDIT-FILE-STATUS      PIC X(02).
       01 RUN-LOG-STATUS         PIC X(02).

       01 CONTROL-EOF-SW PIC X(01) VALUE "N".
           88 CONTROL-EOF VALUE "Y".
       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 ORDENADO-EOF-SW PIC X(01) VALUE "N".
           88 ORDENADO-EOF VALUE "Y".

      /CRITERIOS DE ALCANCE CARGADOS DE PINRSCTL
       01 ALCANCE-TODOS-SW PIC X(01) VALUE "N".
           88 ALCANCE-TODOS VALUE "Y".
       01 MAX-CRITERIOS PIC 9(03) VALUE 200.
       01 CANT-CRITERIOS PIC 9(03) VALUE 0.
       01 TABLA-CRITERIOS.
           05 CRITERIO-ITEM OCCURS 200 TIMES.
              10 CR-TIPO  PIC X(01).
              10 CR-VALOR PIC X(10).
       01 IND-CRITERIO PIC 9(03) COMP.
       01 EMPLEADO-ELEGIDO-SW PIC X(01).
           88 EMPLEADO-ELEGIDO VALUE "Y".

      /PIN DE UN SOLO USO: CUATRO DIGITOS AL AZAR, SEMILLA DE LA HORA
       01 PIN-NUEVO-NUM PIC 9(04).
       01 PIN-NUEVO REDEFINES PIN-NUEVO-NUM PIC X(04).
       01 SEMILLA-AZAR PIC 9(08).
       01 NUMERO-AZAR PIC V9(09).
       01 HIST-HALLADO-SW PIC X(01).
           88 HIST-HALLADO VALUE "Y".
       01 IND-HIST PIC 9(01).
       01 IND-HIST-2 PIC 9(01).

       01 CANT-LEIDOS      PIC 9(07) VALUE 0.
       01 CANT-BLANQUEADOS PIC 9(07) VALUE 0.
       01 CANT-OMITIDOS    PIC 9(07) VALUE 0.
       01 CANT-DEPTO       PIC 9(05) VALUE 0.
       01 CANT-DEPTOS      PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZZZ9.
       01 DEPTO-ANTERIOR PIC X(10).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /ANTE UNA SOSPECHA DE FILTRACION DE PINES: CADA EMPLEADO DEL
      /ALCANCE RECIBE UN PIN DE UN SOLO USO AL AZAR, EL PIN VIEJO
      /PASA A LA HISTORIA (NO SE PUEDE VOLVER A EL) Y MI-APP OBLIGA
      /EL CAMBIO EN EL PROXIMO LOGIN. SALE UN SOBRE POR EMPLEADO
      /AGRUPADO POR DEPARTAMENTO PARA EL REPARTO, Y UN REPORTE DE
      /CONTROL CON LOS CONTEOS POR DEPARTAMENTO
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM TOMAR-CONTROL-CORRIDA.
           IF RC-BLOQUEADO
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.

           PERFORM CARGAR-ALCANCE.
           OPEN OUTPUT CONTROL-REPORT.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE SPACES TO CONTROL-REPORT-LINEA.
           STRING "CAMPANA DE BLANQUEO DE PINES DEL " DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINEA.
           WRITE CONTROL-REPORT-LINEA.

           IF CANT-CRITERIOS = 0 AND NOT ALCANCE-TODOS
               MOVE "SIN ALCANCE EN PINRSCTL, NO SE BLANQUEA NADA"
                   TO CONTROL-REPORT-LINEA
               WRITE CONTROL-REPORT-LINEA
               DISPLAY "SIN ALCANCE EN PINRSCTL, NO SE BLANQUEA NADA"
           ELSE
               PERFORM BLANQUEAR-PINES THRU BLANQUEAR-PINES-EXIT
               IF CANT-BLANQUEADOS > 0
                   SORT SORT-RESET
                       ON ASCENDING KEY SX-DEPT SX-EMP-ID
                       USING RESET-TRABAJO
                       GIVING RESET-ORDENADO
                   PERFORM IMPRIMIR-SOBRES
               END-IF
               PERFORM VACIAR-TRABAJO
           END-IF.

           PERFORM ESCRIBIR-TOTALES.
           CLOSE CONTROL-REPORT.
           PERFORM LIBERAR-CONTROL-CORRIDA.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CARGAR-ALCANCE.
           MOVE 0 TO CANT-CRITERIOS.
           OPEN INPUT RESET-CONTROL.
           IF RESET-CONTROL-STATUS NOT = "00"
               DISPLAY "SIN PINRSCTL"
           ELSE
               READ RESET-CONTROL
                   AT END MOVE "Y" TO CONTROL-EOF-SW
               END-READ
               PERFORM UNTIL CONTROL-EOF
                   EVALUATE TRUE
                       WHEN RS-TODOS
                           MOVE "Y" TO ALCANCE-TODOS-SW
                       WHEN RS-DEPTO OR RS-EMPLEADO
                           IF CANT-CRITERIOS < MAX-CRITERIOS
                               ADD 1 TO CANT-CRITERIOS
                               MOVE RS-TIPO TO CR-TIPO(CANT-CRITERIOS)
                               MOVE RS-VALOR
                                   TO CR-VALOR(CANT-CRITERIOS)
                           ELSE
                               DISPLAY "TABLA DE ALCANCE LLENA, SE "
                                   "IGNORA: " RS-VALOR
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ RESET-CONTROL
                       AT END MOVE "Y" TO CONTROL-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE RESET-CONTROL
           END-IF.

       BLANQUEAR-PINES.
      /RECORRE EL MAESTRO COMPLETO; LAS BAJAS NUNCA SE BLANQUEAN Y
      /EL ALCANCE "T" TOMA SOLO AL PERSONAL ACTIVO
           OPEN I-O USER-MASTER.
           IF USER-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                   USER-MASTER-STATUS
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE USER-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               MOVE "NO SE PUDO ABRIR USER-MASTER, NADA BLANQUEADO"
                   TO CONTROL-REPORT-LINEA
               WRITE CONTROL-REPORT-LINEA
               GO TO BLANQUEAR-PINES-EXIT
           END-IF.
           OPEN I-O PIN-HIST.
           IF PIN-HIST-STATUS = "35"
               OPEN OUTPUT PIN-HIST
               CLOSE PIN-HIST
               OPEN I-O PIN-HIST
           END-IF.
           OPEN OUTPUT RESET-TRABAJO.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE CURRENT-TIME-FLD TO SEMILLA-AZAR.
           COMPUTE NUMERO-AZAR = FUNCTION RANDOM(SEMILLA-AZAR).
           READ USER-MASTER NEXT RECORD
               AT END MOVE "Y" TO MAESTRO-EOF-SW
           END-READ.
           PERFORM UNTIL MAESTRO-EOF
               ADD 1 TO CANT-LEIDOS
               PERFORM EVALUAR-ALCANCE
               IF EMPLEADO-ELEGIDO
                   PERFORM BLANQUEAR-UN-EMPLEADO
               END-IF
               READ USER-MASTER NEXT RECORD
                   AT END MOVE "Y" TO MAESTRO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE RESET-TRABAJO.
           CLOSE PIN-HIST.
           CLOSE USER-MASTER.
       BLANQUEAR-PINES-EXIT.
           EXIT.

       EVALUAR-ALCANCE.
           MOVE "N" TO EMPLEADO-ELEGIDO-SW.
           IF UM-BAJA
               CONTINUE
           ELSE
           IF ALCANCE-TODOS
               IF UM-ACTIVO
                   MOVE "Y" TO EMPLEADO-ELEGIDO-SW
               END-IF
           ELSE
               PERFORM VARYING IND-CRITERIO FROM 1 BY 1
                       UNTIL IND-CRITERIO > CANT-CRITERIOS
                          OR EMPLEADO-ELEGIDO
                   IF CR-TIPO(IND-CRITERIO) = "D"
                      AND CR-VALOR(IND-CRITERIO) = UM-DEPT
                       MOVE "Y" TO EMPLEADO-ELEGIDO-SW
                   END-IF
                   IF CR-TIPO(IND-CRITERIO) = "E"
                      AND CR-VALOR(IND-CRITERIO) = UM-EMP-ID
                       MOVE "Y" TO EMPLEADO-ELEGIDO-SW
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

       BLANQUEAR-UN-EMPLEADO.
      /EL PIN ACTUAL (YA HASHEADO) ENTRA A LA HISTORIA IGUAL QUE EN
      /UN CAMBIO NORMAL DE MI-APP, ASI EL EMPLEADO NO PUEDE VOLVER
      /AL PIN SOSPECHADO; LA HISTORIA QUEDA MARCADA CON CAMBIO
      /FORZADO
           COMPUTE NUMERO-AZAR = FUNCTION RANDOM.
           COMPUTE PIN-NUEVO-NUM = NUMERO-AZAR * 10000.
           MOVE UM-EMP-ID TO PH-EMP-ID.
           READ PIN-HIST
               INVALID KEY
                   MOVE "N" TO HIST-HALLADO-SW
               NOT INVALID KEY
                   MOVE "Y" TO HIST-HALLADO-SW
           END-READ.
           IF NOT HIST-HALLADO
               MOVE SPACES TO PIN-HIST-RECORD
               MOVE UM-EMP-ID TO PH-EMP-ID
               MOVE 0 TO PH-CANT-HIST
           END-IF.
           IF PH-CANT-HIST < 5
               ADD 1 TO PH-CANT-HIST
           END-IF.
           PERFORM VARYING IND-HIST FROM PH-CANT-HIST BY -1
                   UNTIL IND-HIST < 2
               COMPUTE IND-HIST-2 = IND-HIST - 1
               MOVE PH-PIN-ANTERIOR(IND-HIST-2)
                   TO PH-PIN-ANTERIOR(IND-HIST)
           END-PERFORM.
           MOVE UM-PIN TO PH-PIN-ANTERIOR(1).
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD TO PH-FECHA-CAMBIO.
           MOVE "F" TO PH-FORZAR-SW.
           IF HIST-HALLADO
               REWRITE PIN-HIST-RECORD
           ELSE
               WRITE PIN-HIST-RECORD
           END-IF.
           MOVE UM-EMP-ID TO PN-EMP-ID.
           MOVE PIN-NUEVO TO PN-PIN.
           CALL "PINHASH" USING PIN-AREA.
           MOVE PN-HASH TO UM-PIN.
           REWRITE USER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO CANT-OMITIDOS
                   DISPLAY "NO SE PUDO BLANQUEAR: " UM-EMP-ID
               NOT INVALID KEY
                   ADD 1 TO CANT-BLANQUEADOS
                   MOVE UM-DEPT TO RT-DEPT
                   MOVE UM-EMP-ID TO RT-EMP-ID
                   MOVE UM-EMP-NAME TO RT-EMP-NAME
                   MOVE PIN-NUEVO TO RT-PIN
                   WRITE RESET-TRABAJO-RECORD
                   PERFORM AUDITAR-BLANQUEO
           END-REWRITE.

       AUDITAR-BLANQUEO.
      /CADA BLANQUEO QUEDA EN USERAUDT, SIN EL PIN NI SU HASH
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO AU-TIMESTAMP.
           MOVE "PINRST" TO AU-OPERACION.
           MOVE "QUIEN" TO AU-IMAGEN.
           MOVE SPACES TO AU-CONTENIDO.
           STRING "EMP=" DELIMITED BY SIZE
               UM-EMP-ID DELIMITED BY SIZE
               " DEPT=" DELIMITED BY SIZE
               UM-DEPT DELIMITED BY SIZE
               " CAMBIO FORZADO EN PROXIMO LOGIN" DELIMITED BY SIZE
               INTO AU-CONTENIDO.
           PERFORM GRABAR-AUDITORIA.
           CLOSE AUDIT-FILE.

       IMPRIMIR-SOBRES.
      /UN SOBRE POR EMPLEADO, CADA UNO EN SU PAGINA PARA PODER
      /CERRARLO, EN ORDEN DE DEPARTAMENTO; EL REPORTE DE CONTROL
      /LLEVA UN RENGLON POR DEPARTAMENTO CON SU CANTIDAD
           OPEN INPUT RESET-ORDENADO.
           OPEN OUTPUT MAILER-FILE.
           MOVE SPACES TO DEPTO-ANTERIOR.
           MOVE 0 TO CANT-DEPTO.
           READ RESET-ORDENADO
               AT END MOVE "Y" TO ORDENADO-EOF-SW
           END-READ.
           PERFORM UNTIL ORDENADO-EOF
               IF RO-DEPT NOT = DEPTO-ANTERIOR AND CANT-DEPTO > 0
                   PERFORM ESCRIBIR-CORTE-DEPTO
               END-IF
               MOVE RO-DEPT TO DEPTO-ANTERIOR
               ADD 1 TO CANT-DEPTO
               PERFORM IMPRIMIR-UN-SOBRE
               READ RESET-ORDENADO
                   AT END MOVE "Y" TO ORDENADO-EOF-SW
               END-READ
           END-PERFORM.
           IF CANT-DEPTO > 0
               PERFORM ESCRIBIR-CORTE-DEPTO
           END-IF.
           CLOSE MAILER-FILE.
           CLOSE RESET-ORDENADO.

       IMPRIMIR-UN-SOBRE.
           MOVE ALL "*" TO MAILER-LINEA.
           WRITE MAILER-LINEA AFTER ADVANCING PAGE.
           MOVE SPACES TO MAILER-LINEA.
           STRING "* CONFIDENCIAL - ENTREGAR EN MANO A: "
               DELIMITED BY SIZE
               RO-EMP-NAME DELIMITED BY SIZE
               INTO MAILER-LINEA.
           WRITE MAILER-LINEA.
           MOVE SPACES TO MAILER-LINEA.
           STRING "* DEPARTAMENTO: " DELIMITED BY SIZE
               RO-DEPT DELIMITED BY SIZE
               "   LEGAJO: " DELIMITED BY SIZE
               RO-EMP-ID DELIMITED BY SIZE
               INTO MAILER-LINEA.
           WRITE MAILER-LINEA.
           MOVE ALL "*" TO MAILER-LINEA.
           WRITE MAILER-LINEA.
      /EL PIN VA DEBAJO DE UN BLOQUE DE RELLENO, COMO EN LOS SOBRES
      /CIEGOS: NO SE LEE POR TRANSPARENCIA A TRAVES DEL SOBRE
           MOVE ALL "X" TO MAILER-LINEA.
           WRITE MAILER-LINEA.
           WRITE MAILER-LINEA.
           MOVE SPACES TO MAILER-LINEA.
           STRING "  SU PIN PROVISORIO DE UN SOLO USO ES: "
               DELIMITED BY SIZE
               RO-PIN DELIMITED BY SIZE
               INTO MAILER-LINEA.
           WRITE MAILER-LINEA.
           MOVE ALL "X" TO MAILER-LINEA.
           WRITE MAILER-LINEA.
           WRITE MAILER-LINEA.
           MOVE "  EN SU PROXIMO INGRESO A MI-APP DEBERA ELEGIR UN PIN "
               TO MAILER-LINEA.
           WRITE MAILER-LINEA.
           MOVE "  NUEVO. NO COMPARTA ESTE PIN Y DESTRUYA ESTA NOTA."
               TO MAILER-LINEA.
           WRITE MAILER-LINEA.
           MOVE ALL "*" TO MAILER-LINEA.
           WRITE MAILER-LINEA.

       ESCRIBIR-CORTE-DEPTO.
           ADD 1 TO CANT-DEPTOS.
           MOVE CANT-DEPTO TO CANT-EDIT.
           MOVE SPACES TO CONTROL-REPORT-LINEA.
           STRING "DEPARTAMENTO " DELIMITED BY SIZE
               DEPTO-ANTERIOR DELIMITED BY SIZE
               " PINES BLANQUEADOS: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINEA.
           WRITE CONTROL-REPORT-LINEA.
           MOVE 0 TO CANT-DEPTO.

       VACIAR-TRABAJO.
      /LOS ARCHIVOS INTERMEDIOS LLEVAN LOS PINES EN CLARO: SE
      /VACIAN APENAS SALEN LOS SOBRES
           OPEN OUTPUT RESET-TRABAJO.
           CLOSE RESET-TRABAJO.
           OPEN OUTPUT RESET-ORDENADO.
           CLOSE RESET-ORDENADO.

       ESCRIBIR-TOTALES.
           MOVE CANT-LEIDOS TO CANT-EDIT.
           MOVE SPACES TO CONTROL-REPORT-LINEA.
           STRING "EMPLEADOS LEIDOS:      " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINEA.
           WRITE CONTROL-REPORT-LINEA.
           MOVE CANT-BLANQUEADOS TO CANT-EDIT.
           MOVE SPACES TO CONTROL-REPORT-LINEA.
           STRING "PINES BLANQUEADOS:     " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINEA.
           WRITE CONTROL-REPORT-LINEA.
           MOVE CANT-OMITIDOS TO CANT-EDIT.
           MOVE SPACES TO CONTROL-REPORT-LINEA.
           STRING "NO BLANQUEADOS (ERROR): " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINEA.
           WRITE CONTROL-REPORT-LINEA.
           MOVE CANT-DEPTOS TO CANT-EDIT.
           MOVE SPACES TO CONTROL-REPORT-LINEA.
           STRING "DEPARTAMENTOS:         " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO CONTROL-REPORT-LINEA.
           WRITE CONTROL-REPORT-LINEA.
           DISPLAY "PINES BLANQUEADOS: " CANT-BLANQUEADOS.

       TOMAR-CONTROL-CORRIDA.
           MOVE "R" TO RC-ACCION.
           MOVE "PINRESET" TO RC-PROGRAMA.
           MOVE 0 TO RC-FECHA.
           MOVE "N" TO RC-FORZAR-SW.
           CALL "RUNCTRL" USING RUNC-AREA.

       LIBERAR-CONTROL-CORRIDA.
      /UNA CORRIDA FALLIDA SUELTA EL CANDADO DEL TODO PARA QUE LA
      /RECORRIDA CORREGIDA ARRANQUE SIN PASAR POR RUNCFREE
           IF RETURN-CODE = 0
               MOVE "L" TO RC-ACCION
           ELSE
               MOVE "A" TO RC-ACCION
           END-IF.
           MOVE "PINRESET" TO RC-PROGRAMA.
           CALL "RUNCTRL" USING RUNC-AREA.

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
           MOVE "PINRESET" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "PINRESET" TO RL-PROGRAMA.
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
           MOVE "PINRESET" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "BLANQUEADOS=" DELIMITED BY SIZE
               CANT-BLANQUEADOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       GRABAR-AUDITORIA.
      /CADA REGISTRO DE USERAUDT SALE CON SU SECUENCIA Y SU SELLO,
      /CALCULADO SOBRE LOS PRIMEROS 113 BYTES Y EL SELLO ANTERIOR
           MOVE "S" TO SL-ACCION.
           MOVE "USERAUDT" TO SL-ARCHIVO.
           MOVE SPACES TO SL-REGISTRO.
           MOVE AUDIT-RECORD(1:113) TO SL-REGISTRO.
           CALL "AUDSELLO" USING SELLO-AREA.
           MOVE SL-SECUENCIA TO AU-SECUENCIA.
           MOVE SL-SELLO TO AU-SELLO.
           WRITE AUDIT-RECORD.

       END PROGRAM PINRESET.
