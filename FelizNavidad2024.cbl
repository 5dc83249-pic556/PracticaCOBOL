               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMPLATE-STATUS.

           SELECT CARD-TRIGGER ASSIGN TO "CARDTRIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-TRIGGER-STATUS.

           SELECT CARD-ISSUED ASSIGN TO "CARDEMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-CLAVE
               FILE STATUS IS CARD-ISSUED-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
      /DEL BATCH ANUAL; LOS DEMAS CODIGOS SON LOS DEL CALENDARIO
      /OCCASCAL. LAS VARIABLES &NOMBRE, &DEPTO Y &FECHA SE
      /REEMPLAZAN POR LOS DATOS DEL EMPLEADO Y LA FECHA DE CORRIDA.
      /BIEN Y DESP SON LAS CARTAS DE BIENVENIDA Y DESPEDIDA DEL PASO
      /DE EVENTOS DE RRHH (CODIGOS DE CT-EVENTO EN CARDTRIG).
       01  TEMPLATE-RECORD.
           05  TP-CODIGO           PIC X(04).
           05  TP-LANG             PIC X(02).
           05  TP-TEXTO            PIC X(60).

       FD  CARD-TRIGGER.
           COPY "CARDTRIG.cpy".

       FD  CARD-ISSUED.
           COPY "CARDEMIT.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

           88 MODO-INTERACTIVO VALUE "I".
           88 MODO-BATCH       VALUE "B".
           88 MODO-OCASIONES   VALUE "O".
           88 MODO-EVENTOS     VALUE "E".

       01 DECOR-CONTROL-STATUS  PIC X(02).
       01 USER-MASTER-STATUS    PIC X(02).

       01 SALUDO-NAVIDAD PIC X(20).

      /PASO DE EVENTOS DE RRHH: LOS DISPARADORES DE ALTAS Y BAJAS
      /QUE DEJA HRFEED EN CARDTRIG Y EL REGISTRO DE TARJETAS YA
      /EMITIDAS EN CARDEMIT, QUE EVITA EMITIR DOS VECES LA TARJETA
      /DEL MISMO EVENTO
       01 CARD-TRIGGER-STATUS PIC X(02).
       01 CARD-ISSUED-STATUS  PIC X(02).
       01 DISPARADOR-EOF-SW PIC X(01) VALUE "N".
           88 DISPARADOR-EOF VALUE "Y".
       01 EMITIDAS-EOF-SW PIC X(01) VALUE "N".
           88 EMITIDAS-EOF VALUE "Y".
       01 CANT-YA-EMITIDAS PIC 9(05) VALUE 0.
       01 SALUDO-EVENTO PIC X(20).

      * Tarjetas de eventos emitidas en el dia, levantadas de CARDEMIT
      * y ordenadas por departamento para la lista diaria RPTCARDL.
       01 MAX-LISTA PIC 9(03) VALUE 200.
       01 CANT-LISTA PIC 9(03) VALUE 0.
       01 TABLA-LISTA.
           05 LISTA-ITEM OCCURS 200 TIMES.
              10 LS-DEPT        PIC X(10).
              10 LS-EVENTO      PIC X(04).
              10 LS-EMP-ID      PIC X(10).
              10 LS-NOMBRE      PIC X(30).
              10 LS-FECHA       PIC 9(08).
       01 LISTA-SWAP-ITEM.
           05 LS-SWAP-DEPT      PIC X(10).
           05 LS-SWAP-EVENTO    PIC X(04).
           05 LS-SWAP-EMP-ID    PIC X(10).
           05 LS-SWAP-NOMBRE    PIC X(30).
           05 LS-SWAP-FECHA     PIC 9(08).
       01 LISTA-DESBORDADA-SW PIC X(01) VALUE "N".
           88 LISTA-DESBORDADA VALUE "Y".
       01 IND-LISTA-1 PIC 9(03) COMP.
       01 IND-LISTA-2 PIC 9(03) COMP.
       01 IND-LISTA-LIMITE PIC 9(03) COMP.
       01 CANT-LISTA-DEPTO PIC 9(03) VALUE 0.
       01 TEXTO-EVENTO PIC X(10).
       01 CANT-EDIT PIC ZZZZ9.
       01 LISTA-REPORT-LINEA PIC X(80).

      /BIBLIOTECA DE PLANTILLAS CARGADA DE CARDTMPL; SIN ARCHIVO O
      /SIN PLANTILLA PARA LA OCASION, LA TARJETA SALE CON LA FRASE
      /FIJA DE SIEMPRE
           PERFORM CARGAR-PLANTILLAS.

           IF ADDRESS OF LK-MODO-EJECUCION = NULL
               DISPLAY "MODO (I)NTERACTIVO, (B)ATCH DE TARJETAS, "
                   "(O)CASIONES DEL DIA O (E)VENTOS DE RRHH: "
               ACCEPT MODO-EJECUCION
           ELSE
               MOVE LK-MODO-EJECUCION TO MODO-EJECUCION
               WHEN MODO-OCASIONES
                   PERFORM PROCESO-OCASIONES
                       THRU PROCESO-OCASIONES-EXIT
               WHEN MODO-EVENTOS
                   PERFORM PROCESO-EVENTOS
                       THRU PROCESO-EVENTOS-EXIT
               WHEN OTHER
      /CUALQUIER RESPUESTA QUE NO SEA B, O NI E SE NORMALIZA A
      /INTERACTIVO, PARA QUE EMITIR-LINEA MANDE EL DIBUJO A LA
      /CONSOLA Y NO A UN ARCHIVO DE TARJETAS QUE NUNCA SE ABRIO
                   MOVE "I" TO MODO-EJECUCION
           MOVE SPACES TO TARJETAS-REPORT-LINEA.
           PERFORM GRABAR-REPORTE-TARJE.

       PROCESO-EVENTOS.
      /PASO DIARIO DE EVENTOS DE RRHH: UNA TARJETA DE BIENVENIDA POR
      /CADA ALTA Y UNA DE DESPEDIDA POR CADA BAJA QUE HRFEED DEJO EN
      /CARDTRIG. CARDTRIG SE LEE ENTERO EN CADA CORRIDA; LO QUE YA
      /TIENE SU TARJETA EN CARDEMIT NO SE VUELVE A EMITIR, ASI QUE
      /UNA RECORRIDA O UNA REIMPRESION SOLO EMITE LO PENDIENTE
           PERFORM VALIDAR-ALTURA.
           IF NOT ALTURA-VALIDA
               MOVE MAX-ALTURA TO ALTURA
           END-IF.
           ACCEPT FECHA-CORRIDA FROM DATE YYYYMMDD.

           OPEN INPUT CARD-TRIGGER.
           IF CARD-TRIGGER-STATUS NOT = "00"
               DISPLAY "SIN DISPARADORES CARDTRIG, NADA QUE EMITIR"
               GO TO PROCESO-EVENTOS-EXIT
           END-IF.

           OPEN I-O CARD-ISSUED.
           IF CARD-ISSUED-STATUS = "35"
      /PRIMERA CORRIDA: EL REGISTRO DE EMITIDAS TODAVIA NO EXISTE
               OPEN OUTPUT CARD-ISSUED
               CLOSE CARD-ISSUED
               OPEN I-O CARD-ISSUED
           END-IF.
      /SIN CARDEMIT NO HAY FORMA DE SABER QUE YA SE EMITIO: NO SE
      /EMITE NADA Y EL PASO FALLA
           IF CARD-ISSUED-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CARDEMIT, STATUS: "
                   CARD-ISSUED-STATUS
               MOVE "CARDEMIT" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE CARD-ISSUED-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               CLOSE CARD-TRIGGER
               GO TO PROCESO-EVENTOS-EXIT
           END-IF.
           PERFORM ABRIR-REPORTE-TARJE.

           READ CARD-TRIGGER
               AT END MOVE "Y" TO DISPARADOR-EOF-SW
           END-READ.
           PERFORM UNTIL DISPARADOR-EOF
               ADD 1 TO BAL-LEIDOS
               PERFORM EMITIR-TARJETA-EVENTO
               READ CARD-TRIGGER
                   AT END MOVE "Y" TO DISPARADOR-EOF-SW
               END-READ
           END-PERFORM.

           CLOSE CARD-TRIGGER.
           PERFORM CERRAR-REPORTE-TARJE.
           PERFORM ESCRIBIR-LISTA-DIARIA.
           CLOSE CARD-ISSUED.
           PERFORM REGISTRAR-BALANCE.
           DISPLAY "TARJETAS DE EVENTOS EMITIDAS: "
               CANT-TARJETAS-DIA.
           DISPLAY "EVENTOS CON TARJETA YA EMITIDA: "
               CANT-YA-EMITIDAS.
       PROCESO-EVENTOS-EXIT.
           EXIT.

       EMITIR-TARJETA-EVENTO.
      /LA TARJETA SALE SOLO SI EL EVENTO ENTRA EN CARDEMIT: LA CLAVE
      /EVENTO + ID + FECHA DEL EVENTO CHOCA SI YA SE EMITIO ANTES
           IF (NOT CT-BIENVENIDA AND NOT CT-DESPEDIDA)
              OR CT-EMP-ID = SPACES
              OR CT-FECHA-EVENTO NOT NUMERIC
               ADD 1 TO BAL-RECHAZADOS
           ELSE
               MOVE SPACES TO CARD-ISSUED-RECORD
               MOVE CT-EVENTO TO CE-EVENTO
               MOVE CT-EMP-ID TO CE-EMP-ID
               MOVE CT-FECHA-EVENTO TO CE-FECHA-EVENTO
               MOVE FECHA-CORRIDA TO CE-FECHA-EMISION
               MOVE CT-DEPT TO CE-DEPT
               MOVE CT-EMP-NAME TO CE-EMP-NAME
               MOVE CT-LANG-CODE TO CE-LANG-CODE
               WRITE CARD-ISSUED-RECORD
                   INVALID KEY
                       PERFORM TARJETA-NO-GRABADA
                   NOT INVALID KEY
                       ADD 1 TO CANT-TARJETAS-DIA
                       ADD 1 TO BAL-ESCRITOS
                       PERFORM ESCRIBIR-TARJETA-EVENTO
               END-WRITE
           END-IF.

       TARJETA-NO-GRABADA.
      /CLAVE DUPLICADA = EL EVENTO YA TIENE SU TARJETA DE UNA CORRIDA
      /ANTERIOR; CUALQUIER OTRO ERROR VA AL MANEJADOR Y LA TARJETA NO
      /SE EMITE, PARA QUE LA PROXIMA CORRIDA LA TOME COMO PENDIENTE
           ADD 1 TO BAL-RECHAZADOS.
           IF CARD-ISSUED-STATUS = "22"
               ADD 1 TO CANT-YA-EMITIDAS
           ELSE
               MOVE "CARDEMIT" TO EH-ARCHIVO
               MOVE "WRITE" TO EH-OPERACION
               MOVE CARD-ISSUED-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           END-IF.

       ESCRIBIR-TARJETA-EVENTO.
      /CON PLANTILLA BIEN O DESP PARA EL IDIOMA DEL EMPLEADO, LA
      /TARJETA ES UNA CARTA PERSONALIZADA; SIN PLANTILLA, EL SALUDO
      /FIJO DEL EVENTO EN SU IDIOMA
           MOVE CT-EVENTO TO CODIGO-PLANTILLA.
           MOVE CT-LANG-CODE TO LANG-PLANTILLA.
           PERFORM BUSCAR-PLANTILLA.
           IF PLANTILLA-HALLADA
               MOVE CT-EMP-NAME TO VAR-NOMBRE
               MOVE CT-DEPT TO VAR-DEPTO
               MOVE FECHA-CORRIDA TO VAR-FECHA
               PERFORM EMITIR-LINEAS-CARTA
           ELSE
               PERFORM ARMAR-SALUDO-EVENTO
               MOVE SPACES TO TARJETAS-REPORT-LINEA
               STRING SALUDO-EVENTO DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   CT-EMP-NAME DELIMITED BY SIZE
                   INTO TARJETAS-REPORT-LINEA
               PERFORM GRABAR-REPORTE-TARJE
           END-IF.
           PERFORM DIBUJAR-MOTIVO.
           MOVE SPACES TO TARJETAS-REPORT-LINEA.
           PERFORM GRABAR-REPORTE-TARJE.

       ARMAR-SALUDO-EVENTO.
      /SALUDO FIJO DE BIENVENIDA O DESPEDIDA SEGUN EL IDIOMA, COMO
      /ARMAR-SALUDO-NAVIDAD PARA LA CARTA NAVIDENA
           IF CT-BIENVENIDA
               EVALUATE CT-LANG-CODE
                   WHEN "EN"
                       MOVE "WELCOME," TO SALUDO-EVENTO
                   WHEN "PT"
                       MOVE "BEM-VINDO," TO SALUDO-EVENTO
                   WHEN OTHER
                       MOVE "BIENVENIDO/A," TO SALUDO-EVENTO
               END-EVALUATE
           ELSE
               EVALUATE CT-LANG-CODE
                   WHEN "EN"
                       MOVE "FAREWELL," TO SALUDO-EVENTO
                   WHEN "PT"
                       MOVE "BOA SORTE," TO SALUDO-EVENTO
                   WHEN OTHER
                       MOVE "HASTA SIEMPRE," TO SALUDO-EVENTO
               END-EVALUATE
           END-IF.

       ESCRIBIR-LISTA-DIARIA.
      /LISTA POR DEPARTAMENTO DE LAS TARJETAS DE EVENTOS EMITIDAS
      /HOY, TOMADA DE CARDEMIT: INCLUYE LAS DE CORRIDAS ANTERIORES
      /DEL MISMO DIA, ASI UNA RECORRIDA NO DEJA LA LISTA INCOMPLETA
           PERFORM CARGAR-LISTA-DIARIA.
           PERFORM ORDENAR-LISTA-DIARIA.

           MOVE "A" TO RW-ACCION.
           MOVE "RPTCARDL" TO RW-ARCHIVO.
           MOVE "TARJETAS DE RRHH EMITIDAS EN EL DIA" TO RW-TITULO.
           MOVE 50 TO RW-MAX-LINEAS.
           CALL "RPTWRITE" USING RPTW-AREA.
           MOVE SPACES TO LISTA-REPORT-LINEA.
           STRING "FECHA DE EMISION: " DELIMITED BY SIZE
               FECHA-CORRIDA DELIMITED BY SIZE
               INTO LISTA-REPORT-LINEA.
           PERFORM GRABAR-LISTA-DIARIA.
           IF LISTA-DESBORDADA
               MOVE "*** LISTA TRUNCADA: MAS TARJETAS QUE LA TABLA"
                   TO LISTA-REPORT-LINEA
               PERFORM GRABAR-LISTA-DIARIA
           END-IF.

           MOVE SPACES TO DEPT-ANTERIOR.
           MOVE 0 TO CANT-LISTA-DEPTO.
           PERFORM VARYING IND-LISTA-1 FROM 1 BY 1
                   UNTIL IND-LISTA-1 > CANT-LISTA
               IF IND-LISTA-1 = 1
                  OR LS-DEPT(IND-LISTA-1) NOT = DEPT-ANTERIOR
                   IF IND-LISTA-1 > 1
                       PERFORM ESCRIBIR-TOTAL-DEPTO-LISTA
                   END-IF
                   MOVE LS-DEPT(IND-LISTA-1) TO DEPT-ANTERIOR
                   MOVE SPACES TO LISTA-REPORT-LINEA
                   PERFORM GRABAR-LISTA-DIARIA
                   STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                       LS-DEPT(IND-LISTA-1) DELIMITED BY SIZE
                       INTO LISTA-REPORT-LINEA
                   PERFORM GRABAR-LISTA-DIARIA
               END-IF
               ADD 1 TO CANT-LISTA-DEPTO
               IF LS-EVENTO(IND-LISTA-1) = "BIEN"
                   MOVE "BIENVENIDA" TO TEXTO-EVENTO
               ELSE
                   MOVE "DESPEDIDA" TO TEXTO-EVENTO
               END-IF
               MOVE SPACES TO LISTA-REPORT-LINEA
               STRING "  " DELIMITED BY SIZE
                   TEXTO-EVENTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LS-EMP-ID(IND-LISTA-1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LS-NOMBRE(IND-LISTA-1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LS-FECHA(IND-LISTA-1) DELIMITED BY SIZE
                   INTO LISTA-REPORT-LINEA
               PERFORM GRABAR-LISTA-DIARIA
           END-PERFORM.
           IF CANT-LISTA > 0
               PERFORM ESCRIBIR-TOTAL-DEPTO-LISTA
           END-IF.

           MOVE SPACES TO LISTA-REPORT-LINEA.
           PERFORM GRABAR-LISTA-DIARIA.
           MOVE CANT-LISTA TO CANT-EDIT.
           STRING "TOTAL TARJETAS DEL DIA:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO LISTA-REPORT-LINEA.
           PERFORM GRABAR-LISTA-DIARIA.
           MOVE "C" TO RW-ACCION.
           MOVE "RPTCARDL" TO RW-ARCHIVO.
           CALL "RPTWRITE" USING RPTW-AREA.

       CARGAR-LISTA-DIARIA.
           MOVE 0 TO CANT-LISTA.
           MOVE LOW-VALUES TO CE-CLAVE.
           START CARD-ISSUED KEY IS NOT LESS THAN CE-CLAVE
               INVALID KEY MOVE "Y" TO EMITIDAS-EOF-SW
           END-START.
           IF NOT EMITIDAS-EOF
               READ CARD-ISSUED NEXT RECORD
                   AT END MOVE "Y" TO EMITIDAS-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL EMITIDAS-EOF
               IF CE-FECHA-EMISION = FECHA-CORRIDA
                   IF CANT-LISTA < MAX-LISTA
                       ADD 1 TO CANT-LISTA
                       MOVE CE-DEPT TO LS-DEPT(CANT-LISTA)
                       MOVE CE-EVENTO TO LS-EVENTO(CANT-LISTA)
                       MOVE CE-EMP-ID TO LS-EMP-ID(CANT-LISTA)
                       MOVE CE-EMP-NAME TO LS-NOMBRE(CANT-LISTA)
                       MOVE CE-FECHA-EVENTO TO LS-FECHA(CANT-LISTA)
                   ELSE
                       MOVE "Y" TO LISTA-DESBORDADA-SW
                   END-IF
               END-IF
               READ CARD-ISSUED NEXT RECORD
                   AT END MOVE "Y" TO EMITIDAS-EOF-SW
               END-READ
           END-PERFORM.

       ORDENAR-LISTA-DIARIA.
      /BURBUJA POR DEPARTAMENTO, COMO ORDENAR-POR-DEPARTAMENTO
           PERFORM VARYING IND-LISTA-1 FROM 1 BY 1
                   UNTIL IND-LISTA-1 >= CANT-LISTA
               COMPUTE IND-LISTA-LIMITE = CANT-LISTA - IND-LISTA-1
               PERFORM VARYING IND-LISTA-2 FROM 1 BY 1
                       UNTIL IND-LISTA-2 > IND-LISTA-LIMITE
                   IF LS-DEPT(IND-LISTA-2) >
                           LS-DEPT(IND-LISTA-2 + 1)
                       MOVE LISTA-ITEM(IND-LISTA-2)
                           TO LISTA-SWAP-ITEM
                       MOVE LISTA-ITEM(IND-LISTA-2 + 1)
                           TO LISTA-ITEM(IND-LISTA-2)
                       MOVE LISTA-SWAP-ITEM
                           TO LISTA-ITEM(IND-LISTA-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCRIBIR-TOTAL-DEPTO-LISTA.
           MOVE CANT-LISTA-DEPTO TO CANT-EDIT.
           MOVE SPACES TO LISTA-REPORT-LINEA.
           STRING "  TARJETAS DEL DEPARTAMENTO: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO LISTA-REPORT-LINEA.
           PERFORM GRABAR-LISTA-DIARIA.
           MOVE 0 TO CANT-LISTA-DEPTO.

       GRABAR-LISTA-DIARIA.
           MOVE "D" TO RW-ACCION.
           MOVE "RPTCARDL" TO RW-ARCHIVO.
           MOVE LISTA-REPORT-LINEA TO RW-LINEA.
           CALL "RPTWRITE" USING RPTW-AREA.
           MOVE SPACES TO LISTA-REPORT-LINEA.

       CARGAR-TABLA-TARJETAS.
           MOVE 0 TO CANT-EMPLEADOS.
           MOVE LOW-VALUES TO UM-EMP-ID.
           MOVE TJ-NOMBRE(IND-TARJETA-1) TO VAR-NOMBRE.
           MOVE TJ-DEPT(IND-TARJETA-1) TO VAR-DEPTO.
           MOVE FECHA-CORRIDA TO VAR-FECHA.
           PERFORM EMITIR-LINEAS-CARTA.

       EMITIR-LINEAS-CARTA.
      /LINEAS DE LA PLANTILLA CON VAR-NOMBRE, VAR-DEPTO Y VAR-FECHA
      /YA CARGADAS POR QUIEN LLAMA
           PERFORM VARYING IND-PLANTILLA FROM 1 BY 1
                   UNTIL IND-PLANTILLA > CANT-PLANTILLAS
               IF TL-CODIGO(IND-PLANTILLA) = CODIGO-PLANTILLA
           END-EVALUATE.

       EMITIR-LINEA.
      /EN LOS MODOS QUE EMITEN TARJETAS A ARCHIVO (BATCH ANUAL,
      /OCASIONES Y EVENTOS DE RRHH) LA FILA VA AL REPORTE; EN
      /INTERACTIVO, A LA CONSOLA
           IF MODO-INTERACTIVO
               DISPLAY LINEA
           ELSE
