      ******************************************************************
      * Author:Pedro Burgos
      * Date:17/4/26
      * Purpose:Comparacion-De-Dos-Generaciones-De-Un-Reporte
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCOMP IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-CATALOGO ASSIGN TO "GENCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-CATALOGO-STATUS.

           SELECT GEN-INPUT ASSIGN TO GEN-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-INPUT-STATUS.

           SELECT GENC-CONTROL ASSIGN TO "GENCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENC-CONTROL-STATUS.

           SELECT GENC-REPORT ASSIGN TO "RPTGCMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENC-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-CATALOGO.
       01  GEN-CATALOGO-RECORD.
           05  GC-ARCHIVO          PIC X(08).
           05  GC-GENERACION       PIC X(30).
           05  GC-FECHA            PIC 9(08).

       FD  GEN-INPUT.
       01  GEN-INPUT-LINEA         PIC X(100).

       FD  GENC-CONTROL.
      /UNA FILA POR COMPARACION DEL PASO BATCH: EL REPORTE LOGICO Y
      /LAS DOS GENERACIONES; EN BLANCO SE TOMAN LAS DOS ULTIMAS
       01  GENC-CONTROL-RECORD.
           05  GN-ARCHIVO          PIC X(08).
           05  GN-GENERACION-ANT   PIC X(30).
           05  GN-GENERACION-NUE   PIC X(30).

       FD  GENC-REPORT.
       01  GENC-REPORT-LINEA       PIC X(120).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /COMPARACION EN CURSO, LA MISMA QUE RECIBE EL LLAMADOR
       COPY "GENCAREA.cpy".

       01 GEN-CATALOGO-STATUS PIC X(02).
       01 GEN-INPUT-STATUS    PIC X(02).
       01 GENC-CONTROL-STATUS PIC X(02).
       01 GENC-REPORT-STATUS  PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).

       01 CATALOGO-EOF-SW PIC X(01) VALUE "N".
           88 CATALOGO-EOF VALUE "Y".
       01 GEN-EOF-SW PIC X(01) VALUE "N".
           88 GEN-EOF VALUE "Y".
       01 CONTROL-EOF-SW PIC X(01) VALUE "N".
           88 CONTROL-EOF VALUE "Y".
       01 IGNORAR-SW PIC X(01) VALUE "N".
           88 IGNORAR-LINEA VALUE "Y".
       01 LOGICO-HALLADO-SW PIC X(01).
           88 LOGICO-HALLADO VALUE "Y".

       01 GEN-NOMBRE PIC X(30).

      * Generaciones del reporte resueltas contra GENCAT, con su fecha
      * de corrida: las lineas que la traen son las del encabezado.
       01 ULTIMA-GENERACION     PIC X(30).
       01 ULTIMA-FECHA          PIC 9(08).
       01 PENULTIMA-GENERACION  PIC X(30).
       01 PENULTIMA-FECHA       PIC 9(08).
       01 PREVIA-A-NUEVA        PIC X(30).
       01 PREVIA-A-NUEVA-FECHA  PIC 9(08).
       01 FECHA-ANT             PIC 9(08).
       01 FECHA-NUE             PIC 9(08).
       01 FECHA-FILTRO          PIC 9(08).
       01 FECHA-FILTRO-X REDEFINES FECHA-FILTRO PIC X(08).

      * Reportes logicos del catalogo, para el paso batch sin GENCCTL.
       01 MAX-LOGICOS PIC 9(02) VALUE 20.
       01 CANT-LOGICOS PIC 9(02) VALUE 0.
       01 TABLA-LOGICOS.
           05 LO-ARCHIVO OCCURS 20 TIMES PIC X(08).
       01 IND-LOGICO PIC 9(02) COMP.

      * Lineas comparables de cada generacion, con su numero de linea
      * en el archivo original para que el listado se pueda ubicar.
       01 MAX-LINEAS PIC 9(04) VALUE 2000.
       01 CANT-ANT PIC 9(04) VALUE 0.
       01 CANT-NUE PIC 9(04) VALUE 0.
       01 TABLA-ANT.
           05 ANT-ITEM OCCURS 2000 TIMES.
              10 LA-NUMERO PIC 9(05).
              10 LA-TEXTO  PIC X(100).
       01 TABLA-NUE.
           05 NUE-ITEM OCCURS 2000 TIMES.
              10 LN-NUMERO PIC 9(05).
              10 LN-TEXTO  PIC X(100).
       01 LEIDAS-GEN     PIC 9(05) VALUE 0.
       01 IGNORADAS-ANT  PIC 9(05) VALUE 0.
       01 IGNORADAS-NUE  PIC 9(05) VALUE 0.
       01 EXCEDENTES-ANT PIC 9(05) VALUE 0.
       01 EXCEDENTES-NUE PIC 9(05) VALUE 0.
       01 CANT-COINCIDENCIAS PIC 9(03) VALUE 0.

      * Cuantas lineas hacia adelante se busca la proxima coincidencia
      * antes de dar el par por cambiado.
       01 VENTANA PIC 9(03) VALUE 50.
       01 IND-ANT PIC 9(04) COMP.
       01 IND-NUE PIC 9(04) COMP.
       01 IND-BUSCA PIC 9(04) COMP.
       01 SALTO-ANT PIC 9(04) COMP.
       01 SALTO-NUE PIC 9(04) COMP.

       01 CANT-COMPARACIONES PIC 9(05) VALUE 0.
       01 CANT-CON-DIFERENCIAS PIC 9(05) VALUE 0.
       01 CANT-SIN-PAR PIC 9(05) VALUE 0.
       01 CANT-ILEGIBLES PIC 9(05) VALUE 0.
       01 CANT-PARCIALES PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 CANT-EDIT2 PIC ZZZZ9.
       01 CANT-EDIT3 PIC ZZZZ9.
       01 CANT-EDIT4 PIC ZZZZ9.
       01 NUMERO-EDIT PIC ZZZZ9.

       01 FECHA-HOY PIC 9(08).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).
      /MISMO LARGO QUE GENC-AREA DE GENCAREA.cpy: SOLO LO PASA GENVIEW
       01 LK-COMPARA PIC X(89).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO
                                OPTIONAL LK-COMPARA.
       MAIN-PROCEDURE.
      /COMPARA DOS GENERACIONES CATALOGADAS DE UN MISMO REPORTE Y
      /LISTA EN RPTGCMP LAS LINEAS AGREGADAS, QUITADAS Y CAMBIADAS,
      /SIN TENER EN CUENTA LOS ENCABEZADOS DE PAGINA NI LAS LINEAS
      /CON LA FECHA DE LA CORRIDA. DESDE GENVIEW COMPARA EL PAR
      /ELEGIDO; COMO PASO BATCH COMPARA LO PEDIDO EN GENCCTL O, SIN
      /GENCCTL, LAS DOS ULTIMAS GENERACIONES DE CADA REPORTE
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

           OPEN OUTPUT GENC-REPORT.
           IF GENC-REPORT-STATUS NOT = "00"
               MOVE "RPTGCMP" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE GENC-REPORT-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM MARCAR-FALLA-PASO
               IF ADDRESS OF LK-COMPARA NOT = NULL
                   MOVE LK-COMPARA TO GENC-AREA
                   MOVE "N" TO GX-RESULTADO
                   MOVE GENC-AREA TO LK-COMPARA
               END-IF
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           MOVE SPACES TO GENC-REPORT-LINEA.
           STRING "COMPARACION DE GENERACIONES DEL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           MOVE SPACES TO GENC-REPORT-LINEA.
           STRING "+ AGREGADA EN LA NUEVA   - QUITADA DE LA ANTERIOR   "
               DELIMITED BY SIZE
               "* CAMBIADA (ANTES / AHORA)" DELIMITED BY SIZE
               INTO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           MOVE SPACES TO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.

           IF ADDRESS OF LK-COMPARA NOT = NULL
               MOVE LK-COMPARA TO GENC-AREA
               PERFORM COMPARAR-PAR THRU COMPARAR-PAR-EXIT
               MOVE GENC-AREA TO LK-COMPARA
           ELSE
               PERFORM PROCESAR-CONTROL
           END-IF.

           MOVE SPACES TO GENC-REPORT-LINEA.
           MOVE CANT-COMPARACIONES TO CANT-EDIT.
           MOVE CANT-CON-DIFERENCIAS TO CANT-EDIT2.
           MOVE CANT-ILEGIBLES TO CANT-EDIT3.
           MOVE CANT-SIN-PAR TO CANT-EDIT4.
           STRING "COMPARACIONES: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               "  CON DIFERENCIAS: " DELIMITED BY SIZE
               CANT-EDIT2 DELIMITED BY SIZE
               "  ILEGIBLES: " DELIMITED BY SIZE
               CANT-EDIT3 DELIMITED BY SIZE
               "  SIN DOS GENERACIONES: " DELIMITED BY SIZE
               CANT-EDIT4 DELIMITED BY SIZE
               INTO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           CLOSE GENC-REPORT.

           DISPLAY "GENCOMP COMPARACIONES: " CANT-COMPARACIONES
               " CON DIFERENCIAS: " CANT-CON-DIFERENCIAS
               " ILEGIBLES: " CANT-ILEGIBLES.
           IF CANT-ILEGIBLES > 0 OR CANT-PARCIALES > 0
      /UNA GENERACION QUE NO SE PUEDE LEER O QUE NO ENTRA COMPLETA
      /EN LA TABLA DEJA LA COMPARACION INCOMPLETA: LA CADENA SIGUE
      /CON AVISO
               MOVE 8 TO RETURN-CODE
               IF ADDRESS OF LK-RETORNO NOT = NULL
                   MOVE 8 TO LK-RETORNO
               END-IF
           END-IF.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       PROCESAR-CONTROL.
           MOVE "N" TO CONTROL-EOF-SW.
           OPEN INPUT GENC-CONTROL.
           IF GENC-CONTROL-STATUS NOT = "00"
      /SIN GENCCTL SE COMPARAN LAS DOS ULTIMAS GENERACIONES DE CADA
      /REPORTE DEL CATALOGO
               PERFORM CARGAR-LOGICOS
               PERFORM VARYING IND-LOGICO FROM 1 BY 1
                       UNTIL IND-LOGICO > CANT-LOGICOS
                   MOVE SPACES TO GENC-AREA
                   MOVE LO-ARCHIVO(IND-LOGICO) TO GX-ARCHIVO
                   PERFORM COMPARAR-PAR THRU COMPARAR-PAR-EXIT
               END-PERFORM
           ELSE
               READ GENC-CONTROL
                   AT END MOVE "Y" TO CONTROL-EOF-SW
               END-READ
               PERFORM UNTIL CONTROL-EOF
                   IF GN-ARCHIVO NOT = SPACES
                       MOVE SPACES TO GENC-AREA
                       MOVE GN-ARCHIVO TO GX-ARCHIVO
                       MOVE GN-GENERACION-ANT TO GX-GENERACION-ANT
                       MOVE GN-GENERACION-NUE TO GX-GENERACION-NUE
                       PERFORM COMPARAR-PAR THRU COMPARAR-PAR-EXIT
                   END-IF
                   READ GENC-CONTROL
                       AT END MOVE "Y" TO CONTROL-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE GENC-CONTROL
           END-IF.

       CARGAR-LOGICOS.
           MOVE 0 TO CANT-LOGICOS.
           PERFORM ABRIR-CATALOGO.
           PERFORM UNTIL CATALOGO-EOF
               MOVE "N" TO LOGICO-HALLADO-SW
               PERFORM VARYING IND-LOGICO FROM 1 BY 1
                       UNTIL IND-LOGICO > CANT-LOGICOS
                          OR LOGICO-HALLADO
                   IF LO-ARCHIVO(IND-LOGICO) = GC-ARCHIVO
                       MOVE "Y" TO LOGICO-HALLADO-SW
                   END-IF
               END-PERFORM
               IF NOT LOGICO-HALLADO
                  AND CANT-LOGICOS < MAX-LOGICOS
                   ADD 1 TO CANT-LOGICOS
                   MOVE GC-ARCHIVO TO LO-ARCHIVO(CANT-LOGICOS)
               END-IF
               READ GEN-CATALOGO
                   AT END MOVE "Y" TO CATALOGO-EOF-SW
               END-READ
           END-PERFORM.
           PERFORM CERRAR-CATALOGO.

       COMPARAR-PAR.
      /UNA COMPARACION: RESUELVE LAS GENERACIONES EN EL CATALOGO,
      /CARGA LAS LINEAS COMPARABLES DE CADA UNA Y LISTA LO DISTINTO
           MOVE 0 TO GX-ALTAS GX-BAJAS GX-CAMBIOS GX-IGUALES.
           MOVE "N" TO GX-RESULTADO.
           PERFORM RESOLVER-GENERACIONES.
           MOVE SPACES TO GENC-REPORT-LINEA.
           STRING "REPORTE " DELIMITED BY SIZE
               GX-ARCHIVO DELIMITED BY SIZE
               INTO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           IF GX-GENERACION-ANT = SPACES
              OR GX-GENERACION-NUE = SPACES
               MOVE SPACES TO GENC-REPORT-LINEA
               STRING "  NO HAY DOS GENERACIONES CATALOGADAS PARA "
                   DELIMITED BY SIZE
                   "COMPARAR" DELIMITED BY SIZE
                   INTO GENC-REPORT-LINEA
               WRITE GENC-REPORT-LINEA
               MOVE SPACES TO GENC-REPORT-LINEA
               WRITE GENC-REPORT-LINEA
               ADD 1 TO CANT-SIN-PAR
               GO TO COMPARAR-PAR-EXIT
           END-IF.
           ADD 1 TO CANT-COMPARACIONES.

           MOVE GX-GENERACION-ANT TO GEN-NOMBRE.
           MOVE FECHA-ANT TO FECHA-FILTRO.
           PERFORM CARGAR-ANTERIOR.
           IF GEN-INPUT-STATUS NOT = "00"
              AND GEN-INPUT-STATUS NOT = "10"
               PERFORM INFORMAR-ILEGIBLE
               GO TO COMPARAR-PAR-EXIT
           END-IF.
           MOVE GX-GENERACION-NUE TO GEN-NOMBRE.
           MOVE FECHA-NUE TO FECHA-FILTRO.
           PERFORM CARGAR-NUEVA.
           IF GEN-INPUT-STATUS NOT = "00"
              AND GEN-INPUT-STATUS NOT = "10"
               PERFORM INFORMAR-ILEGIBLE
               GO TO COMPARAR-PAR-EXIT
           END-IF.

           MOVE SPACES TO GENC-REPORT-LINEA.
           MOVE CANT-ANT TO CANT-EDIT.
           MOVE IGNORADAS-ANT TO CANT-EDIT2.
           STRING "  ANTERIOR: " DELIMITED BY SIZE
               GX-GENERACION-ANT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FECHA-ANT DELIMITED BY SIZE
               " LINEAS COMPARADAS: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               " IGNORADAS: " DELIMITED BY SIZE
               CANT-EDIT2 DELIMITED BY SIZE
               INTO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           MOVE SPACES TO GENC-REPORT-LINEA.
           MOVE CANT-NUE TO CANT-EDIT.
           MOVE IGNORADAS-NUE TO CANT-EDIT2.
           STRING "  NUEVA:    " DELIMITED BY SIZE
               GX-GENERACION-NUE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FECHA-NUE DELIMITED BY SIZE
               " LINEAS COMPARADAS: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               " IGNORADAS: " DELIMITED BY SIZE
               CANT-EDIT2 DELIMITED BY SIZE
               INTO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           IF EXCEDENTES-ANT > 0 OR EXCEDENTES-NUE > 0
               MOVE SPACES TO GENC-REPORT-LINEA
               STRING "  COMPARACION PARCIAL: SOLO LAS PRIMERAS "
                   DELIMITED BY SIZE
                   MAX-LINEAS DELIMITED BY SIZE
                   " LINEAS DE CADA GENERACION" DELIMITED BY SIZE
                   INTO GENC-REPORT-LINEA
               WRITE GENC-REPORT-LINEA
               ADD 1 TO CANT-PARCIALES
           END-IF.
           MOVE SPACES TO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.

           PERFORM DIFERENCIAR.

           IF GX-ALTAS + GX-BAJAS + GX-CAMBIOS > 0
               ADD 1 TO CANT-CON-DIFERENCIAS
           ELSE
               MOVE "  SIN DIFERENCIAS" TO GENC-REPORT-LINEA
               WRITE GENC-REPORT-LINEA
           END-IF.
           MOVE SPACES TO GENC-REPORT-LINEA.
           MOVE GX-ALTAS TO CANT-EDIT.
           MOVE GX-BAJAS TO CANT-EDIT2.
           MOVE GX-CAMBIOS TO CANT-EDIT3.
           MOVE GX-IGUALES TO CANT-EDIT4.
           STRING "  AGREGADAS: " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               "  QUITADAS: " DELIMITED BY SIZE
               CANT-EDIT2 DELIMITED BY SIZE
               "  CAMBIADAS: " DELIMITED BY SIZE
               CANT-EDIT3 DELIMITED BY SIZE
               "  IGUALES: " DELIMITED BY SIZE
               CANT-EDIT4 DELIMITED BY SIZE
               INTO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           MOVE SPACES TO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           MOVE "S" TO GX-RESULTADO.
       COMPARAR-PAR-EXIT.
           EXIT.

       RESOLVER-GENERACIONES.
      /LA NUEVA EN BLANCO ES LA ULTIMA CATALOGADA DEL REPORTE; LA
      /ANTERIOR EN BLANCO ES LA CATALOGADA JUSTO ANTES DE LA NUEVA
           MOVE SPACES TO ULTIMA-GENERACION PENULTIMA-GENERACION
               PREVIA-A-NUEVA.
           MOVE 0 TO ULTIMA-FECHA PENULTIMA-FECHA PREVIA-A-NUEVA-FECHA
               FECHA-ANT FECHA-NUE.
           PERFORM ABRIR-CATALOGO.
           PERFORM UNTIL CATALOGO-EOF
               IF GC-ARCHIVO = GX-ARCHIVO
                   IF GC-GENERACION = GX-GENERACION-NUE
                       MOVE ULTIMA-GENERACION TO PREVIA-A-NUEVA
                       MOVE ULTIMA-FECHA TO PREVIA-A-NUEVA-FECHA
                       MOVE GC-FECHA TO FECHA-NUE
                   END-IF
                   IF GC-GENERACION = GX-GENERACION-ANT
                       MOVE GC-FECHA TO FECHA-ANT
                   END-IF
                   MOVE ULTIMA-GENERACION TO PENULTIMA-GENERACION
                   MOVE ULTIMA-FECHA TO PENULTIMA-FECHA
                   MOVE GC-GENERACION TO ULTIMA-GENERACION
                   MOVE GC-FECHA TO ULTIMA-FECHA
               END-IF
               READ GEN-CATALOGO
                   AT END MOVE "Y" TO CATALOGO-EOF-SW
               END-READ
           END-PERFORM.
           PERFORM CERRAR-CATALOGO.
           IF GX-GENERACION-NUE = SPACES
               MOVE ULTIMA-GENERACION TO GX-GENERACION-NUE
               MOVE ULTIMA-FECHA TO FECHA-NUE
               MOVE PENULTIMA-GENERACION TO PREVIA-A-NUEVA
               MOVE PENULTIMA-FECHA TO PREVIA-A-NUEVA-FECHA
           END-IF.
           IF GX-GENERACION-ANT = SPACES
               MOVE PREVIA-A-NUEVA TO GX-GENERACION-ANT
               MOVE PREVIA-A-NUEVA-FECHA TO FECHA-ANT
           END-IF.

       ABRIR-CATALOGO.
           MOVE "N" TO CATALOGO-EOF-SW.
           OPEN INPUT GEN-CATALOGO.
           IF GEN-CATALOGO-STATUS NOT = "00"
               MOVE "Y" TO CATALOGO-EOF-SW
           ELSE
               READ GEN-CATALOGO
                   AT END MOVE "Y" TO CATALOGO-EOF-SW
               END-READ
           END-IF.

       CERRAR-CATALOGO.
           IF GEN-CATALOGO-STATUS = "00" OR GEN-CATALOGO-STATUS = "10"
               CLOSE GEN-CATALOGO
           END-IF.

       CARGAR-ANTERIOR.
           MOVE 0 TO CANT-ANT IGNORADAS-ANT EXCEDENTES-ANT LEIDAS-GEN.
           PERFORM ABRIR-GENERACION.
           PERFORM UNTIL GEN-EOF
               ADD 1 TO LEIDAS-GEN
               PERFORM EVALUAR-LINEA
               IF IGNORAR-LINEA
                   ADD 1 TO IGNORADAS-ANT
               ELSE
                   IF CANT-ANT < MAX-LINEAS
                       ADD 1 TO CANT-ANT
                       MOVE LEIDAS-GEN TO LA-NUMERO(CANT-ANT)
                       MOVE GEN-INPUT-LINEA TO LA-TEXTO(CANT-ANT)
                   ELSE
                       ADD 1 TO EXCEDENTES-ANT
                   END-IF
               END-IF
               READ GEN-INPUT
                   AT END MOVE "Y" TO GEN-EOF-SW
               END-READ
           END-PERFORM.
           PERFORM CERRAR-GENERACION.

       CARGAR-NUEVA.
           MOVE 0 TO CANT-NUE IGNORADAS-NUE EXCEDENTES-NUE LEIDAS-GEN.
           PERFORM ABRIR-GENERACION.
           PERFORM UNTIL GEN-EOF
               ADD 1 TO LEIDAS-GEN
               PERFORM EVALUAR-LINEA
               IF IGNORAR-LINEA
                   ADD 1 TO IGNORADAS-NUE
               ELSE
                   IF CANT-NUE < MAX-LINEAS
                       ADD 1 TO CANT-NUE
                       MOVE LEIDAS-GEN TO LN-NUMERO(CANT-NUE)
                       MOVE GEN-INPUT-LINEA TO LN-TEXTO(CANT-NUE)
                   ELSE
                       ADD 1 TO EXCEDENTES-NUE
                   END-IF
               END-IF
               READ GEN-INPUT
                   AT END MOVE "Y" TO GEN-EOF-SW
               END-READ
           END-PERFORM.
           PERFORM CERRAR-GENERACION.

       ABRIR-GENERACION.
           MOVE "N" TO GEN-EOF-SW.
           OPEN INPUT GEN-INPUT.
           IF GEN-INPUT-STATUS NOT = "00"
               MOVE "Y" TO GEN-EOF-SW
           ELSE
               READ GEN-INPUT
                   AT END MOVE "Y" TO GEN-EOF-SW
               END-READ
           END-IF.

       CERRAR-GENERACION.
           IF GEN-INPUT-STATUS = "00" OR GEN-INPUT-STATUS = "10"
               CLOSE GEN-INPUT
           END-IF.

       EVALUAR-LINEA.
      /NO SE COMPARAN LAS LINEAS EN BLANCO (CORTES DE PAGINA), LOS
      /ENCABEZADOS DE PAGINA DE RPTWRITE NI LAS LINEAS QUE TRAEN LA
      /FECHA DE LA CORRIDA DE LA GENERACION: CAMBIAN EN TODA CORRIDA
           MOVE "N" TO IGNORAR-SW.
           IF GEN-INPUT-LINEA = SPACES
               MOVE "Y" TO IGNORAR-SW
           ELSE
               MOVE 0 TO CANT-COINCIDENCIAS
               INSPECT GEN-INPUT-LINEA TALLYING CANT-COINCIDENCIAS
                   FOR ALL " PAG "
               IF FECHA-FILTRO > 0
                   INSPECT GEN-INPUT-LINEA TALLYING CANT-COINCIDENCIAS
                       FOR ALL FECHA-FILTRO-X
               END-IF
               IF CANT-COINCIDENCIAS > 0
                   MOVE "Y" TO IGNORAR-SW
               END-IF
           END-IF.

       INFORMAR-ILEGIBLE.
           MOVE SPACES TO GENC-REPORT-LINEA.
           STRING "  GENERACION ILEGIBLE: " DELIMITED BY SIZE
               GEN-NOMBRE DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               GEN-INPUT-STATUS DELIMITED BY SIZE
               INTO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           MOVE SPACES TO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           MOVE GEN-NOMBRE TO EH-ARCHIVO.
           MOVE "OPEN" TO EH-OPERACION.
           MOVE GEN-INPUT-STATUS TO EH-STATUS.
           PERFORM INFORMAR-ERROR-ARCHIVO.
           ADD 1 TO CANT-ILEGIBLES.

       DIFERENCIAR.
      /RECORRE LAS DOS GENERACIONES A LA PAR. ANTE UNA DIFERENCIA
      /BUSCA, DENTRO DE LA VENTANA, DONDE VUELVEN A COINCIDIR: SI LA
      /LINEA ANTERIOR REAPARECE MAS ADELANTE EN LA NUEVA, LO QUE HAY
      /EN EL MEDIO FUE AGREGADO; SI LA NUEVA ESTABA MAS ADELANTE EN
      /LA ANTERIOR, LO DEL MEDIO FUE QUITADO; SI NINGUNA REAPARECE,
      /EL PAR CAMBIO
           MOVE 1 TO IND-ANT.
           MOVE 1 TO IND-NUE.
           PERFORM UNTIL IND-ANT > CANT-ANT AND IND-NUE > CANT-NUE
               EVALUATE TRUE
                   WHEN IND-ANT > CANT-ANT
                       PERFORM LISTAR-AGREGADA
                   WHEN IND-NUE > CANT-NUE
                       PERFORM LISTAR-QUITADA
                   WHEN LA-TEXTO(IND-ANT) = LN-TEXTO(IND-NUE)
                       ADD 1 TO GX-IGUALES
                       ADD 1 TO IND-ANT
                       ADD 1 TO IND-NUE
                   WHEN OTHER
                       PERFORM RESINCRONIZAR
               END-EVALUATE
           END-PERFORM.

       RESINCRONIZAR.
           MOVE 0 TO SALTO-NUE.
           PERFORM VARYING IND-BUSCA FROM IND-NUE BY 1
                   UNTIL IND-BUSCA >= CANT-NUE
                      OR IND-BUSCA >= IND-NUE + VENTANA
                      OR SALTO-NUE > 0
               IF LN-TEXTO(IND-BUSCA + 1) = LA-TEXTO(IND-ANT)
                   COMPUTE SALTO-NUE = IND-BUSCA + 1 - IND-NUE
               END-IF
           END-PERFORM.
           MOVE 0 TO SALTO-ANT.
           PERFORM VARYING IND-BUSCA FROM IND-ANT BY 1
                   UNTIL IND-BUSCA >= CANT-ANT
                      OR IND-BUSCA >= IND-ANT + VENTANA
                      OR SALTO-ANT > 0
               IF LA-TEXTO(IND-BUSCA + 1) = LN-TEXTO(IND-NUE)
                   COMPUTE SALTO-ANT = IND-BUSCA + 1 - IND-ANT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN SALTO-NUE > 0
                AND (SALTO-ANT = 0 OR SALTO-NUE NOT > SALTO-ANT)
                   PERFORM LISTAR-AGREGADA SALTO-NUE TIMES
               WHEN SALTO-ANT > 0
                   PERFORM LISTAR-QUITADA SALTO-ANT TIMES
               WHEN OTHER
                   PERFORM LISTAR-CAMBIADA
           END-EVALUATE.

       LISTAR-AGREGADA.
           ADD 1 TO GX-ALTAS.
           MOVE SPACES TO GENC-REPORT-LINEA.
           MOVE LN-NUMERO(IND-NUE) TO NUMERO-EDIT.
           STRING "+ " DELIMITED BY SIZE
               NUMERO-EDIT DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               LN-TEXTO(IND-NUE) DELIMITED BY SIZE
               INTO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           ADD 1 TO IND-NUE.

       LISTAR-QUITADA.
           ADD 1 TO GX-BAJAS.
           MOVE SPACES TO GENC-REPORT-LINEA.
           MOVE LA-NUMERO(IND-ANT) TO NUMERO-EDIT.
           STRING "- " DELIMITED BY SIZE
               NUMERO-EDIT DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               LA-TEXTO(IND-ANT) DELIMITED BY SIZE
               INTO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           ADD 1 TO IND-ANT.

       LISTAR-CAMBIADA.
           ADD 1 TO GX-CAMBIOS.
           MOVE SPACES TO GENC-REPORT-LINEA.
           MOVE LA-NUMERO(IND-ANT) TO NUMERO-EDIT.
           STRING "* " DELIMITED BY SIZE
               NUMERO-EDIT DELIMITED BY SIZE
               " ANTES " DELIMITED BY SIZE
               LA-TEXTO(IND-ANT) DELIMITED BY SIZE
               INTO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           MOVE SPACES TO GENC-REPORT-LINEA.
           MOVE LN-NUMERO(IND-NUE) TO NUMERO-EDIT.
           STRING "  " DELIMITED BY SIZE
               NUMERO-EDIT DELIMITED BY SIZE
               " AHORA " DELIMITED BY SIZE
               LN-TEXTO(IND-NUE) DELIMITED BY SIZE
               INTO GENC-REPORT-LINEA.
           WRITE GENC-REPORT-LINEA.
           ADD 1 TO IND-ANT.
           ADD 1 TO IND-NUE.

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
           MOVE "GENCOMP" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "GENCOMP" TO RL-PROGRAMA.
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
           MOVE "GENCOMP" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM GENCOMP.
