               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-ARCH-STATUS.

           SELECT LEGAL-HOLD ASSIGN TO "LEGHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGAL-HOLD-STATUS.

           SELECT PURGE-REPORT ASSIGN TO "RPTPURGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-REPORT-STATUS.
      /MISMO LARGO QUE EL REGISTRO DE LOGINLR.cpy (NO SE PUEDE
      /COPIAR EL COPYBOOK DOS VECES EN EL MISMO PROGRAMA): SI EL
      /LAYOUT DEL LOGIN-LOG CRECE, ESTE LARGO DEBE CRECER CON EL
       01  LOGIN-KEEP-RECORD       PIC X(64).

       FD  LOGIN-ARCH.
      /LAS LINEAS DE DATOS SON LA IMAGEN COMPLETA DEL LOGIN-LOG, CON
      /SU SECUENCIA Y SU SELLO, ASI EL HISTORICO SIGUE VERIFICABLE
       01  LOGIN-ARCH-RECORD       PIC X(80).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".
       FD  RUN-ARCH.
       01  RUN-ARCH-RECORD         PIC X(80).

       FD  LEGAL-HOLD.
           COPY "LEGHOLD.cpy".

       FD  PURGE-REPORT.
       01  PURGE-REPORT-LINEA      PIC X(80).

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL SERVICIO DE FECHAS EN DIAS HABILES
       COPY "DATEAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO: EL HISTORICO HEREDA LA CADENA
      /DEL LOGIN-LOG Y EL ARCHIVO VIVO PASA A ENCADENAR CONTRA EL
      /ULTIMO REGISTRO ARCHIVADO
       COPY "SELLAREA.cpy".

       01 PURGE-CONTROL-STATUS PIC X(02).
       01 LOGIN-LOG-STATUS     PIC X(02).
       01 LOGIN-KEEP-STATUS    PIC X(02).
       01 RUN-LOG-STATUS       PIC X(02).
       01 RUN-KEEP-STATUS      PIC X(02).
       01 RUN-ARCH-STATUS      PIC X(02).
       01 LEGAL-HOLD-STATUS    PIC X(02).
       01 PURGE-REPORT-STATUS  PIC X(02).

       01 DIAS-RETENCION PIC 9(03) VALUE 90.
       01 RUN-EOF-SW PIC X(01) VALUE "N".
           88 RUN-EOF VALUE "Y".

      /EN CUANTO UN LOGIN SE RETIENE, TODO LO QUE SIGUE SE RETIENE:
      /EL HISTORICO SE LLEVA SIEMPRE UN TRAMO CONTINUO DEL PRINCIPIO
      /Y LA CADENA NO QUEDA PARTIDA ENTRE LOS DOS ARCHIVOS
       01 CORTE-ALCANZADO-SW PIC X(01) VALUE "N".
           88 CORTE-ALCANZADO VALUE "Y".
       01 ENLACE-SECUENCIA PIC 9(08) VALUE 0.
       01 ENLACE-SELLO     PIC X(08) VALUE SPACES.

       01 FECHA-HOY      PIC 9(08).
       01 FECHA-CORTE    PIC 9(08).
       01 DIAS-ENTEROS   PIC 9(07).
       01 PROGRAMA-HALLADO-SW PIC X(01) VALUE "N".
           88 PROGRAMA-HALLADO VALUE "Y".

      /RETENCIONES LEGALES ACTIVAS SOBRE LOGS: LOS REGISTROS DEL
      /EMPLEADO RETENIDO CON FECHA EN EL RANGO NO SE ARCHIVAN
       01 MAX-RETENCIONES PIC 9(03) VALUE 100.
       01 CANT-RETENCIONES PIC 9(03) VALUE 0.
       01 TABLA-RETENCIONES.
           05 RETENCION-ITEM OCCURS 100 TIMES.
              10 TR-OBJETO      PIC X(10).
              10 TR-LARGO       PIC 9(02).
              10 TR-FECHA-DESDE PIC 9(08).
              10 TR-FECHA-HASTA PIC 9(08).
       01 IND-RETENCION PIC 9(03) COMP.
       01 HOLD-EOF-SW PIC X(01) VALUE "N".
           88 HOLD-EOF VALUE "Y".
       01 REGISTRO-RETENIDO-SW PIC X(01) VALUE "N".
           88 REGISTRO-RETENIDO VALUE "Y".
       01 APARICIONES PIC 9(03).
       01 LOGIN-EN-RETENCION PIC 9(07) VALUE 0.
       01 RUN-EN-RETENCION   PIC 9(07) VALUE 0.
      * Un LEGHOLD leido a medias no alcanza para archivar: si no abre
      * o trae mas retenciones que la tabla, la corrida no archiva.
       01 RETENCIONES-FALLIDAS-SW PIC X(01) VALUE "N".
           88 RETENCIONES-FALLIDAS VALUE "Y".
       01 MOTIVO-FALLA-RETENCION PIC X(50) VALUE SPACES.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       MAIN-PROCEDURE.
           PERFORM LEER-CONTROL.
           PERFORM CALCULAR-CORTE.
           PERFORM CARGAR-RETENCIONES.

           OPEN OUTPUT PURGE-REPORT.
           MOVE SPACES TO PURGE-REPORT-LINEA.
               INTO PURGE-REPORT-LINEA.
           WRITE PURGE-REPORT-LINEA.

           IF RETENCIONES-FALLIDAS
               PERFORM INFORMAR-FALLA-RETENCIONES
           ELSE
               PERFORM DEPURAR-LOGIN-LOG THRU DEPURAR-LOGIN-LOG-EXIT
               PERFORM DEPURAR-RUN-LOG THRU DEPURAR-RUN-LOG-EXIT
               PERFORM ESCRIBIR-RESUMEN
           END-IF.

           CLOSE PURGE-REPORT.
           PERFORM REGISTRAR-LOG-FIN.
               DISPLAY "SIN PURGECTL, SE RETIENEN " DIAS-RETENCION
                   " DIAS"
           END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
           MOVE "LOGPURGE" TO PR-PROGRAMA.
           MOVE "DIAS-RETENCION" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO DIAS-RETENCION
           END-IF.

       CALCULAR-CORTE.
      /EL CORTE RETROCEDE EN DIAS HABILES VIA DATECALC, PARA QUE
                   LOGIN-LOG-STATUS
               GO TO DEPURAR-LOGIN-LOG-EXIT
           END-IF.
           PERFORM LEER-ENLACE-LOGIN.
           OPEN OUTPUT LOGIN-KEEP.
           OPEN EXTEND LOGIN-ARCH.
           IF LOGIN-ARCH-STATUS NOT = "00"
           PERFORM UNTIL LOGIN-EOF
               ADD 1 TO LOGIN-LEIDOS
               MOVE LL-TIMESTAMP(1:8) TO FECHA-REGISTRO
               MOVE "N" TO REGISTRO-RETENIDO-SW
               IF FECHA-REGISTRO NUMERIC
                  AND FECHA-REGISTRO < FECHA-CORTE
                  AND NOT CORTE-ALCANZADO
                   PERFORM BUSCAR-RETENCION-LOGIN
               END-IF
               EVALUATE TRUE
                   WHEN FECHA-REGISTRO NOT NUMERIC
                       ADD 1 TO LOGIN-DESCARTES
                   WHEN FECHA-REGISTRO < FECHA-CORTE
                        AND NOT CORTE-ALCANZADO
                        AND NOT REGISTRO-RETENIDO
                       ADD 1 TO LOGIN-ARCHIVADOS
                       MOVE LOGIN-LOG-RECORD TO LOGIN-ARCH-RECORD
                       WRITE LOGIN-ARCH-RECORD
                       IF LL-SELLO NOT = SPACES
                           MOVE LL-SECUENCIA TO ENLACE-SECUENCIA
                           MOVE LL-SELLO TO ENLACE-SELLO
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO CORTE-ALCANZADO-SW
                       ADD 1 TO LOGIN-RETENIDOS
                       MOVE LOGIN-LOG-RECORD TO LOGIN-KEEP-RECORD
                       WRITE LOGIN-KEEP-RECORD
           CLOSE LOGIN-KEEP.
           CLOSE LOGIN-ARCH.
           PERFORM RECONSTRUIR-LOGIN-LOG.
           PERFORM ANCLAR-CADENA-LOGIN.
       DEPURAR-LOGIN-LOG-EXIT.
           EXIT.

       CARGAR-RETENCIONES.
      /SOLO INTERESAN LAS ACTIVAS SOBRE LOGS; SIN LEGHOLD (STATUS
      /35) NO HAY NADA RETENIDO, PERO CUALQUIER OTRA FALLA DE
      /APERTURA O UNA TABLA DESBORDADA DEJA LA CORRIDA SIN ARCHIVAR.
      /EL LARGO DEL NU SIRVE PARA BUSCARLO DENTRO DE LOS DATOS CLAVE
      /DEL RUNLOG
           OPEN INPUT LEGAL-HOLD.
           IF LEGAL-HOLD-STATUS NOT = "00"
               MOVE "Y" TO HOLD-EOF-SW
               IF LEGAL-HOLD-STATUS NOT = "35"
                   MOVE "Y" TO RETENCIONES-FALLIDAS-SW
                   MOVE SPACES TO MOTIVO-FALLA-RETENCION
                   STRING "LEGHOLD NO SE PUDO ABRIR, STATUS "
                       DELIMITED BY SIZE
                       LEGAL-HOLD-STATUS DELIMITED BY SIZE
                       INTO MOTIVO-FALLA-RETENCION
               END-IF
           ELSE
               READ LEGAL-HOLD
                   AT END MOVE "Y" TO HOLD-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL HOLD-EOF
               IF LH-ACTIVA AND LH-LOGS AND LH-OBJETO NOT = SPACES
                  AND CANT-RETENCIONES NOT < MAX-RETENCIONES
                   MOVE "Y" TO RETENCIONES-FALLIDAS-SW
                   MOVE "LEGHOLD EXCEDE LA TABLA DE RETENCIONES"
                       TO MOTIVO-FALLA-RETENCION
               END-IF
               IF LH-ACTIVA AND LH-LOGS AND LH-OBJETO NOT = SPACES
                  AND CANT-RETENCIONES < MAX-RETENCIONES
                   ADD 1 TO CANT-RETENCIONES
                   MOVE LH-OBJETO TO TR-OBJETO(CANT-RETENCIONES)
                   MOVE 0 TO TR-LARGO(CANT-RETENCIONES)
                   INSPECT LH-OBJETO TALLYING TR-LARGO(CANT-RETENCIONES)
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   MOVE LH-FECHA-DESDE
                       TO TR-FECHA-DESDE(CANT-RETENCIONES)
                   MOVE LH-FECHA-HASTA
                       TO TR-FECHA-HASTA(CANT-RETENCIONES)
               END-IF
               READ LEGAL-HOLD
                   AT END MOVE "Y" TO HOLD-EOF-SW
               END-READ
           END-PERFORM.
           IF LEGAL-HOLD-STATUS = "00" OR LEGAL-HOLD-STATUS = "10"
               CLOSE LEGAL-HOLD
           END-IF.

       INFORMAR-FALLA-RETENCIONES.
      /SIN TODAS LAS RETENCIONES A LA VISTA NO SE TOCA NINGUN LOG,
      /Y LA CORRIDA TERMINA EN FALLA
           MOVE SPACES TO PURGE-REPORT-LINEA.
           STRING "ERROR: " DELIMITED BY SIZE
               MOTIVO-FALLA-RETENCION DELIMITED BY SIZE
               INTO PURGE-REPORT-LINEA.
           WRITE PURGE-REPORT-LINEA.
           MOVE "NO SE ARCHIVA NI SE DEPURA NINGUN LOG EN ESTA CORRIDA"
               TO PURGE-REPORT-LINEA.
           WRITE PURGE-REPORT-LINEA.
           DISPLAY "LOGPURGE: " MOTIVO-FALLA-RETENCION.
           PERFORM MARCAR-FALLA-PASO.

       MARCAR-FALLA-PASO.
      /FALLA DURA: LOGPURGE CORRE SUELTO, FUERA DE EJERCHAIN, ASI
      /QUE EL RETORNO VIAJA SOLO EN EL REGISTRO ESPECIAL
           MOVE 12 TO RETURN-CODE.

       BUSCAR-RETENCION-LOGIN.
      /UN LOGIN RETENIDO CORTA EL ARCHIVADO AHI MISMO (VER
      /CORTE-ALCANZADO): LO QUE SIGUE QUEDA TAMBIEN EN EL VIVO
           PERFORM VARYING IND-RETENCION FROM 1 BY 1
                   UNTIL IND-RETENCION > CANT-RETENCIONES
                      OR REGISTRO-RETENIDO
               IF TR-OBJETO(IND-RETENCION) = LL-EMP-ID
                  AND FECHA-REGISTRO >= TR-FECHA-DESDE(IND-RETENCION)
                  AND FECHA-REGISTRO <= TR-FECHA-HASTA(IND-RETENCION)
                   MOVE "Y" TO REGISTRO-RETENIDO-SW
                   ADD 1 TO LOGIN-EN-RETENCION
               END-IF
           END-PERFORM.

       BUSCAR-RETENCION-RUN.
      /EN EL RUNLOG EL EMPLEADO APARECE, SI APARECE, DENTRO DE LOS
      /DATOS CLAVE DEL EVENTO
           PERFORM VARYING IND-RETENCION FROM 1 BY 1
                   UNTIL IND-RETENCION > CANT-RETENCIONES
                      OR REGISTRO-RETENIDO
               IF FECHA-REGISTRO >= TR-FECHA-DESDE(IND-RETENCION)
                  AND FECHA-REGISTRO <= TR-FECHA-HASTA(IND-RETENCION)
                   MOVE 0 TO APARICIONES
                   INSPECT RL-DATOS-CLAVE TALLYING APARICIONES
                       FOR ALL TR-OBJETO(IND-RETENCION)
                           (1:TR-LARGO(IND-RETENCION))
                   IF APARICIONES > 0
                       MOVE "Y" TO REGISTRO-RETENIDO-SW
                       ADD 1 TO RUN-EN-RETENCION
                   END-IF
               END-IF
           END-PERFORM.

       RECONSTRUIR-LOGIN-LOG.
           MOVE "N" TO LOGIN-EOF-SW.
           OPEN INPUT LOGIN-KEEP.
           CLOSE LOGIN-KEEP.
           CLOSE LOGIN-LOG.

       LEER-ENLACE-LOGIN.
      /EL ANCLA ACTUAL DEL LOGIN-LOG ES EL SELLO QUE PRECEDE AL
      /PRIMER REGISTRO QUE SE VA A ARCHIVAR
           MOVE "L" TO SL-ACCION.
           MOVE "LOGINLOG" TO SL-ARCHIVO.
           CALL "AUDSELLO" USING SELLO-AREA.
           IF SL-OK
               MOVE SL-ANCLA-SECUENCIA TO ENLACE-SECUENCIA
               MOVE SL-ANCLA-SELLO TO ENLACE-SELLO
           END-IF.

       ESCRIBIR-CABECERA-ARCH-LOGIN.
      /LA CABECERA DE CADA GENERACION LLEVA EL ENLACE CON LA ANTERIOR
           MOVE SPACES TO LOGIN-ARCH-RECORD.
           STRING "*** ARCHIVO DEL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               " CORTE " DELIMITED BY SIZE
               FECHA-CORTE DELIMITED BY SIZE
               " ENLACE=" DELIMITED BY SIZE
               ENLACE-SECUENCIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               ENLACE-SELLO DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO LOGIN-ARCH-RECORD.
           WRITE LOGIN-ARCH-RECORD.

       ANCLAR-CADENA-LOGIN.
      /EL PRIMER LOGIN RETENIDO ENCADENA CONTRA EL ULTIMO ARCHIVADO:
      /ESE SELLO PASA A SER EL ANCLA DEL ARCHIVO VIVO EN AUDCHAIN
           IF LOGIN-ARCHIVADOS > 0 AND ENLACE-SELLO NOT = SPACES
               MOVE "A" TO SL-ACCION
               MOVE "LOGINLOG" TO SL-ARCHIVO
               MOVE ENLACE-SECUENCIA TO SL-ANCLA-SECUENCIA
               MOVE ENLACE-SELLO TO SL-ANCLA-SELLO
               CALL "AUDSELLO" USING SELLO-AREA
           END-IF.

       DEPURAR-RUN-LOG.
           OPEN INPUT RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
           PERFORM UNTIL RUN-EOF
               ADD 1 TO RUN-LEIDOS
               MOVE RL-TIMESTAMP(1:8) TO FECHA-REGISTRO
               MOVE "N" TO REGISTRO-RETENIDO-SW
               IF FECHA-REGISTRO NUMERIC
                  AND FECHA-REGISTRO < FECHA-CORTE
                   PERFORM BUSCAR-RETENCION-RUN
               END-IF
               EVALUATE TRUE
                   WHEN FECHA-REGISTRO NOT NUMERIC
                       ADD 1 TO RUN-DESCARTES
                   WHEN FECHA-REGISTRO < FECHA-CORTE
                        AND NOT REGISTRO-RETENIDO
                       ADD 1 TO RUN-ARCHIVADOS
                       PERFORM CONTAR-PROGRAMA
                       MOVE RUN-LOG-RECORD TO RUN-ARCH-RECORD
           PERFORM ESCRIBIR-LINEA-RUN.
           MOVE SPACES TO PURGE-REPORT-LINEA.
           WRITE PURGE-REPORT-LINEA.
           IF LOGIN-EN-RETENCION > 0 OR RUN-EN-RETENCION > 0
               MOVE LOGIN-EN-RETENCION TO CANT-EDIT
               MOVE SPACES TO PURGE-REPORT-LINEA
               STRING "LOGINLOG RETENIDOS POR RETENCION LEGAL: "
                   DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   INTO PURGE-REPORT-LINEA
               WRITE PURGE-REPORT-LINEA
               MOVE RUN-EN-RETENCION TO CANT-EDIT
               MOVE SPACES TO PURGE-REPORT-LINEA
               STRING "RUNLOG RETENIDOS POR RETENCION LEGAL:   "
                   DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   INTO PURGE-REPORT-LINEA
               WRITE PURGE-REPORT-LINEA
               MOVE SPACES TO PURGE-REPORT-LINEA
               WRITE PURGE-REPORT-LINEA
           END-IF.
           MOVE "RUNLOG ARCHIVADO POR PROGRAMA:" TO PURGE-REPORT-LINEA.
           WRITE PURGE-REPORT-LINEA.
           PERFORM VARYING IND-PROGRAMA FROM 1 BY 1
