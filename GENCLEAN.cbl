               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-CATALOGO-STATUS.

           SELECT LEGAL-HOLD ASSIGN TO "LEGHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGAL-HOLD-STATUS.

           SELECT CLEAN-REPORT ASSIGN TO "RPTGENCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEAN-REPORT-STATUS.
           05  GC-GENERACION       PIC X(30).
           05  GC-FECHA            PIC 9(08).

       FD  LEGAL-HOLD.
           COPY "LEGHOLD.cpy".

       FD  CLEAN-REPORT.
       01  CLEAN-REPORT-LINEA      PIC X(80).


       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

       01 GEN-CONTROL-STATUS  PIC X(02).
       01 GEN-CATALOGO-STATUS PIC X(02).
       01 LEGAL-HOLD-STATUS   PIC X(02).
       01 CLEAN-REPORT-STATUS PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).

       01 IND-GEN-2 PIC 9(03) COMP.
       01 VIVAS-DEL-ARCHIVO PIC 9(03).

      /RETENCIONES LEGALES ACTIVAS SOBRE GENERACIONES: UNA ENTRADA
      /DEL REPORTE RETENIDO CON FECHA EN EL RANGO NO SE BORRA
       01 MAX-RETENCIONES PIC 9(03) VALUE 100.
       01 CANT-RETENCIONES PIC 9(03) VALUE 0.
       01 TABLA-RETENCIONES.
           05 RETENCION-ITEM OCCURS 100 TIMES.
              10 TR-NUMERO      PIC 9(05).
              10 TR-OBJETO      PIC X(10).
              10 TR-FECHA-DESDE PIC 9(08).
              10 TR-FECHA-HASTA PIC 9(08).
       01 IND-RETENCION PIC 9(03) COMP.
       01 HOLD-EOF-SW PIC X(01) VALUE "N".
           88 HOLD-EOF VALUE "Y".
       01 GENERACION-RETENIDA-SW PIC X(01).
           88 GENERACION-RETENIDA VALUE "Y".
       01 NUMERO-RETENCION PIC 9(05).
       01 CANT-RETENIDAS PIC 9(03) VALUE 0.
      * Un LEGHOLD leido a medias no alcanza para borrar: si no abre
      * o trae mas retenciones que la tabla, la corrida no borra nada.
       01 RETENCIONES-FALLIDAS-SW PIC X(01) VALUE "N".
           88 RETENCIONES-FALLIDAS VALUE "Y".
       01 MOTIVO-FALLA-RETENCION PIC X(50) VALUE SPACES.

       01 NOMBRE-A-BORRAR PIC X(30).
       01 CANT-BORRADAS PIC 9(03) VALUE 0.
       01 CANT-EDIT PIC ZZ9.
               INTO CLEAN-REPORT-LINEA.
           WRITE CLEAN-REPORT-LINEA.

           PERFORM CARGAR-RETENCIONES.
           IF RETENCIONES-FALLIDAS
               PERFORM INFORMAR-FALLA-RETENCIONES
           ELSE
               PERFORM CARGAR-CATALOGO
               PERFORM BORRAR-EXCEDENTES
               PERFORM REESCRIBIR-CATALOGO
           END-IF.

           MOVE CANT-BORRADAS TO CANT-EDIT.
           MOVE SPACES TO CLEAN-REPORT-LINEA.
               CANT-EDIT DELIMITED BY SIZE
               INTO CLEAN-REPORT-LINEA.
           WRITE CLEAN-REPORT-LINEA.
           IF CANT-RETENIDAS > 0
               MOVE CANT-RETENIDAS TO CANT-EDIT
               MOVE SPACES TO CLEAN-REPORT-LINEA
               STRING "GENERACIONES EN RETENCION LEGAL: "
                   DELIMITED BY SIZE
                   CANT-EDIT DELIMITED BY SIZE
                   INTO CLEAN-REPORT-LINEA
               WRITE CLEAN-REPORT-LINEA
           END-IF.
           CLOSE CLEAN-REPORT.

           PERFORM REGISTRAR-LOG-FIN.
               END-READ
               CLOSE GEN-CONTROL
           END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
           MOVE "GENCLEAN" TO PR-PROGRAMA.
           MOVE "GENERACIONES" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO GENERACIONES-A-RETENER
           END-IF.

       CARGAR-CATALOGO.
           OPEN INPUT GEN-CATALOGO.
                   END-IF
               END-PERFORM
               IF VIVAS-DEL-ARCHIVO > GENERACIONES-A-RETENER
                   PERFORM BUSCAR-RETENCION
               END-IF
               IF VIVAS-DEL-ARCHIVO > GENERACIONES-A-RETENER
                  AND GENERACION-RETENIDA
                   ADD 1 TO CANT-RETENIDAS
                   MOVE SPACES TO CLEAN-REPORT-LINEA
                   STRING "RETENIDA " DELIMITED BY SIZE
                       GE-GENERACION(IND-GEN) DELIMITED BY SIZE
                       " POR RETENCION LEGAL " DELIMITED BY SIZE
                       NUMERO-RETENCION DELIMITED BY SIZE
                       INTO CLEAN-REPORT-LINEA
                   WRITE CLEAN-REPORT-LINEA
               END-IF
               IF VIVAS-DEL-ARCHIVO > GENERACIONES-A-RETENER
                  AND NOT GENERACION-RETENIDA
                   MOVE GE-GENERACION(IND-GEN) TO NOMBRE-A-BORRAR
                   CALL "CBL_DELETE_FILE" USING NOMBRE-A-BORRAR
                   MOVE "Y" TO GE-BORRADA-SW(IND-GEN)
               END-IF
           END-PERFORM.

       CARGAR-RETENCIONES.
      /SOLO INTERESAN LAS ACTIVAS SOBRE GENERACIONES; SIN LEGHOLD
      /(STATUS 35) NO HAY NADA RETENIDO, PERO CUALQUIER OTRA FALLA DE
      /APERTURA O UNA TABLA DESBORDADA DEJA LA CORRIDA SIN BORRAR
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
               IF LH-ACTIVA AND LH-GENERACIONES
                  AND CANT-RETENCIONES NOT < MAX-RETENCIONES
                   MOVE "Y" TO RETENCIONES-FALLIDAS-SW
                   MOVE "LEGHOLD EXCEDE LA TABLA DE RETENCIONES"
                       TO MOTIVO-FALLA-RETENCION
               END-IF
               IF LH-ACTIVA AND LH-GENERACIONES
                  AND CANT-RETENCIONES < MAX-RETENCIONES
                   ADD 1 TO CANT-RETENCIONES
                   MOVE LH-NUMERO TO TR-NUMERO(CANT-RETENCIONES)
                   MOVE LH-OBJETO TO TR-OBJETO(CANT-RETENCIONES)
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
      /SIN TODAS LAS RETENCIONES A LA VISTA NO SE BORRA NI SE
      /REESCRIBE EL CATALOGO, Y EL PASO QUEDA EN FALLA
           MOVE SPACES TO CLEAN-REPORT-LINEA.
           STRING "ERROR: " DELIMITED BY SIZE
               MOTIVO-FALLA-RETENCION DELIMITED BY SIZE
               INTO CLEAN-REPORT-LINEA.
           WRITE CLEAN-REPORT-LINEA.
           MOVE "NO SE BORRA NINGUNA GENERACION EN ESTA CORRIDA"
               TO CLEAN-REPORT-LINEA.
           WRITE CLEAN-REPORT-LINEA.
           DISPLAY "GENCLEAN: " MOTIVO-FALLA-RETENCION.
           PERFORM MARCAR-FALLA-PASO.

       BUSCAR-RETENCION.
           MOVE "N" TO GENERACION-RETENIDA-SW.
           PERFORM VARYING IND-RETENCION FROM 1 BY 1
                   UNTIL IND-RETENCION > CANT-RETENCIONES
                      OR GENERACION-RETENIDA
               IF TR-OBJETO(IND-RETENCION) = GE-ARCHIVO(IND-GEN)
                  AND GE-FECHA(IND-GEN) >= TR-FECHA-DESDE(IND-RETENCION)
                  AND GE-FECHA(IND-GEN) <= TR-FECHA-HASTA(IND-RETENCION)
                   MOVE "Y" TO GENERACION-RETENIDA-SW
                   MOVE TR-NUMERO(IND-RETENCION) TO NUMERO-RETENCION
               END-IF
           END-PERFORM.

       REESCRIBIR-CATALOGO.
           OPEN OUTPUT GEN-CATALOGO.
           PERFORM VARYING IND-GEN FROM 1 BY 1
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       MARCAR-FALLA-PASO.
      /FALLA DURA: SE DEJA EL RETORNO EN EL REGISTRO ESPECIAL Y, SI
      /EJERCHAIN PASO SU AREA DE RETORNO, TAMBIEN POR LINKAGE
           MOVE 12 TO RETURN-CODE.
           IF ADDRESS OF LK-RETORNO NOT = NULL
               MOVE 12 TO LK-RETORNO
           END-IF.

       REGISTRAR-LOG-FIN.
      /DEJA CONSTANCIA DEL FIN DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "BORRADAS=" DELIMITED BY SIZE
               CANT-BORRADAS DELIMITED BY SIZE
               " RETENIDAS=" DELIMITED BY SIZE
               CANT-RETENIDAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.
