      /AREA DEL CANDADO DE CORRIDAS COMPARTIDO
       COPY "RUNCAREA.cpy".

      /AREA DEL SERVICIO DE REQUISITOS DE EGRESO
       COPY "ELIGAREA.cpy".

       01 STUDENT-MASTER-STATUS PIC X(02).
       01 PROMO-TABLA-STATUS PIC X(02).
       01 ALUMNI-STATUS PIC X(02).
              10 SC-PROMOVIDOS PIC 9(04).
              10 SC-EGRESADOS  PIC 9(04).
              10 SC-SIN-REGLA  PIC 9(04).
              10 SC-RETENIDOS  PIC 9(04).
       01 IND-SECCION PIC 9(02) COMP.
       01 SECCION-HALLADA-SW PIC X(01).
           88 SECCION-HALLADA VALUE "Y".
       01 TOTAL-PROMOVIDOS PIC 9(05) VALUE 0.
       01 TOTAL-EGRESADOS PIC 9(05) VALUE 0.
       01 TOTAL-SIN-REGLA PIC 9(05) VALUE 0.
       01 TOTAL-RETENIDOS PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 CREDITO-EDIT PIC ZZ9.
       01 FALTANTES-EDIT PIC Z9.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).
      /TABLA DE PROGRESION CON SUS NOTAS RESETEADAS PARA EL ANIO
      /NUEVO (LA HISTORIA YA QUEDO EN HISTGRAD EN EL CIERRE DE
      /TERMINO); LOS CURSOS QUE EGRESAN PASAN AL ARCHIVO DE
      /EX-ALUMNOS EN VEZ DE BORRARSE, SALVO EL ALUMNO QUE NO CUMPLE
      /LOS REQUISITOS DE GRADREQ, QUE QUEDA RETENIDO. EL REGISTRO DE
      /PROMOCION CIERRA LA MATRICULA VIEJA CONTRA LA NUEVA.
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM TOMAR-CONTROL-CORRIDA.
           IF RC-BLOQUEADO
                   WRITE PROMO-REPORT-LINEA
               WHEN SECCION-SIGUIENTE = SPACES
                OR SECCION-SIGUIENTE = "FIN"
                   MOVE STUDENT-MASTER-RECORD TO EG-IMAGEN
                   CALL "ELIGCHK" USING ELIG-AREA
                   PERFORM INFORMAR-AVISO-REQUISITOS
                   EVALUATE TRUE
                       WHEN EG-NO-VERIFICADO
                           CONTINUE
                       WHEN EG-NO-CUMPLE
                           PERFORM RETENER-ALUMNO
                       WHEN OTHER
                           PERFORM EGRESAR-ALUMNO
                   END-EVALUATE
               WHEN OTHER
                   PERFORM AVANZAR-ALUMNO
           END-EVALUATE.
                   MOVE 0 TO SC-PROMOVIDOS(IND-SECCION)
                   MOVE 0 TO SC-EGRESADOS(IND-SECCION)
                   MOVE 0 TO SC-SIN-REGLA(IND-SECCION)
                   MOVE 0 TO SC-RETENIDOS(IND-SECCION)
               ELSE
                   MOVE MAX-SECCIONES TO IND-SECCION
               END-IF
                   ADD 1 TO TOTAL-EGRESADOS
           END-DELETE.

       INFORMAR-AVISO-REQUISITOS.
      /SIN VERIFICAR LOS REQUISITOS EL ALUMNO NO EGRESA NI SE
      /RETIENE: QUEDA COMO ESTA Y EL PASO TERMINA EN FALLA. UNA
      /HISTORIA INCOMPLETA SOLO SE DEJA ANOTADA
           IF NOT EG-OK
               MOVE SPACES TO PROMO-REPORT-LINEA
               STRING "REQUISITOS " DELIMITED BY SIZE
                   SM-STUDENT-ID DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   EG-MENSAJE DELIMITED BY SIZE
                   INTO PROMO-REPORT-LINEA
               WRITE PROMO-REPORT-LINEA
           END-IF.
           IF EG-NO-VERIFICADO
               PERFORM MARCAR-FALLA-PASO
           END-IF.

       RETENER-ALUMNO.
      /NO CUMPLE LOS REQUISITOS DE GRADREQ: NO EGRESA Y QUEDA EN SU
      /SECCION CON SUS NOTAS; EL DETALLE DE LO QUE LE FALTA ESTA EN
      /LA AUDITORIA DE EGRESO (GRADELIG)
           ADD 1 TO SC-RETENIDOS(IND-SECCION).
           ADD 1 TO TOTAL-RETENIDOS.
           MOVE EG-CREDITOS-OBTENIDOS TO CREDITO-EDIT.
           MOVE EG-CANT-FALTANTES TO FALTANTES-EDIT.
           MOVE SPACES TO PROMO-REPORT-LINEA.
           STRING "RETENIDO POR REQUISITOS: " DELIMITED BY SIZE
               SM-STUDENT-ID DELIMITED BY SIZE
               " CRED " DELIMITED BY SIZE
               CREDITO-EDIT DELIMITED BY SIZE
               " FALTANTES " DELIMITED BY SIZE
               FALTANTES-EDIT DELIMITED BY SIZE
               INTO PROMO-REPORT-LINEA.
           WRITE PROMO-REPORT-LINEA.

       AVANZAR-ALUMNO.
      /EL ALUMNO SIGUE: NUEVA SECCION Y TABLA DE NOTAS RESETEADA
      /PARA EL ANIO NUEVO (LA HISTORIA YA QUEDO EN HISTGRAD EN EL
       ESCRIBIR-REGISTRO.
           MOVE SPACES TO PROMO-REPORT-LINEA.
           WRITE PROMO-REPORT-LINEA.
           MOVE "SEC A   ALUMNOS PROMOV EGRESA S/REGLA RETIENE"
               TO PROMO-REPORT-LINEA.
           WRITE PROMO-REPORT-LINEA.
           PERFORM VARYING IND-SECCION FROM 1 BY 1
               MOVE CANT-EDIT TO PROMO-REPORT-LINEA(24:6)
               MOVE SC-SIN-REGLA(IND-SECCION) TO CANT-EDIT
               MOVE CANT-EDIT TO PROMO-REPORT-LINEA(31:7)
               MOVE SC-RETENIDOS(IND-SECCION) TO CANT-EDIT
               MOVE CANT-EDIT TO PROMO-REPORT-LINEA(39:7)
               WRITE PROMO-REPORT-LINEA
           END-PERFORM.
           MOVE SPACES TO PROMO-REPORT-LINEA.
               CANT-EDIT DELIMITED BY SIZE
               INTO PROMO-REPORT-LINEA.
           WRITE PROMO-REPORT-LINEA.
           MOVE TOTAL-RETENIDOS TO CANT-EDIT.
           MOVE SPACES TO PROMO-REPORT-LINEA.
           STRING "RETENIDOS:        " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO PROMO-REPORT-LINEA.
           WRITE PROMO-REPORT-LINEA.
      /EL REGISTRO CIERRA: MATRICULA VIEJA = PROMOVIDOS +
      /EGRESADOS + SIN REGLA + RETENIDOS
           IF TOTAL-ALUMNOS = TOTAL-PROMOVIDOS + TOTAL-EGRESADOS
               + TOTAL-SIN-REGLA + TOTAL-RETENIDOS
               MOVE "REGISTRO BALANCEADO" TO PROMO-REPORT-LINEA
           ELSE
               MOVE "*** REGISTRO FUERA DE BALANCE ***"
               TOTAL-PROMOVIDOS DELIMITED BY SIZE
               " EGRESA=" DELIMITED BY SIZE
               TOTAL-EGRESADOS DELIMITED BY SIZE
               " RETIENE=" DELIMITED BY SIZE
               TOTAL-RETENIDOS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.
