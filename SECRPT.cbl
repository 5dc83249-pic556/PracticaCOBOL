
       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /LA REVISION NOCTURNA QUE SEGURIDAD LEE A LA MANANA: LOGINS
      /FUERA DEL HORARIO LABORAL, EMPLEADOS QUE SE LOGUEARON MAS
      /VECES QUE EL UMBRAL EN EL DIA, NUS SALUDADOS POR EL BATCH QUE
      /NUNCA INGRESARON INTERACTIVAMENTE, INTENTOS CON NUS QUE NO
      /EXISTEN EN USER-MASTER, Y LOGINS RECHAZADOS POR LA VENTANA
      /HORARIA DEL ROL
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM LEER-CONTROL.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
               END-READ
               CLOSE SEC-CONTROL
           END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
           MOVE "SECRPT" TO PR-PROGRAMA.
           MOVE "HORA-DESDE" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO
               MOVE PR-VALOR TO HORA-DESDE
           END-IF.
           MOVE "SECRPT" TO PR-PROGRAMA.
           MOVE "HORA-HASTA" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO
               MOVE PR-VALOR TO HORA-HASTA
           END-IF.
           MOVE "SECRPT" TO PR-PROGRAMA.
           MOVE "UMBRAL-LOGINS" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO UMBRAL-LOGINS
           END-IF.

       REVISAR-LOGINS.
      /UNA SOLA PASADA POR EL RASTRO: LAS REGLAS DE FECHA DE HOY SE
                   INTO SEC-REPORT-LINEA
               WRITE SEC-REPORT-LINEA
           END-IF.
      /LOS RECHAZOS POR VENTANA DEL ROL (LOGINWIN / FERIADO) VAN EN
      /SU PROPIO RENGLON: EL PIN ERA CORRECTO, LO QUE FALLO FUE EL
      /MOMENTO DEL INTENTO
           IF LL-RESULTADO = "HORARIO"
               ADD 1 TO CANT-EXCEPCIONES
               MOVE SPACES TO SEC-REPORT-LINEA
               STRING "FUERA DE VENTANA DEL ROL: " DELIMITED BY SIZE
                   LL-EMP-ID DELIMITED BY SIZE
                   " A LAS " DELIMITED BY SIZE
                   LL-TIMESTAMP(10:4) DELIMITED BY SIZE
                   INTO SEC-REPORT-LINEA
               WRITE SEC-REPORT-LINEA
           END-IF.
      /FUERA DE HORARIO SOLO APLICA A LOGINS INTERACTIVOS VALIDOS;
      /LA CORRIDA BATCH NOCTURNA SALUDA DE MADRUGADA POR DISENO
           IF (LL-RESULTADO = "OK" OR LL-RESULTADO = SPACES)
