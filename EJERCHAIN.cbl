               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-KEEP-STATUS.

           SELECT ESPERA-FILE ASSIGN TO ESPERA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESPERA-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-STATUS.
           COPY "RUNLOGR.cpy".

       FD  CHAIN-CONTROL.
           COPY "CHAINCTR.cpy".

       FD  CHAIN-COMMAND.
           COPY "CHAINCMR.cpy".

       FD  PROC-CALENDAR.
           COPY "PROCCALR.cpy".

       FD  REQ-KEEP.
      /MISMO LARGO QUE RUN-REQUEST-RECORD
       01  REQ-KEEP-RECORD         PIC X(70).

       FD  ESPERA-FILE.
      /ARCHIVO ESPERADO O DISPARADOR DE UN PASO: SOLO INTERESA QUE
      /EXISTA Y, PARA EL DISPARADOR, LA FECHA DEL PRIMER REGISTRO
       01  ESPERA-RECORD.
           05  ES-FECHA            PIC X(08).
           05  FILLER              PIC X(72).

       FD  ALERT-FILE.
           COPY "OPALERTR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE NOTIFICACIONES SALIENTES POR CORREO/SMS
       COPY "NOTIFAREA.cpy".

       01 MAX-PASOS PIC 9(02) VALUE 20.
       01 CANT-PASOS PIC 9(02) VALUE 0.
       01 TABLA-PASOS.
              10 PASO-PARAMETRO PIC X(01).
              10 PASO-PISTA     PIC X(01).
              10 PASO-ESTADO    PIC X(01).
              10 PASO-ARCHIVO   PIC X(08).
              10 PASO-DISPARADOR PIC X(08).
              10 PASO-HORA-CORTE PIC X(04).
              10 PASO-ACCION-CORTE PIC X(01).

      /PLANIFICADOR POR PISTAS: LAS PISTAS DISTINTAS VISTAS EN LA
      /TABLA, EL ESTADO DE CADA PASO (P PENDIENTE, C COMPLETO, S
       01 SEGUNDOS-PAUSA PIC 9(08) COMP VALUE 15.
       01 COMANDO-TEXTO PIC X(10).

      /ESPERA DE ARCHIVOS DE AFUERA ANTES DE UN PASO: SE SIGUEN
      /ATENDIENDO LAS ORDENES DEL OPERADOR MIENTRAS SE ESPERA
       01 ESPERA-FILE-STATUS PIC X(02).
       01 ALERT-FILE-STATUS PIC X(02).
       01 ESPERA-NOMBRE PIC X(08).
       01 SEGUNDOS-ESPERA PIC 9(08) COMP VALUE 60.
       01 ARCHIVO-LLEGADO-SW PIC X(01).
           88 ARCHIVO-LLEGADO VALUE "Y".
       01 CORTE-ESPERA-SW PIC X(01).
           88 CORTE-ESPERA VALUE "Y".
       01 ESPERA-AVISADA-SW PIC X(01).
           88 ESPERA-AVISADA VALUE "Y".
       01 HORA-INICIO-ESPERA PIC 9(04).
       01 HORA-ACTUAL-ESPERA PIC 9(04).
       01 PASO-CORTE-ESPERA PIC 9(04).
       01 ARCHIVO-FALTANTE PIC X(08).
       01 ACCION-ESPERA PIC X(06).
       01 MOTIVO-ALERTA PIC X(40).
       01 COMANDO-OPERADOR PIC X(10) VALUE SPACES.
       01 OPERADOR-CORTE PIC X(10) VALUE SPACES.
       01 OPERADOR-PAUSA PIC X(10) VALUE SPACES.
       01 OPERADOR-SALTEO PIC X(10) VALUE SPACES.

      /SOLICITUDES DE CORRIDA APROBADAS DESDE EJERMENU: SE CORREN
      /COMO PASOS EXTRA DESPUES DE LA LISTA FIJA Y CADA UNA QUEDA
      /MARCADA COMPLETADA O FALLIDA PARA EL SOLICITANTE
                           MOVE CC-PISTA TO PASO-PISTA(CANT-PASOS)
                       END-IF
                       MOVE "P" TO PASO-ESTADO(CANT-PASOS)
                       MOVE CC-ARCHIVO TO PASO-ARCHIVO(CANT-PASOS)
                       MOVE CC-DISPARADOR
                           TO PASO-DISPARADOR(CANT-PASOS)
                       MOVE CC-HORA-CORTE
                           TO PASO-HORA-CORTE(CANT-PASOS)
                       MOVE CC-ACCION-CORTE
                           TO PASO-ACCION-CORTE(CANT-PASOS)
                       PERFORM REGISTRAR-PISTA
                   ELSE
                       DISPLAY "TABLA DE PASOS LLENA, SE IGNORA: "
      /LA SECUENCIA FIJA SIGUE SIENDO SERIAL: TODO EN LA PISTA 1
               MOVE "1" TO PASO-PISTA(IND-PASO)
               MOVE "P" TO PASO-ESTADO(IND-PASO)
               MOVE SPACES TO PASO-ARCHIVO(IND-PASO)
               MOVE SPACES TO PASO-DISPARADOR(IND-PASO)
               MOVE SPACES TO PASO-HORA-CORTE(IND-PASO)
               MOVE SPACES TO PASO-ACCION-CORTE(IND-PASO)
           END-PERFORM.
           MOVE 1 TO CANT-PISTAS.
           MOVE "1" TO PISTA-VALOR(1).
               PERFORM REGISTRAR-PASO-COMPLETADO
               GO TO EJECUTAR-PASO-FIN
           END-IF.
           IF PASO-ARCHIVO(IND-PASO) NOT = SPACES
              OR PASO-DISPARADOR(IND-PASO) NOT = SPACES
               PERFORM ESPERAR-ARCHIVOS THRU ESPERAR-ARCHIVOS-EXIT
               IF CORTE-ORDENADO
                   GO TO EJECUTAR-PASO-FIN
               END-IF
               IF SALTEAR-PASO
                   DISPLAY "PASO " IND-PASO " SALTEADO POR ORDEN DEL "
                       "OPERADOR: " PASO-NOMBRE(IND-PASO)
                   MOVE "S" TO PASO-ESTADO(IND-PASO)
                   PERFORM REGISTRAR-PASO-COMPLETADO
                   GO TO EJECUTAR-PASO-FIN
               END-IF
               IF NOT ARCHIVO-LLEGADO
                   PERFORM RESOLVER-CORTE-ESPERA
                   GO TO EJECUTAR-PASO-FIN
               END-IF
           END-IF.
           DISPLAY "EJECUTANDO PASO " IND-PASO ": "
               PASO-NOMBRE(IND-PASO).
           MOVE 0 TO RETORNO-PASO-COM.
       EJECUTAR-PASO-FIN.
           EXIT.

       ESPERAR-ARCHIVOS.
      /RETIENE EL PASO HASTA QUE LLEGUE SU ARCHIVO (Y SU DISPARADOR
      /CON LA FECHA DE NEGOCIO) O HASTA LA HORA DE CORTE. EL MOTOR
      /ES UN SOLO PROCESO: MIENTRAS ESPERA NO AVANZA OTRA PISTA.
      /UNA HORA DE CORTE MENOR QUE LA HORA DE ARRANQUE DE LA ESPERA
      /CAE DESPUES DE MEDIANOCHE
           MOVE "N" TO ESPERA-AVISADA-SW.
           MOVE "N" TO CORTE-ESPERA-SW.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE CURRENT-TIME-FLD(1:4) TO HORA-INICIO-ESPERA.
           IF PASO-HORA-CORTE(IND-PASO) IS NUMERIC
               MOVE PASO-HORA-CORTE(IND-PASO) TO PASO-CORTE-ESPERA
           ELSE
      /SIN HORA DE CORTE NO SE ESPERA: SE MIRA UNA SOLA VEZ
               MOVE HORA-INICIO-ESPERA TO PASO-CORTE-ESPERA
           END-IF.
           PERFORM VERIFICAR-LLEGADA.
           PERFORM UNTIL ARCHIVO-LLEGADO OR CORTE-ESPERA
                   OR CORTE-ORDENADO OR SALTEAR-PASO
               PERFORM VERIFICAR-HORA-CORTE
               IF NOT CORTE-ESPERA
                   IF NOT ESPERA-AVISADA
                       DISPLAY "PASO " PASO-NOMBRE(IND-PASO)
                           " ESPERA " ARCHIVO-FALTANTE
                           " HASTA LAS " PASO-CORTE-ESPERA
                       MOVE "Y" TO ESPERA-AVISADA-SW
                   END-IF
                   CALL "C$SLEEP" USING SEGUNDOS-ESPERA
                   PERFORM LEER-COMANDOS
                   PERFORM VERIFICAR-LLEGADA
               END-IF
           END-PERFORM.
           IF CORTE-ORDENADO
               PERFORM AVISAR-CORTE
               GO TO ESPERAR-ARCHIVOS-EXIT
           END-IF.
           IF SALTEAR-PASO
               MOVE "SALTEO" TO COMANDO-TEXTO
               MOVE OPERADOR-SALTEO TO COMANDO-OPERADOR
               PERFORM REGISTRAR-COMANDO-LOG
               GO TO ESPERAR-ARCHIVOS-EXIT
           END-IF.
           IF ARCHIVO-LLEGADO AND ESPERA-AVISADA
               DISPLAY "LLEGO LO ESPERADO POR " PASO-NOMBRE(IND-PASO)
           END-IF.
       ESPERAR-ARCHIVOS-EXIT.
           EXIT.

       VERIFICAR-LLEGADA.
      /EL ARCHIVO VALE CON SOLO EXISTIR; EL DISPARADOR ADEMAS TIENE
      /QUE TRAER EN SU PRIMER REGISTRO LA FECHA DE NEGOCIO EN CURSO
           MOVE "Y" TO ARCHIVO-LLEGADO-SW.
           MOVE SPACES TO ARCHIVO-FALTANTE.
           IF PASO-ARCHIVO(IND-PASO) NOT = SPACES
               MOVE PASO-ARCHIVO(IND-PASO) TO ESPERA-NOMBRE
               OPEN INPUT ESPERA-FILE
               IF ESPERA-FILE-STATUS = "00"
                   CLOSE ESPERA-FILE
               ELSE
                   MOVE "N" TO ARCHIVO-LLEGADO-SW
                   MOVE PASO-ARCHIVO(IND-PASO) TO ARCHIVO-FALTANTE
               END-IF
           END-IF.
           IF ARCHIVO-LLEGADO
              AND PASO-DISPARADOR(IND-PASO) NOT = SPACES
               MOVE PASO-DISPARADOR(IND-PASO) TO ESPERA-NOMBRE
               MOVE "N" TO ARCHIVO-LLEGADO-SW
               MOVE PASO-DISPARADOR(IND-PASO) TO ARCHIVO-FALTANTE
               OPEN INPUT ESPERA-FILE
               IF ESPERA-FILE-STATUS = "00"
                   READ ESPERA-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ES-FECHA = FECHA-NEGOCIO
                               MOVE "Y" TO ARCHIVO-LLEGADO-SW
                               MOVE SPACES TO ARCHIVO-FALTANTE
                           END-IF
                   END-READ
                   CLOSE ESPERA-FILE
               END-IF
           END-IF.

       VERIFICAR-HORA-CORTE.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE CURRENT-TIME-FLD(1:4) TO HORA-ACTUAL-ESPERA.
           IF PASO-CORTE-ESPERA >= HORA-INICIO-ESPERA
               IF HORA-ACTUAL-ESPERA >= PASO-CORTE-ESPERA
                  OR HORA-ACTUAL-ESPERA < HORA-INICIO-ESPERA
                   MOVE "Y" TO CORTE-ESPERA-SW
               END-IF
           ELSE
               IF HORA-ACTUAL-ESPERA < HORA-INICIO-ESPERA
                  AND HORA-ACTUAL-ESPERA >= PASO-CORTE-ESPERA
                   MOVE "Y" TO CORTE-ESPERA-SW
               END-IF
           END-IF.

       RESOLVER-CORTE-ESPERA.
      /LLEGO LA HORA DE CORTE SIN EL ARCHIVO: EL PASO SE SALTEA O
      /FALLA SEGUN CHAINCTL, Y EN LOS DOS CASOS SALE UNA ALERTA DE
      /OPERADOR DICIENDO QUE ARCHIVO NUNCA LLEGO
           IF PASO-ACCION-CORTE(IND-PASO) = "S"
               MOVE "SALTEO" TO ACCION-ESPERA
               DISPLAY "PASO " IND-PASO " SALTEADO, NO LLEGO "
                   ARCHIVO-FALTANTE ": " PASO-NOMBRE(IND-PASO)
               MOVE "S" TO PASO-ESTADO(IND-PASO)
               PERFORM REGISTRAR-PASO-COMPLETADO
           ELSE
               MOVE "FALLA" TO ACCION-ESPERA
               DISPLAY "PASO " IND-PASO " FALLIDO, NO LLEGO "
                   ARCHIVO-FALTANTE ": " PASO-NOMBRE(IND-PASO)
               MOVE 20 TO PASO-RETORNO
               MOVE IND-PASO TO PASO-FALLIDO
               MOVE PASO-NOMBRE(IND-PASO) TO PASO-FALLIDO-NOMBRE
               MOVE "F" TO PASO-ESTADO(IND-PASO)
               MOVE "Y" TO CADENA-DETENIDA-SW
               PERFORM REGISTRAR-PASO-FALLIDO
           END-IF.
           PERFORM REGISTRAR-ESPERA-LOG.
           PERFORM EMITIR-ALERTA-ESPERA.

       REGISTRAR-ESPERA-LOG.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "EJERCHAIN" TO RL-PROGRAMA.
           MOVE "ESPERA" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "PASO=" DELIMITED BY SIZE
               PASO-NOMBRE(IND-PASO) DELIMITED BY SPACE
               " FALTA=" DELIMITED BY SIZE
               ARCHIVO-FALTANTE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ACCION-ESPERA DELIMITED BY SPACE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       EMITIR-ALERTA-ESPERA.
           MOVE SPACES TO MOTIVO-ALERTA.
           STRING "NO LLEGO " DELIMITED BY SIZE
               ARCHIVO-FALTANTE DELIMITED BY SPACE
               " AL CORTE " DELIMITED BY SIZE
               PASO-CORTE-ESPERA DELIMITED BY SIZE
               ", PASO " DELIMITED BY SIZE
               ACCION-ESPERA DELIMITED BY SPACE
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
           MOVE PASO-NOMBRE(IND-PASO) TO AL-PROGRAMA.
           MOVE MOTIVO-ALERTA TO AL-MOTIVO.
           WRITE OP-ALERT-RECORD.
           CLOSE ALERT-FILE.
           PERFORM NOTIFICAR-ALERTA.

       NOTIFICAR-ALERTA.
      /LA MISMA ALERTA SALE POR CORREO/SMS A OPERACIONES, PARA QUE
      /LLEGUE AUNQUE NADIE ESTE MIRANDO EL MENU
           MOVE "EJERCHAIN" TO NT-ORIGEN.
           MOVE "OPERACIONES" TO NT-DESTINO.
           MOVE "ARCHIVO ESPERADO NO LLEGO AL CORTE" TO NT-ASUNTO.
           MOVE SPACES TO NT-CUERPO.
           STRING PASO-NOMBRE(IND-PASO) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               MOTIVO-ALERTA DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NT-CUERPO.
           CALL "NOTIFPUT" USING NOTIF-AREA.

       ATENDER-COMANDOS.
      /RELEE EL ARCHIVO DE ORDENES Y RESUELVE QUE APLICA AL PASO EN
      /PUERTA; LA PAUSA RETIENE LA CADENA RELEYENDO EL ARCHIVO
                       PASO-NOMBRE(IND-PASO)
                       " - QUITAR LA ORDEN DE CHAINCMD PARA SEGUIR"
                   MOVE "PAUSA" TO COMANDO-TEXTO
                   MOVE OPERADOR-PAUSA TO COMANDO-OPERADOR
                   PERFORM REGISTRAR-COMANDO-LOG
                   MOVE "Y" TO PAUSA-AVISADA-SW
               END-IF
           END-PERFORM.
           IF PAUSA-AVISADA AND NOT CORTE-ORDENADO
               DISPLAY "PAUSA LEVANTADA, LA CADENA SIGUE"
      /EL LEVANTAMIENTO SE ATRIBUYE A QUIEN HABIA PUESTO LA PAUSA
               MOVE "SIGUE" TO COMANDO-TEXTO
               MOVE OPERADOR-PAUSA TO COMANDO-OPERADOR
               PERFORM REGISTRAR-COMANDO-LOG
           END-IF.
           IF CORTE-ORDENADO
           END-IF.
           IF SALTEAR-PASO
               MOVE "SALTEO" TO COMANDO-TEXTO
               MOVE OPERADOR-SALTEO TO COMANDO-OPERADOR
               PERFORM REGISTRAR-COMANDO-LOG
           END-IF.
       ATENDER-COMANDOS-EXIT.
           IF NOT CORTE-AVISADO
               MOVE "Y" TO CORTE-AVISADO-SW
               MOVE "DETENER" TO COMANDO-TEXTO
               MOVE OPERADOR-CORTE TO COMANDO-OPERADOR
               PERFORM REGISTRAR-COMANDO-LOG
           END-IF.

               EVALUATE TRUE
                   WHEN CM-DETENER
                       MOVE "Y" TO CORTE-ORDENADO-SW
                       MOVE CM-OPERADOR TO OPERADOR-CORTE
                   WHEN CM-PAUSA
                    AND CM-PROGRAMA = PASO-NOMBRE(IND-PASO)
                       MOVE "Y" TO PASO-EN-PAUSA-SW
                       MOVE CM-OPERADOR TO OPERADOR-PAUSA
                   WHEN CM-SALTEAR
                    AND CM-PROGRAMA = PASO-NOMBRE(IND-PASO)
                       MOVE "Y" TO SALTEAR-PASO-SW
                       MOVE CM-OPERADOR TO OPERADOR-SALTEO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

       REGISTRAR-COMANDO-LOG.
      /CADA ORDEN ATENDIDA QUEDA EN EL RUN-LOG: LA REVISION DE LA
      /MANANA VE EXACTAMENTE QUE HIZO EL OPERADOR Y CUANDO; EL NU
      /VA PRIMERO PARA QUE NO SE PIERDA SI EL PASO TRAE NOMBRE LARGO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "OP=" DELIMITED BY SIZE
               COMANDO-OPERADOR DELIMITED BY SPACE
               " CMD=" DELIMITED BY SIZE
               COMANDO-TEXTO DELIMITED BY SPACE
               " PASO=" DELIMITED BY SIZE
               PASO-NOMBRE(IND-PASO) DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
