
       FD  REQ-KEEP.
      /MISMO LARGO QUE EL REGISTRO DE RUNREQR.cpy
       01  REQ-KEEP-RECORD         PIC X(70).

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO GUARDA SOLO EL
      /HASH, ASI QUE EL PIN TIPEADO SE HASHEA Y SE COMPARA
       COPY "PINAREA.cpy".

       01 OPCION PIC X(02).
       01 SEGUIR-SW PIC X(01) VALUE "Y".
           88 SEGUIR VALUE "Y".
              10 SQ-PARAMETRO PIC X(01).
              10 SQ-USUARIO   PIC X(10).
              10 SQ-TIMESTAMP PIC X(17).
              10 SQ-APROBADOR PIC X(10).
              10 SQ-FECHA-DECISION PIC X(08).
              10 SQ-HORA-DECISION PIC X(08).
              10 SQ-DECIDIDA-SW PIC X(01).
       01 IND-SOLICITUD PIC 9(02) COMP.
       01 DECISION-HALLADA-SW PIC X(01).
       01 HUBO-ACUSES-SW PIC X(01).
           88 HUBO-ACUSES VALUE "Y".

      /PROYECCION DEL FIN DE LA CADENA NOCTURNA EN CURSO (CHAINPRJ):
      /UNA LINEA EN CADA VUELTA DEL MENU Y EL DETALLE EN LA OPCION 18
       COPY "PROYAREA.cpy".

      * Estado de la ultima corrida de cada programa del menu, armado
      * desde los registros INICIO/FIN que ya deja REGISTRAR-LOG en
      * RUNLOG: el operador ve de un vistazo que corrio, cuando, y
           PERFORM UNTIL NOT SEGUIR
               PERFORM CARGAR-ESTADOS
               PERFORM MOSTRAR-ALERTAS-ABIERTAS
               PERFORM MOSTRAR-PROYECCION-CADENA
               IF ROL-OPERACIONES
                   PERFORM MOSTRAR-ALERTAS-SEGURIDAD
               END-IF
                           ELSE
                           DISPLAY "Ingrese su PIN: "
                           ACCEPT PIN-INGRESADO WITH NO-ECHO
                           MOVE UM-EMP-ID TO PN-EMP-ID
                           MOVE PIN-INGRESADO TO PN-PIN
                           CALL "PINHASH" USING PIN-AREA
                           IF PN-HASH = UM-PIN
                               MOVE "Y" TO LOGIN-OK-SW
                               MOVE UM-ROLE TO ROL-ACTUAL
                               DISPLAY "BIENVENIDO " UM-EMP-NAME
               CLOSE ALERT-FILE
           END-IF.

       MOSTRAR-PROYECCION-CADENA.
      /MIENTRAS LA CADENA CORRE, A QUE HORA TERMINARIA CON LAS
      /DURACIONES DE REFERENCIA Y SI ESO PASA EL CIERRE DE LA
      /VENTANA; SIN CADENA EN CURSO NO SE MUESTRA NADA
           MOVE "R" TO PY-MODO.
           CALL "CHAINPRJ" USING PROYECCION-AREA.
           IF PY-EN-CURSO OR PY-DETENIDA
               DISPLAY SPACE
               IF PY-DETENIDA
                   DISPLAY "*** CADENA NOCTURNA DETENIDA POR FALLA ***"
               END-IF
               IF PY-PASA-CIERRE
                   DISPLAY "CADENA NOCTURNA: FIN ESTIMADO "
                       PY-FIN-ESTIMADO(1:2) ":" PY-FIN-ESTIMADO(3:2)
                       " (PEOR " PY-FIN-PEOR(1:2) ":"
                       PY-FIN-PEOR(3:2) ") CIERRE " PY-CIERRE(1:2)
                       ":" PY-CIERRE(3:2)
                       " *** FUERA DE VENTANA ***"
               ELSE
                   DISPLAY "CADENA NOCTURNA: FIN ESTIMADO "
                       PY-FIN-ESTIMADO(1:2) ":" PY-FIN-ESTIMADO(3:2)
                       " (PEOR " PY-FIN-PEOR(1:2) ":"
                       PY-FIN-PEOR(3:2) ") CIERRE " PY-CIERRE(1:2)
                       ":" PY-CIERRE(3:2)
               END-IF
           END-IF.

       MOSTRAR-ALERTAS-SEGURIDAD.
      /LAS ALERTAS PENDIENTES DE LA COLA DE SEGURIDAD, SOLO PARA
      /ROL "O"; EL ACUSE ES LA OPCION 16
           DISPLAY "(A)PROBAR, (R)ECHAZAR U OTRA TECLA SALTEA: ".
           MOVE SPACE TO DECISION-SOLICITUD.
           ACCEPT DECISION-SOLICITUD.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           EVALUATE TRUE
               WHEN DECIDE-APROBAR-SOL
                   MOVE "A" TO SQ-ESTADO(IND-SOLICITUD)
                   MOVE USUARIO-ACTUAL TO SQ-APROBADOR(IND-SOLICITUD)
                   MOVE CURRENT-DATE-FLD
                       TO SQ-FECHA-DECISION(IND-SOLICITUD)
                   MOVE CURRENT-TIME-FLD
                       TO SQ-HORA-DECISION(IND-SOLICITUD)
                   MOVE "Y" TO SQ-DECIDIDA-SW(IND-SOLICITUD)
                   MOVE "Y" TO HUBO-DECISIONES-SW
               WHEN DECIDE-RECHAZAR-SOL
                   MOVE "R" TO SQ-ESTADO(IND-SOLICITUD)
                   MOVE USUARIO-ACTUAL TO SQ-APROBADOR(IND-SOLICITUD)
                   MOVE CURRENT-DATE-FLD
                       TO SQ-FECHA-DECISION(IND-SOLICITUD)
                   MOVE CURRENT-TIME-FLD
                       TO SQ-HORA-DECISION(IND-SOLICITUD)
                   MOVE "Y" TO SQ-DECIDIDA-SW(IND-SOLICITUD)
                   MOVE "Y" TO HUBO-DECISIONES-SW
               WHEN OTHER
                   MOVE RQ-USUARIO TO SQ-USUARIO(CANT-SOLICITUDES)
                   MOVE RQ-TIMESTAMP
                       TO SQ-TIMESTAMP(CANT-SOLICITUDES)
                   MOVE RQ-APROBADOR
                       TO SQ-APROBADOR(CANT-SOLICITUDES)
                   MOVE RQ-FECHA-DECISION
                       TO SQ-FECHA-DECISION(CANT-SOLICITUDES)
                   MOVE RQ-HORA-DECISION
                       TO SQ-HORA-DECISION(CANT-SOLICITUDES)
                   MOVE "N" TO SQ-DECIDIDA-SW(CANT-SOLICITUDES)
               ELSE
                   ADD 1 TO EXCEDENTES-SOLICITUDES
               SUBTRACT 1 FROM IND-SOLICITUD
               MOVE "D" TO SQ-DECIDIDA-SW(IND-SOLICITUD)
               MOVE SQ-ESTADO(IND-SOLICITUD) TO RQ-ESTADO
               MOVE SQ-APROBADOR(IND-SOLICITUD) TO RQ-APROBADOR
               MOVE SQ-FECHA-DECISION(IND-SOLICITUD)
                   TO RQ-FECHA-DECISION
               MOVE SQ-HORA-DECISION(IND-SOLICITUD)
                   TO RQ-HORA-DECISION
           END-IF.
       APLICAR-DECISION-SI-TOCADA-EXIT.
           EXIT.
           DISPLAY "14 - Solicitar corrida nocturna".
           DISPLAY "15 - Aprobar solicitudes (rol O)".
           DISPLAY "16 - Acusar alertas de seguridad (rol O)".
           DISPLAY "17 - Recertificar accesos (rol O)".
           DISPLAY "18 - Proyeccion de la cadena nocturna (rol O)".
           DISPLAY "19 - Ensayo en seco de la cadena (rol O)".
           DISPLAY "20 - Entrega de turno (rol O)".
           DISPLAY "21 - Cola de notificaciones (rol O)".
           DISPLAY " 0 - Salir".
           DISPLAY "Elija una opcion: ".

                   PERFORM APROBAR-SOLICITUDES
               WHEN "16"
                   PERFORM ACUSAR-ALERTAS-SEG
               WHEN "17"
                   CALL "CERTREV"
               WHEN "18"
                   MOVE "D" TO PY-MODO
                   CALL "CHAINPRJ" USING PROYECCION-AREA
               WHEN "19"
                   CALL "CHAINDRY"
                   DISPLAY "PREVISTA DE LA CADENA EN RPTDRY"
               WHEN "20"
                   CALL "SHIFTHND"
               WHEN "21"
                   CALL "NOTIFVW"
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
