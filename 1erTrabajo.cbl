               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WELCOME-REPORT-STATUS.

           SELECT LOGIN-WINDOW ASSIGN TO "LOGINWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGIN-WINDOW-STATUS.

           SELECT PROC-CALENDAR ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-CALENDAR-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.

           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT SOLIC-AVISO ASSIGN TO "SOLAVISO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOLIC-AVISO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT FECHA-NEGOCIO-FILE ASSIGN TO "FECHANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHA-NEGOCIO-STATUS.

       DATA DIVISION.
      /DONDE DECLARO ARCHIVOS Y VARIABLES

       FD  WELCOME-REPORT.
       01  WELCOME-REPORT-RECORD   PIC X(80).

       FD  LOGIN-WINDOW.
      /VENTANAS DE LOGIN POR ROL, UN REGISTRO POR UM-ROLE:
      /LW-DIAS TRAE UNA "S" POR CADA DIA HABILITADO, DE LUNES (1) A
      /DOMINGO (7); LW-HORA-DESDE/HASTA EN HHMM. CON LW-EXENTO-
      /FERIADO EN "S" EL ROL PUEDE INGRESAR TAMBIEN LOS FERIADOS DE
      /PROCCAL. UN ROL SIN REGISTRO (O SIN ARCHIVO) NO TIENE VENTANA
       01  LOGIN-WINDOW-RECORD.
           05  LW-ROLE             PIC X(01).
           05  LW-DIAS             PIC X(07).
           05  LW-HORA-DESDE       PIC 9(04).
           05  LW-HORA-HASTA       PIC 9(04).
           05  LW-EXENTO-FERIADO   PIC X(01).
               88  LW-EXENTO       VALUE "S".

       FD  PROC-CALENDAR.
           COPY "PROCCALR.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       FD  BALANCE-FILE.
           COPY "BALREC.cpy".

       FD  PEND-FILE.
           COPY "PENDCHG.cpy".

       FD  SOLIC-AVISO.
      /AVISOS YA DADOS AL EMPLEADO SOBRE EL RESULTADO DE SUS
      /SOLICITUDES DE AUTOGESTION: UNO POR PENDIENTE DECIDIDO
       01  SOLIC-AVISO-RECORD.
           05  SV-SOLIC-TS         PIC X(17).
           05  FILLER              PIC X(01).
           05  SV-EMP-ID           PIC X(10).
           05  FILLER              PIC X(01).
           05  SV-TIMESTAMP        PIC X(17).

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

       FD  FECHA-NEGOCIO-FILE.
      /FECHA DE NEGOCIO PUBLICADA POR EJERCHAIN: LA SOLICITUD SE
      /RUTEA CON ELLA, IGUAL QUE LOS PENDIENTES DE USERMNT
       01  FECHA-NEGOCIO-RECORD.
           05  FN-FECHA            PIC 9(08).

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE NOTIFICACIONES SALIENTES POR CORREO/SMS
       COPY "NOTIFAREA.cpy".

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL CANDADO DE CORRIDAS COMPARTIDO (SOLO MODO BATCH)
       COPY "RUNCAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO Y LA HISTORIA
      /GUARDAN SOLO EL HASH, ASI QUE LO TIPEADO SE HASHEA Y SE
      /COMPARA CONTRA LO GUARDADO
       COPY "PINAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO: CADA LOGIN SE GRABA CON SU
      /SECUENCIA Y SU SELLO PARA QUE NO SE PUEDA BORRAR NI RETOCAR
      /UN REGISTRO DEL LOGIN-LOG SIN QUE SE NOTE
       COPY "SELLAREA.cpy".

      /AREA DEL SERVICIO DE RUTEO AL JEFE: LA SOLICITUD DE CAMBIO
      /DE PERFIL VA AL JEFE DEL DEPARTAMENTO DEL EMPLEADO
       COPY "JEFEAREA.cpy".
      /VARIABLES

       01 NU PIC X(10).
           88 PIN-VENCIDO VALUE "Y".
       01 PIN-NUEVO PIC X(04).
       01 PIN-CONFIRMA PIC X(04).
       01 PIN-NUEVO-HASH PIC X(04).
       01 PIN-NUEVO-VALIDO-SW PIC X(01) VALUE "N".
           88 PIN-NUEVO-VALIDO VALUE "Y".
       01 PIN-REPETIDO-SW PIC X(01) VALUE "N".
           88 PRIMER-LOGIN VALUE "Y".
       01 TS-LOGIN-ANTERIOR PIC X(17).

      /VENTANA DE LOGIN DEL ROL: UN PIN CORRECTO FUERA DE LOS DIAS Y
      /HORAS HABILITADOS PARA EL ROL, O EN UN FERIADO DE PROCCAL SI
      /EL ROL NO ESTA EXENTO, SE RECHAZA COMO "HORARIO"
       01 LOGIN-WINDOW-STATUS PIC X(02).
       01 PROC-CALENDAR-STATUS PIC X(02).
       01 VENTANA-EOF-SW PIC X(01) VALUE "N".
           88 VENTANA-EOF VALUE "Y".
       01 CALENDARIO-EOF-SW PIC X(01) VALUE "N".
           88 CALENDARIO-EOF VALUE "Y".
       01 VENTANA-HALLADA-SW PIC X(01) VALUE "N".
           88 VENTANA-HALLADA VALUE "Y".
       01 FUERA-VENTANA-SW PIC X(01) VALUE "N".
           88 FUERA-DE-VENTANA VALUE "Y".
       01 DIA-SEMANA PIC 9(01).
       01 HORA-LOGIN PIC 9(04).

      /SOLICITUDES DE AUTOGESTION: EL EMPLEADO PIDE CAMBIAR SU
      /NOMBRE O SU IDIOMA Y EL PEDIDO ENTRA A PENDCHG COMO OPERACION
      /"E" PARA EL CONTROL DUAL DE SIEMPRE; EN LOS LOGINS SIGUIENTES
      /SE LE AVISA SI SE APROBO O SE RECHAZO
       01 PEND-FILE-STATUS PIC X(02).
       01 SOLIC-AVISO-STATUS PIC X(02).
       01 AUDIT-FILE-STATUS PIC X(02).
       01 FECHA-NEGOCIO-STATUS PIC X(02).
       01 FECHA-NEGOCIO PIC 9(08) VALUE 0.
       01 PEND-EOF-SW PIC X(01) VALUE "N".
           88 PEND-EOF VALUE "Y".
       01 AVISO-EOF-SW PIC X(01) VALUE "N".
           88 AVISO-EOF VALUE "Y".
       01 YA-AVISADO-SW PIC X(01).
           88 YA-AVISADO VALUE "Y".
       01 SOLIC-EN-CURSO-SW PIC X(01) VALUE "N".
           88 SOLIC-EN-CURSO VALUE "Y".
       01 DESEA-SOLICITUD PIC X(01).
           88 SOLICITA-NOMBRE VALUE "N".
           88 SOLICITA-IDIOMA VALUE "I".
       01 NOMBRE-SOLICITADO PIC X(30).
       01 IDIOMA-SOLICITADO PIC X(02).
       01 SOLICITUD-VALIDA-SW PIC X(01) VALUE "N".
           88 SOLICITUD-VALIDA VALUE "Y".
       01 IMAGEN-SOLICITADA.
           05  IS-EMP-ID           PIC X(10).
           05  IS-EMP-NAME         PIC X(30).
           05  IS-DEPT             PIC X(10).
           05  IS-LANG-CODE        PIC X(02).
           05  IS-PIN              PIC X(04).
           05  IS-RESTO            PIC X(19).

       LINKAGE SECTION.
      /LK-MODO-EJECUCION ES OPCIONAL: EJERCHAIN LO PASA CON "B" PARA
      /CORRER LA CADENA NOCTURNA SIN OPERADOR EN LA CONSOLA; CUANDO SE
                END-READ
                CLOSE PIN-CONTROL
            END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
            MOVE "MI-APP" TO PR-PROGRAMA.
            MOVE "VIGENCIA-PIN" TO PR-PARAMETRO.
            MOVE 0 TO PR-FECHA.
            CALL "PARMGET" USING PARM-AREA.
            IF PR-HALLADO AND PR-VALOR > 0
                MOVE PR-VALOR TO DIAS-VIGENCIA-PIN
            END-IF.

       ABRIR-INDICE-LOGIN.
      /EL INDICE DE LOGINS SE CREA EN LA PRIMERA CORRIDA; DESPUES SE
            ELSE
            IF NU-FOUND
                PERFORM VERIFICAR-PIN
                IF PIN-VERIFICADO
                    PERFORM CONTROLAR-VENTANA-LOGIN
                END-IF
                IF PIN-VERIFICADO AND FUERA-DE-VENTANA
                    MOVE "HORARIO" TO RESULTADO-LOGIN
                    PERFORM REGISTRAR-LOGIN
                    DISPLAY "ACCESO DENEGADO: FUERA DEL HORARIO "
                        "HABILITADO PARA SU ROL"
                ELSE
                IF PIN-VERIFICADO
                    MOVE "OK" TO RESULTADO-LOGIN
                    PERFORM DETECTAR-PRIMER-LOGIN
                            TS-LOGIN-ANTERIOR
                    END-IF
                    PERFORM MOSTRAR-MENSAJES-DIFUSION
                    PERFORM MOSTRAR-RESULTADO-SOLICITUDES
                    PERFORM DIALOGO-CAMBIO-PIN
                    PERFORM DIALOGO-SOLICITUD-PERFIL
                ELSE
                    MOVE "PIN-3MAL" TO RESULTADO-LOGIN
                    PERFORM REGISTRAR-LOGIN
                    DISPLAY "ACCESO DENEGADO: DEMASIADOS PIN "
                        "INCORRECTOS"
                END-IF
                END-IF
            ELSE
                MOVE "NO-REG" TO RESULTADO-LOGIN
                PERFORM REGISTRAR-LOGIN
            WRITE MOTD-ACK-RECORD.
            CLOSE MOTD-ACK.

       MOSTRAR-RESULTADO-SOLICITUDES.
      /RECORRE PENDCHG BUSCANDO LAS SOLICITUDES DE AUTOGESTION DEL
      /EMPLEADO: LAS DECIDIDAS SE AVISAN UNA SOLA VEZ (EL AVISO
      /QUEDA EN SOLAVISO) Y LA QUE SIGUE PENDIENTE SE RECUERDA EN
      /CADA LOGIN Y NO DEJA PEDIR OTRA HASTA QUE SE DECIDA
            MOVE "N" TO SOLIC-EN-CURSO-SW.
            MOVE "N" TO PEND-EOF-SW.
            OPEN INPUT PEND-FILE.
            IF PEND-FILE-STATUS NOT = "00"
                MOVE "Y" TO PEND-EOF-SW
            ELSE
                READ PEND-FILE
                    AT END MOVE "Y" TO PEND-EOF-SW
                END-READ
            END-IF.
            PERFORM UNTIL PEND-EOF
                IF PD-OPERACION = "E" AND PD-EMP-ID = NU
                    PERFORM INFORMAR-UNA-SOLICITUD
                END-IF
                READ PEND-FILE
                    AT END MOVE "Y" TO PEND-EOF-SW
                END-READ
            END-PERFORM.
            IF PEND-FILE-STATUS = "00" OR PEND-FILE-STATUS = "10"
                CLOSE PEND-FILE
            END-IF.

       INFORMAR-UNA-SOLICITUD.
            EVALUATE TRUE
                WHEN PD-PENDIENTE
                    MOVE "Y" TO SOLIC-EN-CURSO-SW
                    DISPLAY "SU SOLICITUD DE CAMBIO DE PERFIL DEL "
                        PD-TIMESTAMP " SIGUE PENDIENTE"
                WHEN PD-APROBADO OR PD-RECHAZADO
                    PERFORM BUSCAR-AVISO
                    IF NOT YA-AVISADO
                        IF PD-APROBADO
                            DISPLAY "SU SOLICITUD DE CAMBIO DE "
                                "PERFIL DEL " PD-TIMESTAMP
                                " FUE APROBADA"
                        ELSE
                            DISPLAY "SU SOLICITUD DE CAMBIO DE "
                                "PERFIL DEL " PD-TIMESTAMP
                                " FUE RECHAZADA"
                        END-IF
                        PERFORM REGISTRAR-AVISO
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       BUSCAR-AVISO.
            MOVE "N" TO YA-AVISADO-SW.
            MOVE "N" TO AVISO-EOF-SW.
            OPEN INPUT SOLIC-AVISO.
            IF SOLIC-AVISO-STATUS NOT = "00"
                MOVE "Y" TO AVISO-EOF-SW
            ELSE
                READ SOLIC-AVISO
                    AT END MOVE "Y" TO AVISO-EOF-SW
                END-READ
            END-IF.
            PERFORM UNTIL AVISO-EOF OR YA-AVISADO
                IF SV-SOLIC-TS = PD-TIMESTAMP AND SV-EMP-ID = NU
                    MOVE "Y" TO YA-AVISADO-SW
                END-IF
                READ SOLIC-AVISO
                    AT END MOVE "Y" TO AVISO-EOF-SW
                END-READ
            END-PERFORM.
            IF SOLIC-AVISO-STATUS = "00" OR SOLIC-AVISO-STATUS = "10"
                CLOSE SOLIC-AVISO
            END-IF.

       REGISTRAR-AVISO.
            ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
            ACCEPT CURRENT-TIME-FLD FROM TIME.
            OPEN EXTEND SOLIC-AVISO.
            IF SOLIC-AVISO-STATUS NOT = "00"
                OPEN OUTPUT SOLIC-AVISO
            END-IF.
            MOVE SPACES TO SOLIC-AVISO-RECORD.
            MOVE PD-TIMESTAMP TO SV-SOLIC-TS.
            MOVE NU TO SV-EMP-ID.
            STRING CURRENT-DATE-FLD DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                CURRENT-TIME-FLD DELIMITED BY SIZE
                INTO SV-TIMESTAMP.
            WRITE SOLIC-AVISO-RECORD.
            CLOSE SOLIC-AVISO.

       DIALOGO-SOLICITUD-PERFIL.
      /EL EMPLEADO PUEDE PEDIR UN CAMBIO DE SU NOMBRE O DE SU IDIOMA
      /DE SALUDO; NO SE APLICA AL MAESTRO SINO QUE VA A LA COLA DE
      /PENDIENTES PARA QUE LO APRUEBE SU JEFE (O OTRO OPERADOR)
            IF SOLIC-EN-CURSO
                CONTINUE
            ELSE
            DISPLAY "SOLICITAR CAMBIO DE (N)OMBRE, DE (I)DIOMA O "
                "(S)EGUIR: "
            MOVE "S" TO DESEA-SOLICITUD
            ACCEPT DESEA-SOLICITUD
            MOVE "N" TO SOLICITUD-VALIDA-SW
            MOVE USER-MASTER-RECORD TO IMAGEN-SOLICITADA
            EVALUATE TRUE
                WHEN SOLICITA-NOMBRE
                    DISPLAY "Nombre solicitado: "
                    MOVE SPACES TO NOMBRE-SOLICITADO
                    ACCEPT NOMBRE-SOLICITADO
                    IF NOMBRE-SOLICITADO = SPACES
                       OR NOMBRE-SOLICITADO = UM-EMP-NAME
                        DISPLAY "SIN CAMBIO DE NOMBRE, NO SE "
                            "SOLICITA NADA"
                    ELSE
                        MOVE NOMBRE-SOLICITADO TO IS-EMP-NAME
                        MOVE "Y" TO SOLICITUD-VALIDA-SW
                    END-IF
                WHEN SOLICITA-IDIOMA
                    DISPLAY "Idioma solicitado (ES/EN/PT): "
                    MOVE SPACES TO IDIOMA-SOLICITADO
                    ACCEPT IDIOMA-SOLICITADO
                    IF IDIOMA-SOLICITADO NOT = "ES"
                       AND IDIOMA-SOLICITADO NOT = "EN"
                       AND IDIOMA-SOLICITADO NOT = "PT"
                        DISPLAY "IDIOMA INVALIDO, NO SE SOLICITA NADA"
                    ELSE
                    IF IDIOMA-SOLICITADO = UM-LANG-CODE
                        DISPLAY "ES SU IDIOMA ACTUAL, NO SE SOLICITA "
                            "NADA"
                    ELSE
                        MOVE IDIOMA-SOLICITADO TO IS-LANG-CODE
                        MOVE "Y" TO SOLICITUD-VALIDA-SW
                    END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF SOLICITUD-VALIDA
                PERFORM ENCOLAR-SOLICITUD
            END-IF
            END-IF.

       ENCOLAR-SOLICITUD.
      /LA IMAGEN LLEVA EL PIN EN BLANCO: DE UNA OPERACION "E" USERMNT
      /SOLO TOMA EL NOMBRE Y EL IDIOMA, ASI QUE EL RESTO DEL MAESTRO
      /NO SE PISA AUNQUE CAMBIE ANTES DE LA APROBACION
            ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
            ACCEPT CURRENT-TIME-FLD FROM TIME.
            MOVE SPACES TO IS-PIN.
            OPEN EXTEND PEND-FILE.
            IF PEND-FILE-STATUS NOT = "00"
                OPEN OUTPUT PEND-FILE
            END-IF.
            IF PEND-FILE-STATUS NOT = "00"
                DISPLAY "NO SE PUDO REGISTRAR LA SOLICITUD, STATUS: "
                    PEND-FILE-STATUS
                MOVE "PENDCHG" TO EH-ARCHIVO
                MOVE "OPEN" TO EH-OPERACION
                MOVE PEND-FILE-STATUS TO EH-STATUS
                PERFORM INFORMAR-ERROR-ARCHIVO
            ELSE
                MOVE SPACES TO PEND-CHANGE-RECORD
                MOVE "P" TO PD-ESTADO
                MOVE "E" TO PD-OPERACION
                MOVE NU TO PD-OPERADOR
                STRING CURRENT-DATE-FLD DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    CURRENT-TIME-FLD DELIMITED BY SIZE
                    INTO PD-TIMESTAMP
                MOVE NU TO PD-EMP-ID
                MOVE IMAGEN-SOLICITADA TO PD-IMAGEN-NUEVA
                PERFORM RUTEAR-SOLICITUD
                WRITE PEND-CHANGE-RECORD
                CLOSE PEND-FILE
                PERFORM AUDITAR-SOLICITUD
                IF PD-RUTEO-JEFE NOT = SPACES
                    DISPLAY "SOLICITUD REGISTRADA: LA DEBE APROBAR "
                        PD-RUTEO-JEFE
                ELSE
                    DISPLAY "SOLICITUD REGISTRADA: LA DEBE APROBAR "
                        "UN OPERADOR"
                END-IF
            END-IF.

       RUTEAR-SOLICITUD.
      /AL JEFE DEL DEPARTAMENTO DEL EMPLEADO, CON LAS MISMAS REGLAS
      /QUE USERMNT; QUIEN CAPTURA ES EL PROPIO EMPLEADO
            MOVE "D" TO JF-ACCION.
            MOVE UM-DEPT TO JF-DEPTO.
            MOVE NU TO JF-EXCLUIR-1.
            MOVE NU TO JF-EXCLUIR-2.
            CALL "DEPTJEFE" USING JEFE-AREA.
            IF JF-OK
                MOVE JF-JEFE TO PD-RUTEO-JEFE
                MOVE JF-DEPTO-JEFE TO PD-RUTEO-DEPTO
            ELSE
                MOVE SPACES TO PD-RUTEO-JEFE
                MOVE JF-DEPTO TO PD-RUTEO-DEPTO
            END-IF.
            PERFORM OBTENER-FECHA-NEGOCIO.
            MOVE FECHA-NEGOCIO TO PD-RUTEO-FECHA.
            MOVE 0 TO PD-ESCALAMIENTOS.

       OBTENER-FECHA-NEGOCIO.
      /SI EJERCHAIN PUBLICO LA FECHA DE NEGOCIO, EL RUTEO (Y CON EL
      /EL ESCALAMIENTO DE PENDESC) CUENTA DESDE ELLA; SIN CADENA,
      /DESDE LA FECHA DEL DIA
            ACCEPT FECHA-NEGOCIO FROM DATE YYYYMMDD.
            OPEN INPUT FECHA-NEGOCIO-FILE.
            IF FECHA-NEGOCIO-STATUS = "00"
                READ FECHA-NEGOCIO-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF FN-FECHA NUMERIC AND FN-FECHA > 0
                            MOVE FN-FECHA TO FECHA-NEGOCIO
                        END-IF
                END-READ
                CLOSE FECHA-NEGOCIO-FILE
            END-IF.

       AUDITAR-SOLICITUD.
      /PRIMERA MITAD DEL CONTROL DUAL EN USERAUDT, IGUAL QUE EN
      /USERMNT, MARCADA COMO PEDIDO DEL PROPIO EMPLEADO
            OPEN EXTEND AUDIT-FILE.
            IF AUDIT-FILE-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF.
            MOVE SPACES TO AUDIT-RECORD.
            STRING CURRENT-DATE-FLD DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                CURRENT-TIME-FLD DELIMITED BY SIZE
                INTO AU-TIMESTAMP.
            MOVE "SOLIC" TO AU-OPERACION.
            MOVE "QUIEN" TO AU-IMAGEN.
            MOVE SPACES TO AU-CONTENIDO.
            STRING "OP=E EMP=" DELIMITED BY SIZE
                PD-EMP-ID DELIMITED BY SIZE
                " CAPTURO=" DELIMITED BY SIZE
                NU DELIMITED BY SIZE
                " JEFE=" DELIMITED BY SIZE
                PD-RUTEO-JEFE DELIMITED BY SIZE
                " AUTOGESTION" DELIMITED BY SIZE
                INTO AU-CONTENIDO.
            PERFORM GRABAR-AUDITORIA.
            CLOSE AUDIT-FILE.

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

       DIALOGO-CAMBIO-PIN.
      /DESPUES DE UN LOGIN VALIDO: SI EL PIN VENCIO (O NUNCA SE
      /CAMBIO) EL CAMBIO ES OBLIGATORIO; SI NO, SE OFRECE
            PERFORM CONTROLAR-VIGENCIA-PIN.
            IF PIN-VENCIDO
                IF HIST-HALLADO AND PH-CAMBIO-FORZADO
                    DISPLAY "SU PIN FUE BLANQUEADO: DEBE ELEGIR UNO "
                        "NUEVO"
                ELSE
                    DISPLAY "SU PIN VENCIO: DEBE ELEGIR UNO NUEVO"
                END-IF
                PERFORM CAMBIAR-PIN
            ELSE
                DISPLAY "DESEA CAMBIAR SU PIN? (S/N): "

       CONTROLAR-VIGENCIA-PIN.
      /UN NU SIN REGISTRO EN LA HISTORIA NUNCA CAMBIO SU PIN (SIGUE
      /CON EL DE LA CARGA INICIAL): SE TRATA COMO VENCIDO. UN PIN
      /DE UN SOLO USO DE LA CAMPANA DE BLANQUEO TAMBIEN SE TRATA
      /COMO VENCIDO, CUALQUIERA SEA SU FECHA
            MOVE "N" TO PIN-VENCIDO-SW.
            PERFORM LEER-HIST-PIN.
            IF NOT HIST-HALLADO
                MOVE "Y" TO PIN-VENCIDO-SW
            ELSE
            IF PH-CAMBIO-FORZADO
                MOVE "Y" TO PIN-VENCIDO-SW
            ELSE
                ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD
                COMPUTE DIAS-HOY =
                IF DIAS-DESDE-CAMBIO > DIAS-VIGENCIA-PIN
                    MOVE "Y" TO PIN-VENCIDO-SW
                END-IF
            END-IF
            END-IF.

       LEER-HIST-PIN.
                DISPLAY "LOS PINES NO COINCIDEN"
                MOVE "N" TO PIN-NUEVO-VALIDO-SW
            ELSE
            MOVE PIN-NUEVO TO PN-PIN
            PERFORM HASHEAR-PIN
            MOVE PN-HASH TO PIN-NUEVO-HASH
            IF PIN-NUEVO-HASH = UM-PIN
                DISPLAY "EL PIN NUEVO ES IGUAL AL ACTUAL"
                MOVE "N" TO PIN-NUEVO-VALIDO-SW
            ELSE
                PERFORM VARYING IND-HIST FROM 1 BY 1
                        UNTIL IND-HIST > PH-CANT-HIST
                           OR PIN-REPETIDO
                    IF PH-PIN-ANTERIOR(IND-HIST) = PIN-NUEVO-HASH
                        MOVE "Y" TO PIN-REPETIDO-SW
                    END-IF
                END-PERFORM

       APLICAR-PIN-NUEVO.
      /EL PIN VIEJO ENTRA PRIMERO EN LA HISTORIA (CORRIENDO LOS
      /DEMAS UN LUGAR) Y EL MAESTRO SE REESCRIBE CON EL NUEVO; TANTO
      /LA HISTORIA COMO EL MAESTRO GUARDAN SOLO EL HASH
            ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
            IF NOT HIST-HALLADO
                MOVE SPACES TO PIN-HIST-RECORD
            END-PERFORM.
            MOVE UM-PIN TO PH-PIN-ANTERIOR(1).
            MOVE CURRENT-DATE-FLD TO PH-FECHA-CAMBIO.
            MOVE SPACE TO PH-FORZAR-SW.
            IF HIST-HALLADO
                REWRITE PIN-HIST-RECORD
            ELSE
                WRITE PIN-HIST-RECORD
                MOVE "Y" TO HIST-HALLADO-SW
            END-IF.
            MOVE PIN-NUEVO-HASH TO UM-PIN.
            REWRITE USER-MASTER-RECORD.

       VERIFICAR-PIN.
                DISPLAY "Ingrese su PIN: "
                ACCEPT PIN-INGRESADO WITH NO-ECHO
                ADD 1 TO INTENTOS-PIN
                MOVE PIN-INGRESADO TO PN-PIN
                PERFORM HASHEAR-PIN
                IF PN-HASH = UM-PIN
                    MOVE "Y" TO PIN-VERIFICADO-SW
                ELSE
                    DISPLAY "PIN INCORRECTO"
                DISPLAY "CUENTA BLOQUEADA: VEA A SU SUPERVISOR"
            END-IF.

       CONTROLAR-VENTANA-LOGIN.
      /BUSCA LA VENTANA DEL ROL EN LOGINWIN; SIN VENTANA PARA EL ROL
      /SE INGRESA A CUALQUIER HORA, COMO SIEMPRE
            MOVE "N" TO FUERA-VENTANA-SW.
            MOVE "N" TO VENTANA-HALLADA-SW.
            MOVE "N" TO VENTANA-EOF-SW.
            OPEN INPUT LOGIN-WINDOW.
            IF LOGIN-WINDOW-STATUS NOT = "00"
                MOVE "Y" TO VENTANA-EOF-SW
            ELSE
                READ LOGIN-WINDOW
                    AT END MOVE "Y" TO VENTANA-EOF-SW
                END-READ
            END-IF.
            PERFORM UNTIL VENTANA-EOF OR VENTANA-HALLADA
                IF LW-ROLE = UM-ROLE
                    MOVE "Y" TO VENTANA-HALLADA-SW
                ELSE
                    READ LOGIN-WINDOW
                        AT END MOVE "Y" TO VENTANA-EOF-SW
                    END-READ
                END-IF
            END-PERFORM.
            IF LOGIN-WINDOW-STATUS = "00" OR LOGIN-WINDOW-STATUS = "10"
                CLOSE LOGIN-WINDOW
            END-IF.
            IF VENTANA-HALLADA
                ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD
                ACCEPT CURRENT-TIME-FLD FROM TIME
      /EL DIA 1 DE LA BASE DE INTEGER-OF-DATE FUE LUNES, ASI QUE
      /MOD 7 DA 1=LUNES ... 6=SABADO, 0=DOMINGO (POSICION 7)
                COMPUTE DIA-SEMANA = FUNCTION MOD(
                    FUNCTION INTEGER-OF-DATE(CURRENT-DATE-FLD) 7)
                IF DIA-SEMANA = 0
                    MOVE 7 TO DIA-SEMANA
                END-IF
                MOVE CURRENT-TIME-FLD(1:4) TO HORA-LOGIN
                IF LW-DIAS(DIA-SEMANA:1) NOT = "S"
                   OR HORA-LOGIN < LW-HORA-DESDE
                   OR HORA-LOGIN > LW-HORA-HASTA
                    MOVE "Y" TO FUERA-VENTANA-SW
                END-IF
                IF NOT FUERA-DE-VENTANA AND NOT LW-EXENTO
                    PERFORM CONTROLAR-FERIADO
                END-IF
            END-IF.

       CONTROLAR-FERIADO.
      /UN FERIADO DE PROCCAL ES DIA CERRADO PARA LOS ROLES NO
      /EXENTOS; SIN PROCCAL NO HAY FERIADOS
            MOVE "N" TO CALENDARIO-EOF-SW.
            OPEN INPUT PROC-CALENDAR.
            IF PROC-CALENDAR-STATUS NOT = "00"
                MOVE "Y" TO CALENDARIO-EOF-SW
            ELSE
                READ PROC-CALENDAR
                    AT END MOVE "Y" TO CALENDARIO-EOF-SW
                END-READ
            END-IF.
            PERFORM UNTIL CALENDARIO-EOF OR FUERA-DE-VENTANA
                IF CA-FERIADO AND CA-FECHA = CURRENT-DATE-FLD
                    MOVE "Y" TO FUERA-VENTANA-SW
                ELSE
                    READ PROC-CALENDAR
                        AT END MOVE "Y" TO CALENDARIO-EOF-SW
                    END-READ
                END-IF
            END-PERFORM.
            IF PROC-CALENDAR-STATUS = "00"
               OR PROC-CALENDAR-STATUS = "10"
                CLOSE PROC-CALENDAR
            END-IF.

       HASHEAR-PIN.
      /EL PIN EN CLARO NO SE GUARDA NI SE COMPARA: SE PASA POR EL
      /HASH DE UNA VIA CON EL LEGAJO COMO SAL, IGUAL QUE AL GRABARLO
            MOVE UM-EMP-ID TO PN-EMP-ID.
            CALL "PINHASH" USING PIN-AREA.

       ARMAR-SALUDO.
      /ELIGE EL TEXTO DE SALUDO SEGUN EL IDIOMA DEL USUARIO
            EVALUATE UM-LANG-CODE
                CURRENT-TIME-FLD DELIMITED BY SIZE
                INTO LL-TIMESTAMP.
            MOVE RESULTADO-LOGIN TO LL-RESULTADO.
            PERFORM SELLAR-LOGIN.
            WRITE LOGIN-LOG-RECORD.
      /SOLO LOS LOGINS EFECTIVOS (INTERACTIVO OK O SALUDO BATCH)
      /ACTUALIZAN EL INDICE CONSULTABLE
                WHEN "PIN-3MAL"
                    MOVE "TRES PIN INCORRECTOS" TO MOTIVO-ALERTA
                    PERFORM ENCOLAR-ALERTA-SEG
                WHEN "HORARIO"
                    MOVE "LOGIN FUERA DE VENTANA DEL ROL"
                        TO MOTIVO-ALERTA
                    PERFORM ENCOLAR-ALERTA-SEG
                WHEN "NO-REG"
                    PERFORM CONTROLAR-NOREG
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       SELLAR-LOGIN.
            MOVE "S" TO SL-ACCION.
            MOVE "LOGINLOG" TO SL-ARCHIVO.
            MOVE SPACES TO SL-REGISTRO.
            MOVE LOGIN-LOG-RECORD(1:46) TO SL-REGISTRO.
            CALL "AUDSELLO" USING SELLO-AREA.
            MOVE SL-SECUENCIA TO LL-SECUENCIA.
            MOVE SL-SELLO TO LL-SELLO.

       LEER-CONTROL-SEG.
      /EL UMBRAL DE INTENTOS NO-REG POR NU Y POR DIA SALE DE LA
      /MISMA CABECERA DE CONTROL QUE USA SECRPT
                END-READ
                CLOSE SEC-CONTROL
            END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
            MOVE "SECRPT" TO PR-PROGRAMA.
            MOVE "UMBRAL-NOREG" TO PR-PARAMETRO.
            MOVE 0 TO PR-FECHA.
            CALL "PARMGET" USING PARM-AREA.
            IF PR-HALLADO AND PR-VALOR > 0
                MOVE PR-VALOR TO UMBRAL-NOREG
            END-IF.

       CONTROLAR-NOREG.
      /CUENTA LOS NO-REG DEL MISMO NU EN EL DIA (INCLUIDO EL RECIEN
            MOVE MOTIVO-ALERTA TO SA-MOTIVO.
            WRITE SEC-ALERT-RECORD.
            CLOSE SEC-ALERT.
            PERFORM NOTIFICAR-ALERTA-SEG.

       NOTIFICAR-ALERTA-SEG.
      /LA MISMA ALERTA SALE POR CORREO/SMS A SEGURIDAD, PARA QUE
      /LLEGUE AUNQUE NADIE DE ROL "O" ENTRE AL MENU
            MOVE "MI-APP" TO NT-ORIGEN.
            MOVE "SEGURIDAD" TO NT-DESTINO.
            MOVE "ALERTA DE SEGURIDAD EN EL LOGIN" TO NT-ASUNTO.
            MOVE SPACES TO NT-CUERPO.
            STRING NU DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                MOTIVO-ALERTA DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                CURRENT-DATE-FLD DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                CURRENT-TIME-FLD DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO NT-CUERPO.
            CALL "NOTIFPUT" USING NOTIF-AREA.

       VALIDAR-FORMATO-NU.
      /UN NU VALIDO NO ESTA EN BLANCO Y SOLO TRAE LETRAS Y DIGITOS
