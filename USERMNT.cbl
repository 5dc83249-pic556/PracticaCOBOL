               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.

           SELECT FUTURE-FILE ASSIGN TO "FUTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUTURE-FILE-STATUS.

           SELECT FECHA-NEGOCIO-FILE ASSIGN TO "FECHANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHA-NEGOCIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           05  AU-IMAGEN           PIC X(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-CONTENIDO        PIC X(80).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-SECUENCIA        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AU-SELLO            PIC X(08).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".
       FD  PEND-FILE.
           COPY "PENDCHG.cpy".

       FD  FUTURE-FILE.
           COPY "FUTCHG.cpy".

       FD  FECHA-NEGOCIO-FILE.
      /FECHA DE NEGOCIO PUBLICADA POR EJERCHAIN: UN CAMBIO APROBADO
      /CON FECHA EFECTIVA POSTERIOR NO SE APLICA, SE PROGRAMA
       01  FECHA-NEGOCIO-RECORD.
           05  FN-FECHA            PIC 9(08).

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO DE USERAUDT
       COPY "SELLAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO GUARDA SOLO EL
      /HASH, ASI QUE TODO PIN TIPEADO SE HASHEA ANTES DE GRABARLO O
      /DE COMPARARLO
       COPY "PINAREA.cpy".

      /AREA DEL SERVICIO DE RUTEO AL JEFE DE DEPARTAMENTO: CADA
      /PENDIENTE QUEDA A NOMBRE DEL JEFE QUE LO DEBE DECIDIR
       COPY "JEFEAREA.cpy".

       01 USER-MASTER-STATUS PIC X(02).
           88 USER-MASTER-OK         VALUE "00".
           88 USER-MASTER-NOT-FOUND  VALUE "23".
           88 OPCION-PURGA  VALUE "X".
           88 OPCION-DESBLQ VALUE "D".
           88 OPCION-APROBAR VALUE "P".
           88 OPCION-CONSULTA VALUE "F".
           88 OPCION-SALIR  VALUE "S".

      /CAMPOS DEL DESBLOQUEO DE CUENTAS: EL SUPERVISOR SE IDENTIFICA
              10 TP-TIMESTAMP  PIC X(17).
              10 TP-EMP-ID     PIC X(10).
              10 TP-IMAGEN     PIC X(80).
              10 TP-RUTEO-JEFE PIC X(10).
              10 TP-RUTEO-DEPTO PIC X(10).
              10 TP-RUTEO-FECHA PIC 9(08).
              10 TP-ESCALAMIENTOS PIC 9(02).
       01 IND-PEND PIC 9(03) COMP.
      /PENDIENTES QUE EL OPERADOR PUEDE DECIDIR: LOS RUTEADOS A EL Y
      /LOS QUE NO TIENEN JEFE EN TODA LA CADENA
       01 CANT-VISIBLES PIC 9(03) VALUE 0.
       01 DECISION-APROB PIC X(01).
           88 DECIDE-APROBAR  VALUE "A".
           88 DECIDE-RECHAZAR VALUE "R".
       01 PEND-EMP-EXISTE-SW PIC X(01).
           88 PEND-EMP-EXISTE VALUE "Y".

      /CAMBIOS CON FECHA EFECTIVA FUTURA: AL APROBARSE PASAN A FUTCHG
      /SOLO CON LOS CAMPOS QUE DIFIEREN DEL MAESTRO, Y FUTAPLY LOS
      /APLICA CUANDO LA FECHA DE NEGOCIO LOS ALCANZA
       01 FUTURE-FILE-STATUS PIC X(02).
       01 FECHA-NEGOCIO-STATUS PIC X(02).
       01 FECHA-NEGOCIO PIC 9(08) VALUE 0.
       01 TEXTO-PROGRAMADO PIC X(14).
       01 IMAGEN-PROGRAMADA.
           05  IP-EMP-ID           PIC X(10).
           05  IP-EMP-NAME         PIC X(30).
           05  IP-DEPT             PIC X(10).
           05  IP-LANG-CODE        PIC X(02).
           05  IP-PIN              PIC X(04).
           05  IP-BIRTH-DATE       PIC 9(08).
           05  IP-ROLE             PIC X(01).
           05  IP-STATUS           PIC X(01).
           05  IP-FECHA-EFECTIVA   PIC 9(08).
           05  IP-LOCK-SW          PIC X(01).

      /CONSULTA DE LO PROGRAMADO POR EMPLEADO O POR DEPARTAMENTO
       01 CONSULTA-TIPO PIC X(01).
           88 CONSULTA-EMPLEADO VALUE "E".
           88 CONSULTA-DEPTO    VALUE "D".
       01 FUTURO-EOF-SW PIC X(01) VALUE "N".
           88 FUTURO-EOF VALUE "Y".
       01 PROGRAMADO-COINCIDE-SW PIC X(01).
           88 PROGRAMADO-COINCIDE VALUE "Y".
       01 CANT-PROGRAMADOS PIC 9(05) VALUE 0.
       01 TEXTO-TIPO-PROG PIC X(06).
       01 TEXTO-ESTADO-PROG PIC X(10).

       01 CONFIRMA-SW PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM OBTENER-FECHA-NEGOCIO.

           OPEN I-O USER-MASTER.
           IF USER-MASTER-STATUS = "35"
               DISPLAY " X - Purga fisica de un registro erroneo"
               DISPLAY " D - Desbloquear cuenta (solo rol O)"
               DISPLAY " P - Aprobar/rechazar cambios pendientes"
               DISPLAY " F - Consultar cambios programados"
               DISPLAY " S - Salir"
               DISPLAY "(A/C/B/X quedan pendientes hasta que otro "
                   "operador los apruebe)"
               DISPLAY "(con fecha efectiva futura, al aprobarse "
                   "quedan programados)"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
               EVALUATE TRUE
                       PERFORM DESBLOQUEAR-EMPLEADO
                   WHEN OPCION-APROBAR
                       PERFORM APROBAR-PENDIENTES
                   WHEN OPCION-CONSULTA
                       PERFORM CONSULTAR-PROGRAMADOS
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
               MOVE NOMBRE-ENTRADA TO UM-EMP-NAME
               MOVE DEPT-ENTRADA TO UM-DEPT
               MOVE LANG-ENTRADA TO UM-LANG-CODE
               PERFORM HASHEAR-PIN-ENTRADA
               PERFORM PEDIR-FECHA-NAC
               MOVE FECHA-NAC-ENTRADA TO UM-BIRTH-DATE
               PERFORM PEDIR-ROL
               MOVE ROL-ENTRADA TO UM-ROLE
      /TODA ALTA NACE ACTIVA Y SIN BLOQUEO; SIN FECHA DE INGRESO
      /RIGE DESDE HOY, CON UNA FECHA FUTURA QUEDA PROGRAMADA
               MOVE "A" TO UM-STATUS
               MOVE SPACE TO UM-LOCK-SW
               DISPLAY "Fecha de ingreso (AAAAMMDD, blanco = hoy): "
               PERFORM PEDIR-FECHA-EFECTIVA
               PERFORM CONFIRMAR-OPERACION
               IF CONFIRMA
                   MOVE "A" TO OPERACION-PEND
                   PERFORM MOSTRAR-EMPLEADO
                   PERFORM GUARDAR-IMAGEN-ANTERIOR
                   MOVE "T" TO UM-STATUS
                   DISPLAY "Fecha efectiva de la baja (AAAAMMDD, "
                       "blanco = hoy): "
                   PERFORM PEDIR-FECHA-EFECTIVA
                   PERFORM CONFIRMAR-OPERACION
                   IF CONFIRMA
                       MOVE "B" TO OPERACION-PEND
                       ELSE
                           DISPLAY "Su PIN: "
                           ACCEPT OPERADOR-PIN WITH NO-ECHO
                           MOVE UM-EMP-ID TO PN-EMP-ID
                           MOVE OPERADOR-PIN TO PN-PIN
                           CALL "PINHASH" USING PIN-AREA
                           IF PN-HASH = UM-PIN
                               MOVE "Y" TO OPERADOR-OK-SW
                           ELSE
                               DISPLAY "PIN INCORRECTO"
               INTO PD-TIMESTAMP.
           MOVE UM-EMP-ID TO PD-EMP-ID.
           MOVE USER-MASTER-RECORD TO PD-IMAGEN-NUEVA.
           PERFORM RUTEAR-PENDIENTE.
           WRITE PEND-CHANGE-RECORD.
           CLOSE PEND-FILE.
           PERFORM AUDITAR-SOLICITUD.
           IF PD-RUTEO-JEFE NOT = SPACES
               DISPLAY "CAMBIO ENCOLADO: LO DEBE APROBAR "
                   PD-RUTEO-JEFE " (JEFE DE " PD-RUTEO-DEPTO ")"
           ELSE
               DISPLAY "CAMBIO ENCOLADO: OTRO OPERADOR DEBE APROBARLO"
           END-IF.

       RUTEAR-PENDIENTE.
      /EL PENDIENTE VA AL JEFE DEL DEPARTAMENTO DEL EMPLEADO: EL DE
      /LA IMAGEN NUEVA EN UNA ALTA, EL ACTUAL DEL MAESTRO EN LO DEMAS
      /(UN TRASLADO LO APRUEBA EL JEFE DE ORIGEN). NI QUIEN CAPTURO
      /NI EL PROPIO EMPLEADO PUEDEN SER EL APROBADOR
           MOVE "D" TO JF-ACCION.
           IF OPERACION-PEND = "A"
               MOVE UM-DEPT TO JF-DEPTO
           ELSE
               MOVE IA-DEPT TO JF-DEPTO
           END-IF.
           MOVE OPERADOR-ACTUAL TO JF-EXCLUIR-1.
           MOVE UM-EMP-ID TO JF-EXCLUIR-2.
           CALL "DEPTJEFE" USING JEFE-AREA.
           IF JF-OK
               MOVE JF-JEFE TO PD-RUTEO-JEFE
               MOVE JF-DEPTO-JEFE TO PD-RUTEO-DEPTO
           ELSE
               MOVE SPACES TO PD-RUTEO-JEFE
               MOVE JF-DEPTO TO PD-RUTEO-DEPTO
           END-IF.
           MOVE FECHA-NEGOCIO TO PD-RUTEO-FECHA.
           MOVE 0 TO PD-ESCALAMIENTOS.

       AUDITAR-SOLICITUD.
      /PRIMERA MITAD DEL CONTROL DUAL EN USERAUDT: QUIEN CAPTURO
               PD-EMP-ID DELIMITED BY SIZE
               " CAPTURO=" DELIMITED BY SIZE
               OPERADOR-ACTUAL DELIMITED BY SIZE
               " JEFE=" DELIMITED BY SIZE
               PD-RUTEO-JEFE DELIMITED BY SIZE
               INTO AU-CONTENIDO.
           PERFORM GRABAR-AUDITORIA.
           CLOSE AUDIT-FILE.

       APROBAR-PENDIENTES.
      /SEGUNDA MITAD DEL CONTROL DUAL: RECORRE LA COLA, MUESTRA CADA
      /CAMBIO PENDIENTE Y LO APLICA O RECHAZA; LO CAPTURADO POR EL
      /PROPIO OPERADOR NO SE PUEDE AUTOAPROBAR. CADA OPERADOR VE
      /SOLO LO RUTEADO A EL Y LO QUE NO TIENE JEFE EN LA CADENA
           PERFORM CARGAR-PENDIENTES.
           MOVE 0 TO CANT-VISIBLES.
           IF CANT-PENDIENTES = 0
               DISPLAY "SIN CAMBIOS PENDIENTES"
           ELSE
                   VARYING IND-PEND FROM 1 BY 1
                   UNTIL IND-PEND > CANT-PENDIENTES
               PERFORM REESCRIBIR-PENDIENTES
               IF CANT-VISIBLES = 0
                   DISPLAY "SIN CAMBIOS PENDIENTES RUTEADOS A USTED"
               END-IF
           END-IF.

       CARGAR-PENDIENTES.
                   MOVE PD-TIMESTAMP TO TP-TIMESTAMP(CANT-PENDIENTES)
                   MOVE PD-EMP-ID TO TP-EMP-ID(CANT-PENDIENTES)
                   MOVE PD-IMAGEN-NUEVA TO TP-IMAGEN(CANT-PENDIENTES)
                   MOVE PD-RUTEO-JEFE
                       TO TP-RUTEO-JEFE(CANT-PENDIENTES)
                   MOVE PD-RUTEO-DEPTO
                       TO TP-RUTEO-DEPTO(CANT-PENDIENTES)
                   MOVE PD-RUTEO-FECHA
                       TO TP-RUTEO-FECHA(CANT-PENDIENTES)
                   MOVE PD-ESCALAMIENTOS
                       TO TP-ESCALAMIENTOS(CANT-PENDIENTES)
               ELSE
                   DISPLAY "COLA DE PENDIENTES LLENA, REVISAR EN "
                       "VARIAS SESIONES"

       REVISAR-UN-PENDIENTE.
           IF TP-ESTADO(IND-PEND) NOT = "P"
              OR (TP-RUTEO-JEFE(IND-PEND) NOT = SPACES
                  AND TP-RUTEO-JEFE(IND-PEND) NOT = OPERADOR-ACTUAL)
               CONTINUE
           ELSE
           ADD 1 TO CANT-VISIBLES
           IF TP-OPERADOR(IND-PEND) = OPERADOR-ACTUAL
               DISPLAY "PENDIENTE DE " TP-EMP-ID(IND-PEND)
                   " CAPTURADO POR USTED: OTRO OPERADOR DEBE "
                   " SOBRE " TP-EMP-ID(IND-PEND)
                   " CAPTURADO POR " TP-OPERADOR(IND-PEND)
                   " EL " TP-TIMESTAMP(IND-PEND)
               IF TP-OPERACION(IND-PEND) = "E"
                   DISPLAY "SOLICITUD DEL PROPIO EMPLEADO DESDE "
                       "MI-APP (SOLO NOMBRE E IDIOMA)"
               END-IF
               DISPLAY "REGISTRO PROPUESTO: " TP-IMAGEN(IND-PEND)
               DISPLAY "(A)PROBAR, (R)ECHAZAR O (S)ALTEAR: "
               MOVE "S" TO DECISION-APROB
      /APLICA AL MAESTRO LA IMAGEN APROBADA; EL REGISTRO DE
      /AUDITORIA ANTES/DESPUES SALE POR EL MISMO CAMINO DE SIEMPRE
           MOVE "N" TO APLICACION-OK-SW.
           MOVE SPACES TO TEXTO-PROGRAMADO.
           MOVE TP-IMAGEN(IND-PEND) TO IMAGEN-PROGRAMADA.
           MOVE TP-EMP-ID(IND-PEND) TO UM-EMP-ID.
           READ USER-MASTER
               INVALID KEY
           EVALUATE TRUE
               WHEN TP-OPERACION(IND-PEND) = "A" AND PEND-EMP-EXISTE
                   DISPLAY "YA EXISTE EL EMPLEADO, ALTA NO APLICABLE"
      /LA SOLICITUD DE AUTOGESTION DE MI-APP ES SIEMPRE INMEDIATA
               WHEN TP-OPERACION(IND-PEND) = "E" AND PEND-EMP-EXISTE
                   PERFORM APLICAR-AUTOGESTION
      /LA PURGA ES SIEMPRE INMEDIATA; LO DEMAS CON FECHA EFECTIVA
      /POSTERIOR A LA DE NEGOCIO QUEDA PROGRAMADO EN FUTCHG
               WHEN TP-OPERACION(IND-PEND) NOT = "X"
                AND IP-FECHA-EFECTIVA NUMERIC
                AND IP-FECHA-EFECTIVA > FECHA-NEGOCIO
                AND (TP-OPERACION(IND-PEND) = "A" OR PEND-EMP-EXISTE)
                   PERFORM PROGRAMAR-PENDIENTE
               WHEN TP-OPERACION(IND-PEND) = "A"
                   MOVE TP-IMAGEN(IND-PEND) TO USER-MASTER-RECORD
                   WRITE USER-MASTER-RECORD
                   END-REWRITE
           END-EVALUATE.

       APLICAR-AUTOGESTION.
      /DEL PEDIDO DEL EMPLEADO SOLO SE TOMAN EL NOMBRE Y EL IDIOMA;
      /LO DEMAS QUEDA COMO ESTA HOY EN EL MAESTRO
           PERFORM GUARDAR-IMAGEN-ANTERIOR.
           MOVE IP-EMP-NAME TO UM-EMP-NAME.
           MOVE IP-LANG-CODE TO UM-LANG-CODE.
           REWRITE USER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CAMBIO RECHAZADO, STATUS: "
                       USER-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "PERFIL" TO AU-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
                   MOVE "Y" TO APLICACION-OK-SW
                   DISPLAY "CAMBIO DE PERFIL APLICADO: " UM-EMP-ID
           END-REWRITE.

       PROGRAMAR-PENDIENTE.
      /EL CAMBIO APROBADO VA A FUTCHG CON LA REGLA DE HRDELTA: SOLO
      /LOS CAMPOS QUE DIFIEREN DEL MAESTRO DE HOY, ASI LO QUE OTRO
      /CAMBIO TOQUE ENTRE TANTO NO SE PISA CON DATOS VIEJOS
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE SPACES TO FUTURE-CHANGE-RECORD.
           MOVE "P" TO FC-ESTADO.
           MOVE IP-FECHA-EFECTIVA TO FC-FECHA-EFECTIVA.
           MOVE "USERMNT" TO FC-ORIGEN.
           MOVE TP-OPERADOR(IND-PEND) TO FC-OPERADOR.
           MOVE OPERADOR-ACTUAL TO FC-APROBADOR.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO FC-TIMESTAMP.
           MOVE IP-EMP-ID TO FC-EMP-ID.
           EVALUATE TP-OPERACION(IND-PEND)
               WHEN "A"
                   MOVE "A" TO FC-TIPO
                   MOVE IP-EMP-NAME TO FC-EMP-NAME
                   MOVE IP-DEPT TO FC-DEPT
                   MOVE IP-LANG-CODE TO FC-LANG-CODE
                   MOVE IP-PIN TO FC-PIN
                   MOVE IP-BIRTH-DATE TO FC-FECHA-NAC
                   MOVE IP-ROLE TO FC-ROLE
                   MOVE IP-STATUS TO FC-STATUS
               WHEN "B"
                   MOVE "D" TO FC-TIPO
               WHEN OTHER
                   MOVE "C" TO FC-TIPO
                   IF IP-EMP-NAME NOT = UM-EMP-NAME
                       MOVE IP-EMP-NAME TO FC-EMP-NAME
                   END-IF
                   IF IP-DEPT NOT = UM-DEPT
                       MOVE IP-DEPT TO FC-DEPT
                   END-IF
                   IF IP-LANG-CODE NOT = UM-LANG-CODE
                       MOVE IP-LANG-CODE TO FC-LANG-CODE
                   END-IF
                   IF IP-PIN NOT = UM-PIN
                       MOVE IP-PIN TO FC-PIN
                   END-IF
                   IF IP-BIRTH-DATE NOT = UM-BIRTH-DATE
                       MOVE IP-BIRTH-DATE TO FC-FECHA-NAC
                   END-IF
                   IF IP-ROLE NOT = UM-ROLE
                       MOVE IP-ROLE TO FC-ROLE
                   END-IF
                   IF IP-STATUS NOT = UM-STATUS
                       MOVE IP-STATUS TO FC-STATUS
                   END-IF
           END-EVALUATE.
           OPEN EXTEND FUTURE-FILE.
           IF FUTURE-FILE-STATUS NOT = "00"
               OPEN OUTPUT FUTURE-FILE
           END-IF.
           IF FUTURE-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO PROGRAMAR EL CAMBIO, STATUS: "
                   FUTURE-FILE-STATUS
               MOVE "FUTCHG" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE FUTURE-FILE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           ELSE
               WRITE FUTURE-CHANGE-RECORD
               CLOSE FUTURE-FILE
               MOVE "Y" TO APLICACION-OK-SW
               STRING " PARA=" DELIMITED BY SIZE
                   IP-FECHA-EFECTIVA DELIMITED BY SIZE
                   INTO TEXTO-PROGRAMADO
               DISPLAY "CAMBIO PROGRAMADO PARA EL "
                   IP-FECHA-EFECTIVA ": " IP-EMP-ID
           END-IF.

       AUDITAR-DECISION.
      /SEGUNDA MITAD DEL CONTROL DUAL EN USERAUDT: QUIEN DECIDIO
      /QUE SOBRE EL PENDIENTE DE QUIEN
               TP-OPERADOR(IND-PEND) DELIMITED BY SIZE
               " DECIDIO=" DELIMITED BY SIZE
               OPERADOR-ACTUAL DELIMITED BY SIZE
               TEXTO-PROGRAMADO DELIMITED BY SIZE
               INTO AU-CONTENIDO.
           PERFORM GRABAR-AUDITORIA.
           CLOSE AUDIT-FILE.

       REESCRIBIR-PENDIENTES.
               MOVE TP-TIMESTAMP(IND-PEND) TO PD-TIMESTAMP
               MOVE TP-EMP-ID(IND-PEND) TO PD-EMP-ID
               MOVE TP-IMAGEN(IND-PEND) TO PD-IMAGEN-NUEVA
               MOVE TP-RUTEO-JEFE(IND-PEND) TO PD-RUTEO-JEFE
               MOVE TP-RUTEO-DEPTO(IND-PEND) TO PD-RUTEO-DEPTO
               MOVE TP-RUTEO-FECHA(IND-PEND) TO PD-RUTEO-FECHA
               MOVE TP-ESCALAMIENTOS(IND-PEND) TO PD-ESCALAMIENTOS
               WRITE PEND-CHANGE-RECORD
           END-PERFORM.
           CLOSE PEND-FILE.

       CONSULTAR-PROGRAMADOS.
      /LISTA LO QUE FUTCHG TIENE PARA UN EMPLEADO O UN DEPARTAMENTO;
      /EL DEPARTAMENTO ABARCA A QUIEN HOY ESTA EN EL Y A QUIEN TIENE
      /PROGRAMADO UN TRASLADO HACIA EL
           DISPLAY "Consultar por (E)mpleado o (D)epartamento: ".
           MOVE SPACE TO CONSULTA-TIPO.
           ACCEPT CONSULTA-TIPO.
           EVALUATE TRUE
               WHEN CONSULTA-EMPLEADO
                   PERFORM PEDIR-EMP-ID
               WHEN CONSULTA-DEPTO
                   DISPLAY "Ingrese el departamento: "
                   ACCEPT DEPT-ENTRADA
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
           IF CONSULTA-EMPLEADO OR CONSULTA-DEPTO
               MOVE 0 TO CANT-PROGRAMADOS
               MOVE "N" TO FUTURO-EOF-SW
               OPEN INPUT FUTURE-FILE
               IF FUTURE-FILE-STATUS NOT = "00"
                   MOVE "Y" TO FUTURO-EOF-SW
               ELSE
                   READ FUTURE-FILE
                       AT END MOVE "Y" TO FUTURO-EOF-SW
                   END-READ
               END-IF
               PERFORM UNTIL FUTURO-EOF
                   PERFORM EVALUAR-PROGRAMADO
                   READ FUTURE-FILE
                       AT END MOVE "Y" TO FUTURO-EOF-SW
                   END-READ
               END-PERFORM
               IF FUTURE-FILE-STATUS = "00" OR FUTURE-FILE-STATUS = "10"
                   CLOSE FUTURE-FILE
               END-IF
               IF CANT-PROGRAMADOS = 0
                   DISPLAY "SIN CAMBIOS PROGRAMADOS"
               END-IF
           END-IF.

       EVALUAR-PROGRAMADO.
           MOVE "N" TO PROGRAMADO-COINCIDE-SW.
           IF CONSULTA-EMPLEADO
               IF FC-EMP-ID = NU-ENTRADA
                   MOVE "Y" TO PROGRAMADO-COINCIDE-SW
               END-IF
           ELSE
               IF FC-DEPT = DEPT-ENTRADA
                   MOVE "Y" TO PROGRAMADO-COINCIDE-SW
               ELSE
                   MOVE FC-EMP-ID TO UM-EMP-ID
                   READ USER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF UM-DEPT = DEPT-ENTRADA
                               MOVE "Y" TO PROGRAMADO-COINCIDE-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF PROGRAMADO-COINCIDE
               ADD 1 TO CANT-PROGRAMADOS
               EVALUATE TRUE
                   WHEN FC-ALTA MOVE "ALTA" TO TEXTO-TIPO-PROG
                   WHEN FC-BAJA MOVE "BAJA" TO TEXTO-TIPO-PROG
                   WHEN OTHER MOVE "CAMBIO" TO TEXTO-TIPO-PROG
               END-EVALUATE
               EVALUATE TRUE
                   WHEN FC-PROGRAMADO
                       MOVE "PROGRAMADO" TO TEXTO-ESTADO-PROG
                   WHEN FC-APLICADO
                       MOVE "APLICADO" TO TEXTO-ESTADO-PROG
                   WHEN OTHER
                       MOVE "RECHAZADO" TO TEXTO-ESTADO-PROG
               END-EVALUATE
               DISPLAY FC-FECHA-EFECTIVA " " TEXTO-TIPO-PROG " "
                   FC-EMP-ID " " TEXTO-ESTADO-PROG " ORIGEN "
                   FC-ORIGEN
               DISPLAY "   NOMBRE=" FC-EMP-NAME " DEPTO=" FC-DEPT
                   " ESTADO=" FC-STATUS " ROL=" FC-ROLE
               IF FC-RECHAZADO
                   DISPLAY "   MOTIVO: " FC-MOTIVO
               END-IF
           END-IF.

       DESBLOQUEAR-EMPLEADO.
      /SOLO UN USUARIO DE ROL "O" PUEDE LEVANTAR EL BLOQUEO QUE
      /DEJA MI-APP TRAS LOS PIN FALLIDOS; EL SUPERVISOR SE
                   ELSE
                       DISPLAY "PIN del supervisor: "
                       ACCEPT SUPERVISOR-PIN WITH NO-ECHO
                       MOVE UM-EMP-ID TO PN-EMP-ID
                       MOVE SUPERVISOR-PIN TO PN-PIN
                       CALL "PINHASH" USING PIN-AREA
                       IF PN-HASH = SUPERVISOR-PIN-MAESTRO
                          AND SUPERVISOR-ROL = "O"
                           MOVE "Y" TO SUPERVISOR-OK-SW
                       ELSE
               " EMPLEADO=" DELIMITED BY SIZE
               NU-ENTRADA DELIMITED BY SIZE
               INTO AU-CONTENIDO.
           PERFORM GRABAR-AUDITORIA.
           CLOSE AUDIT-FILE.

       PEDIR-EMP-ID.
               END-IF
           END-PERFORM.

       HASHEAR-PIN-ENTRADA.
      /EL PIN TIPEADO NUNCA LLEGA AL MAESTRO EN CLARO: SE GUARDA EL
      /HASH DE UNA VIA, CON EL ID DEL EMPLEADO COMO SAL
           MOVE UM-EMP-ID TO PN-EMP-ID.
           MOVE PIN-ENTRADA TO PN-PIN.
           CALL "PINHASH" USING PIN-AREA.
           MOVE PN-HASH TO UM-PIN.

       PEDIR-FECHA-NAC.
      /LA FECHA DE NACIMIENTO ALIMENTA LA CORRIDA DIARIA DE
      /TARJETAS DE CUMPLEANOS DEL MOTOR DE OCASIONES
           ACCEPT PIN-ENTRADA WITH NO-ECHO.
           IF PIN-ENTRADA NOT = SPACES
               IF PIN-ENTRADA NUMERIC
                   PERFORM HASHEAR-PIN-ENTRADA
               ELSE
                   DISPLAY "PIN INVALIDO, SE CONSERVA EL ANTERIOR"
               END-IF
                  OR ESTADO-ENTRADA = "T"
                   MOVE ESTADO-ENTRADA TO UM-STATUS
                   DISPLAY "Fecha efectiva (AAAAMMDD): "
                   PERFORM PEDIR-FECHA-EFECTIVA
               ELSE
                   DISPLAY "ESTADO INVALIDO, SE CONSERVA EL ANTERIOR"
                   MOVE SPACES TO ESTADO-ENTRADA
               END-IF
           END-IF.
      /UN TRASLADO U OTRO CAMBIO SIN CAMBIO DE ESTADO TAMBIEN PUEDE
      /AVISARSE CON ANTICIPACION: CON FECHA FUTURA QUEDA PROGRAMADO
           IF ESTADO-ENTRADA = SPACES
               DISPLAY "Fecha efectiva del cambio (AAAAMMDD, "
                   "blanco = inmediato): "
               ACCEPT FECHA-EFEC-ENTRADA
               IF FECHA-EFEC-ENTRADA NOT = SPACES
                   IF FECHA-EFEC-ENTRADA NUMERIC
                       MOVE FECHA-EFEC-ENTRADA TO UM-FECHA-EFECTIVA
                   ELSE
                       DISPLAY "FECHA INVALIDA, CAMBIO INMEDIATO"
                   END-IF
               END-IF
           END-IF.

       PEDIR-FECHA-EFECTIVA.
      /EN BLANCO O INVALIDA, LA FECHA EFECTIVA ES LA DEL DIA
           ACCEPT FECHA-EFEC-ENTRADA.
           IF FECHA-EFEC-ENTRADA NUMERIC
               MOVE FECHA-EFEC-ENTRADA TO UM-FECHA-EFECTIVA
           ELSE
               ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD
               MOVE CURRENT-DATE-FLD TO UM-FECHA-EFECTIVA
           END-IF.

       GUARDAR-IMAGEN-ANTERIOR.
      /CAPTURA EL REGISTRO TAL COMO ESTA EN EL MAESTRO ANTES DE
      /MODIFICARLO, PARA LA IMAGEN "ANTES" DE LA AUDITORIA; EL PIN NO
      /VIAJA A LA AUDITORIA NI SIQUIERA HASHEADO
           MOVE UM-EMP-ID TO IA-EMP-ID.
           MOVE UM-EMP-NAME TO IA-EMP-NAME.
           MOVE UM-DEPT TO IA-DEPT.
           MOVE UM-LANG-CODE TO IA-LANG-CODE.
           MOVE SPACES TO IA-PIN.
           MOVE UM-BIRTH-DATE TO IA-BIRTH-DATE.
           MOVE UM-ROLE TO IA-ROLE.
           MOVE UM-STATUS TO IA-STATUS.
               INTO AU-TIMESTAMP.
           MOVE "ANTES" TO AU-IMAGEN.
           MOVE IMAGEN-ANTERIOR TO AU-CONTENIDO.
           PERFORM GRABAR-AUDITORIA.
      /LA IMAGEN DESPUES SALE CON LAS POSICIONES DEL PIN EN BLANCO,
      /IGUAL QUE IA-PIN EN LA IMAGEN ANTES
           MOVE "DESPUES" TO AU-IMAGEN.
           MOVE USER-MASTER-RECORD TO AU-CONTENIDO.
           MOVE SPACES TO AU-CONTENIDO(53:4).
           PERFORM GRABAR-AUDITORIA.
           CLOSE AUDIT-FILE.

       OBTENER-FECHA-NEGOCIO.
      /SI EJERCHAIN PUBLICO LA FECHA DE NEGOCIO, LO PROGRAMADO SE
      /DECIDE CONTRA ELLA; SIN CADENA, CONTRA LA FECHA DEL DIA
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

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
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

       END PROGRAM USERMNT.
