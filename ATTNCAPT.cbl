               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT ATTN-TRANS ASSIGN TO "ATTNDTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTN-TRANS-STATUS.
       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  ATTN-TRANS.
      /UNA TRANSACCION POR ALUMNO Y CLASE: TERMINO, SECCION, FECHA,
      /MATERIA, ALUMNO Y ESTADO (P PRESENTE, A AUSENTE, T TARDE)
      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO GUARDA SOLO EL
      /HASH, ASI QUE EL PIN TIPEADO SE HASHEA Y SE COMPARA
       COPY "PINAREA.cpy".

      /AREA DEL SERVICIO QUE DECIDE SI EL OPERADOR ES EL DOCENTE DE
      /LA SECCION (O TIENE ROL ADMINISTRATIVO)
       COPY "DOCAREA.cpy".

      /AREA DEL SERVICIO DE CALENDARIO DE TERMINOS: LA FECHA DE LA
      /CLASE DEBE CAER EN EL TERMINO TIPEADO Y ESTE ESTAR ABIERTO
       COPY "TERMAREA.cpy".

       01 STUDENT-MASTER-STATUS PIC X(02).
       01 USER-MASTER-STATUS PIC X(02).
       01 ATTN-TRANS-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

           88 SEGUIR VALUE "S".
       01 ESTUDIANTE-ENCONTRADO-SW PIC X(01) VALUE "N".
           88 ESTUDIANTE-ENCONTRADO VALUE "Y".
       01 ALUMNO-PERMITIDO-SW PIC X(01) VALUE "N".
           88 ALUMNO-PERMITIDO VALUE "Y".

      /IDENTIFICACION DEL OPERADOR: CADA DOCENTE TOMA ASISTENCIA
      /SOLO EN SUS SECCIONES
       01 OPERADOR-ACTUAL PIC X(10).
       01 OPERADOR-PIN PIC X(04).
       01 OPERADOR-OK-SW PIC X(01) VALUE "N".
           88 OPERADOR-OK VALUE "Y".
       01 INTENTOS-OPERADOR PIC 9(01) VALUE 0.

       01 TERM-ENTRADA    PIC X(06).
       01 SECCION-ENTRADA PIC X(03).
       MAIN-PROCEDURE.
      /TOMA LA ASISTENCIA DE UNA CLASE: SECCION, FECHA Y MATERIA UNA
      /VEZ, Y DESPUES UN ALUMNO POR LINEA CON SU ESTADO; CADA LINEA
      /QUEDA EN ATTNDTRN PARA QUE ATTNPOST LA POSTEE AL MAESTRO. EL
      /OPERADOR SE IDENTIFICA Y SOLO PUEDE TOMAR LISTA EN SUS SECCIONES
           PERFORM REGISTRAR-LOG-INICIO.

           OPEN INPUT STUDENT-MASTER.
               MOVE STUDENT-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           ELSE
               PERFORM IDENTIFICAR-OPERADOR
               IF NOT OPERADOR-OK
                   DISPLAY "ACCESO DENEGADO"
               ELSE
                   OPEN EXTEND ATTN-TRANS
                   IF ATTN-TRANS-STATUS NOT = "00"
                       OPEN OUTPUT ATTN-TRANS
                   END-IF
                   PERFORM PEDIR-CABECERA
                   PERFORM CAPTURAR-ALUMNOS
                   CLOSE ATTN-TRANS
                   DISPLAY "ASISTENCIAS CAPTURADAS: " CANT-CAPTURADAS
               END-IF
               CLOSE STUDENT-MASTER
           END-IF.

           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       PEDIR-CABECERA.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Seccion: "
               IF SECCION-ENTRADA = SPACES
                   DISPLAY "LA SECCION NO PUEDE ESTAR EN BLANCO"
               ELSE
      /SOLO EL DOCENTE DE LA SECCION, O UN ROL ADMINISTRATIVO
                   MOVE OPERADOR-ACTUAL TO DS-EMP-ID
                   MOVE SECCION-ENTRADA TO DS-SECTION
                   CALL "DOCSECC" USING DOCENTE-AREA
                   IF DS-PERMITIDO
                       MOVE "Y" TO CAMPO-VALIDO-SW
                   ELSE
                       DISPLAY "SECCION NO PERMITIDA: " DS-MOTIVO
                   END-IF
               END-IF
           END-PERFORM.
      /TERMINO Y FECHA SE PIDEN JUNTOS: UNA FECHA FUERA DEL TERMINO
      /ABIERTO SE RECHAZA ACA EN VEZ DE CAER AL DIA SIGUIENTE EN LOS
      /RECHAZOS DE ATTNPOST
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               PERFORM PEDIR-TERMINO-Y-FECHA
           END-PERFORM.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               END-IF
           END-PERFORM.

       PEDIR-TERMINO-Y-FECHA.
           DISPLAY "Termino (AAAATN): ".
           ACCEPT TERM-ENTRADA.
           IF TERM-ENTRADA = SPACES
               DISPLAY "EL TERMINO NO PUEDE ESTAR EN BLANCO"
           ELSE
               DISPLAY "Fecha de la clase (AAAAMMDD): "
               ACCEPT FECHA-ENTRADA
               IF FECHA-ENTRADA NUMERIC
                   MOVE "A" TO TV-ACCION
                   MOVE TERM-ENTRADA TO TV-TERM
                   MOVE FECHA-ENTRADA TO TV-FECHA
                   CALL "TERMCHK" USING TERM-AREA
                   IF TV-ACEPTADA
                       MOVE "Y" TO CAMPO-VALIDO-SW
                   ELSE
                       DISPLAY "FECHA RECHAZADA: " TV-MOTIVO
                   END-IF
               ELSE
                   DISPLAY "FECHA INVALIDA: DEBEN SER 8 DIGITOS"
               END-IF
           END-IF.

       CAPTURAR-ALUMNOS.
           PERFORM UNTIL NOT SEGUIR
               DISPLAY "ID del alumno (blanco termina): "
           IF NOT ESTUDIANTE-ENCONTRADO
               DISPLAY "ALUMNO DESCONOCIDO: " ALUMNO-ENTRADA
           ELSE
               PERFORM CONTROLAR-SECCION-ALUMNO
           END-IF.
           IF ESTUDIANTE-ENCONTRADO AND ALUMNO-PERMITIDO
               PERFORM PEDIR-ESTADO
               MOVE SPACES TO ATTN-TRANS-RECORD
               MOVE TERM-ENTRADA TO AN-TERM
               ADD 1 TO CANT-CAPTURADAS
           END-IF.

       CONTROLAR-SECCION-ALUMNO.
      /UN ALUMNO DE OTRA SECCION SOLO SE CARGA SI EL OPERADOR
      /TAMBIEN ES DOCENTE DE ESA SECCION (O TIENE ROL
      /ADMINISTRATIVO); SI NO, SE RECHAZA SIN GRABAR NADA
           MOVE "Y" TO ALUMNO-PERMITIDO-SW.
           IF SM-SECTION NOT = SECCION-ENTRADA
               DISPLAY "ATENCION: EL ALUMNO FIGURA EN LA "
                   "SECCION " SM-SECTION
               MOVE OPERADOR-ACTUAL TO DS-EMP-ID
               MOVE SM-SECTION TO DS-SECTION
               CALL "DOCSECC" USING DOCENTE-AREA
               IF DS-DENEGADO
                   MOVE "N" TO ALUMNO-PERMITIDO-SW
                   DISPLAY "ALUMNO RECHAZADO, SECCION " SM-SECTION
                       " NO PERMITIDA: " DS-MOTIVO
               END-IF
           END-IF.

       PEDIR-ESTADO.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               END-IF
           END-PERFORM.

       IDENTIFICAR-OPERADOR.
      /EL OPERADOR SE RESUELVE CONTRA USERMAST CON SU NU Y SU PIN,
      /COMO EN USERMNT; TRES INTENTOS FALLIDOS DEJAN AFUERA
           MOVE "N" TO OPERADOR-OK-SW.
           OPEN INPUT USER-MASTER.
           IF USER-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR USER-MASTER, STATUS: "
                   USER-MASTER-STATUS
           ELSE
               MOVE 0 TO INTENTOS-OPERADOR
               PERFORM UNTIL OPERADOR-OK OR INTENTOS-OPERADOR >= 3
                   ADD 1 TO INTENTOS-OPERADOR
                   DISPLAY "Su NU de operador: "
                   ACCEPT OPERADOR-ACTUAL
                   MOVE OPERADOR-ACTUAL TO UM-EMP-ID
                   READ USER-MASTER
                       INVALID KEY
                           DISPLAY "NU NO REGISTRADO"
                       NOT INVALID KEY
                           IF UM-BAJA OR UM-BLOQUEADO
                               DISPLAY "OPERADOR SIN ACCESO"
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
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-MASTER
           END-IF.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
