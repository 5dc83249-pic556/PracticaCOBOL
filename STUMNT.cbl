               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-AUDIT-STATUS.

      /LISTA DE ESPERA POR SECCION: LAS ALTAS Y BAJAS DE LA FILA LAS
      /HACE EL SERVICIO LISTESP; ACA SOLO SE LEE PARA MOSTRARLA
           SELECT ESPERA-FILE ASSIGN TO "ESPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-CLAVE
               FILE STATUS IS ESPERA-STATUS.

           SELECT ALUMNI-FILE ASSIGN TO "ALUMNI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALUMNI-STATUS.

      /PIN DE CONSULTA DE ALUMNOS Y TUTORES (STUCONS): SE EMITE EN
      /EL ALTA Y SE BLANQUEA DESDE ESTA PANTALLA
           SELECT STUDENT-PIN ASSIGN TO "STUPIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-STUDENT-ID
               FILE STATUS IS STUDENT-PIN-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           05  GA-IMAGEN           PIC X(07).
           05  FILLER              PIC X(01).
           05  GA-CONTENIDO        PIC X(125).
           05  FILLER              PIC X(01).
           05  GA-SECUENCIA        PIC 9(08).
           05  FILLER              PIC X(01).
           05  GA-SELLO            PIC X(08).

       FD  ESPERA-FILE.
           COPY "ESPREC.cpy".

       FD  ALUMNI-FILE.
      /EX-ALUMNOS: EL RETIRO DEJA LA IMAGEN COMPLETA DEL REGISTRO CON
      /LA FECHA DE RETIRO, IGUAL QUE EL EGRESO DE YEARROLL
       01  ALUMNI-RECORD.
           05  AL-FECHA-EGRESO     PIC 9(08).
           05  FILLER              PIC X(01).
           05  AL-IMAGEN           PIC X(180).

       FD  STUDENT-PIN.
           COPY "STUPIN.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".
      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO DE GRADAUDT
       COPY "SELLAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO GUARDA SOLO EL
      /HASH, ASI QUE EL PIN TIPEADO SE HASHEA Y SE COMPARA
       COPY "PINAREA.cpy".

      /AREA DEL SERVICIO DE LISTA DE ESPERA POR SECCION
       COPY "ESPAREA.cpy".

      /AREA DEL SERVICIO QUE DECIDE SI EL OPERADOR ES EL DOCENTE DE
      /LA SECCION (O TIENE ROL ADMINISTRATIVO)
       COPY "DOCAREA.cpy".

       01 STUDENT-MASTER-STATUS PIC X(02).
           88 STUDENT-MASTER-OK VALUE "00".
       01 RUN-LOG-STATUS PIC X(02).
           88 SECCION-ACEPTADA VALUE "Y".
       01 SOBRECUPO-SW PIC X(01) VALUE "N".
           88 SOBRECUPO VALUE "S".
           88 PASAR-A-ESPERA VALUE "E".
       01 BARRIDO-EOF-SW PIC X(01) VALUE "N".
           88 BARRIDO-EOF VALUE "Y".
       01 CANT-EN-SECCION PIC 9(03).
       01 CANT-OCUPADA PIC 9(03).

      /LISTA DE ESPERA: CON LA SECCION LLENA EL ALUMNO QUEDA ANOTADO
      /EN ESPERA (EN UN ALTA ADEMAS SE LE DA UNA SECCION PROVISORIA);
      /LOS LUGARES OFRECIDOS SIN RESPUESTA CUENTAN COMO OCUPADOS, Y
      /TODO LUGAR QUE SE LIBERA SE LE OFRECE AL PRIMERO DE LA FILA
       01 ESPERA-STATUS PIC X(02).
       01 ALUMNI-STATUS PIC X(02).
       01 ESPERA-PEDIDA-SW PIC X(01) VALUE "N".
           88 ESPERA-PEDIDA VALUE "Y".
       01 ALTA-EN-CURSO-SW PIC X(01) VALUE "N".
           88 ALTA-EN-CURSO VALUE "Y".
       01 FILA-EOF-SW PIC X(01) VALUE "N".
           88 FILA-EOF VALUE "Y".
       01 SECCION-ESPERA PIC X(03).
       01 SECCION-ANTERIOR PIC X(03).
       01 SECCION-LIBERADA PIC X(03).
       01 POSICION-FILA PIC 9(03).
       01 DIAS-ESPERA PIC 9(05).
       01 ACCION-ESPERA PIC X(01).
           88 ACCION-ASIGNAR VALUE "A".
           88 ACCION-DECLINAR VALUE "D".
       01 REGISTRO-GUARDADO PIC X(200).

      /IDENTIFICACION DEL OPERADOR Y RASTRO DE CAMBIOS DE NOTAS:
       01 IMAGEN-NOTAS-ANTES PIC X(125).
       01 PUNTERO-IMAGEN PIC 9(03).

      /PIN DE CONSULTA: SE SORTEA, SE MUESTRA UNA SOLA VEZ PARA
      /ENTREGARLO A LA FAMILIA Y SE GUARDA HASHEADO CON EL LEGAJO
       01 STUDENT-PIN-STATUS PIC X(02).
       01 HAY-PINES-SW PIC X(01) VALUE "N".
           88 HAY-PINES VALUE "Y".
       01 PIN-HALLADO-SW PIC X(01) VALUE "N".
           88 PIN-HALLADO VALUE "Y".
       01 SEMILLA-AZAR PIC 9(08).
       01 NUMERO-AZAR PIC V9(09).
       01 PIN-NUEVO-NUM PIC 9(04).
       01 PIN-NUEVO REDEFINES PIN-NUEVO-NUM PIC X(04).

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-ALTA    VALUE "A".
           88 OPCION-NOMBRE  VALUE "C".
           88 OPCION-NOTAS   VALUE "N".
           88 OPCION-SECCION VALUE "E".
           88 OPCION-RETIRO  VALUE "R".
           88 OPCION-ESPERA  VALUE "V".
           88 OPCION-PIN     VALUE "P".
           88 OPCION-SALIR   VALUE "S".

       01 CONFIRMA-SW PIC X(01) VALUE "N".
               ELSE
                   DISPLAY "SIN SECTMAST: SECCIONES SIN VALIDAR"
               END-IF
               OPEN I-O STUDENT-PIN
               IF STUDENT-PIN-STATUS = "35"
                   OPEN OUTPUT STUDENT-PIN
                   CLOSE STUDENT-PIN
                   OPEN I-O STUDENT-PIN
               END-IF
               IF STUDENT-PIN-STATUS = "00"
                   MOVE "Y" TO HAY-PINES-SW
                   ACCEPT CURRENT-TIME-FLD FROM TIME
                   MOVE CURRENT-TIME-FLD TO SEMILLA-AZAR
                   COMPUTE NUMERO-AZAR = FUNCTION RANDOM(SEMILLA-AZAR)
               ELSE
                   DISPLAY "SIN STUPIN: PINES DE CONSULTA NO "
                       "DISPONIBLES"
               END-IF
               PERFORM CICLO-MANTENIMIENTO
               IF HAY-PINES
                   CLOSE STUDENT-PIN
               END-IF
               IF VALIDAR-SECCION
                   CLOSE SECT-MASTER
               END-IF
               DISPLAY " C - Correccion de nombre"
               DISPLAY " N - Mantenimiento de notas"
               DISPLAY " E - Cambio de seccion"
               DISPLAY " R - Retiro de estudiante"
               DISPLAY " V - Lista de espera de una seccion"
               DISPLAY " P - PIN de consulta (emitir / blanquear)"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
                       PERFORM MANTENER-NOTAS
                   WHEN OPCION-SECCION
                       PERFORM CAMBIAR-SECCION
                   WHEN OPCION-RETIRO
                       PERFORM RETIRAR-ESTUDIANTE
                   WHEN OPCION-ESPERA
                       PERFORM ATENDER-ESPERA THRU ATENDER-ESPERA-EXIT
                   WHEN OPCION-PIN
                       PERFORM BLANQUEAR-PIN-CONSULTA
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
               MOVE ID-ENTRADA TO SM-STUDENT-ID
               PERFORM PEDIR-NOMBRE
               MOVE NOMBRE-ENTRADA TO SM-STUDENT-NAME
               MOVE "Y" TO ALTA-EN-CURSO-SW
               PERFORM PEDIR-SECCION
               MOVE "N" TO ALTA-EN-CURSO-SW
               MOVE SECCION-ENTRADA TO SM-SECTION
               DISPLAY "Ingrese NUM1 (3 digitos): "
               PERFORM VALIDANUM1
                               STUDENT-MASTER-STATUS
                       NOT INVALID KEY
                           DISPLAY "ALTA APLICADA: " SM-STUDENT-ID
                           IF ESPERA-PEDIDA
                               PERFORM ANOTAR-EN-ESPERA
                           END-IF
                           IF HAY-PINES
                               PERFORM EMITIR-PIN-CONSULTA
                           END-IF
                   END-WRITE
               ELSE
                   DISPLAY "ALTA CANCELADA"
               INVALID KEY
                   DISPLAY "NO EXISTE EL ESTUDIANTE: " ID-ENTRADA
               NOT INVALID KEY
      /LAS NOTAS LAS TOCA SOLO EL DOCENTE DE LA SECCION DEL ALUMNO,
      /O UN ROL ADMINISTRATIVO
                   MOVE OPERADOR-ACTUAL TO DS-EMP-ID
                   MOVE SM-SECTION TO DS-SECTION
                   CALL "DOCSECC" USING DOCENTE-AREA
                   IF DS-DENEGADO
                       DISPLAY "SECCION " SM-SECTION
                           " NO PERMITIDA: " DS-MOTIVO
                   ELSE
                       PERFORM MANTENER-NOTAS-ALUMNO
                   END-IF
           END-READ.

       MANTENER-NOTAS-ALUMNO.
           PERFORM MOSTRAR-NOTAS.
      /IMAGEN "ANTES" DE LA TABLA DE NOTAS, PARA EL RASTRO DE
      /CAMBIOS POSTERIORES AL POSTEO
           PERFORM ARMAR-IMAGEN-NOTAS.
           MOVE IMAGEN-NOTAS TO IMAGEN-NOTAS-ANTES.
           PERFORM CARGAR-NOTAS.
           PERFORM CONFIRMAR-OPERACION.
           IF CONFIRMA
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "CAMBIO RECHAZADO, STATUS: "
                           STUDENT-MASTER-STATUS
                   NOT INVALID KEY
                       PERFORM REGISTRAR-AUDITORIA-NOTAS
                       DISPLAY "NOTAS ACTUALIZADAS: "
                           SM-STUDENT-ID
               END-REWRITE
           ELSE
               DISPLAY "CAMBIO CANCELADO"
           END-IF.

       CAMBIAR-SECCION.
      /TRANSFIERE AL ESTUDIANTE DE SECCION SIN TOCAR SUS NOTAS
           PERFORM PEDIR-STUDENT-ID.
                   DISPLAY "NO EXISTE EL ESTUDIANTE: " ID-ENTRADA
               NOT INVALID KEY
                   DISPLAY "SECCION ACTUAL: " SM-SECTION
                   MOVE SM-SECTION TO SECCION-ANTERIOR
                   PERFORM PEDIR-SECCION
                   IF ESPERA-PEDIDA
      /LA SECCION PEDIDA ESTA LLENA: EL ALUMNO SIGUE DONDE ESTA Y
      /QUEDA EN LA FILA DE LA NUEVA
                       DISPLAY "EL ESTUDIANTE SIGUE EN LA SECCION "
                           SECCION-ANTERIOR
                       PERFORM ANOTAR-EN-ESPERA
                   ELSE
                       MOVE SECCION-ENTRADA TO SM-SECTION
                       PERFORM CONFIRMAR-OPERACION
                       IF CONFIRMA
                           PERFORM APLICAR-CAMBIO-SECCION
                       ELSE
                           DISPLAY "CAMBIO CANCELADO"
                       END-IF
                   END-IF
           END-READ.

       APLICAR-CAMBIO-SECCION.
      /GRABA LA NUEVA SECCION; SI EL ALUMNO ESPERABA ESE LUGAR SU
      /ENTRADA SE CIERRA, Y EL LUGAR QUE DEJA EN LA SECCION ANTERIOR
      /SE LE OFRECE AL PRIMERO DE LA FILA DE ESA SECCION
           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CAMBIO RECHAZADO, STATUS: "
                       STUDENT-MASTER-STATUS
               NOT INVALID KEY
                   DISPLAY "SECCION ACTUALIZADA: " SM-STUDENT-ID
                   MOVE "S" TO EA-ACCION
                   MOVE SM-SECTION TO EA-SECTION
                   MOVE SM-STUDENT-ID TO EA-STUDENT-ID
                   MOVE OPERADOR-ACTUAL TO EA-OPERADOR
                   CALL "LISTESP" USING ESPERA-AREA
                   IF SECCION-ANTERIOR NOT = SM-SECTION
                       MOVE SECCION-ANTERIOR TO SECCION-LIBERADA
                       PERFORM LIBERAR-LUGAR
                   END-IF
           END-REWRITE.

       PEDIR-SECCION.
           MOVE "N" TO CAMPO-VALIDO-SW.
           MOVE "N" TO ESPERA-PEDIDA-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Ingrese la seccion: "
               ACCEPT SECCION-ENTRADA
                   DISPLAY "LA SECCION NO PUEDE ESTAR EN BLANCO"
               ELSE
                   PERFORM CONTROLAR-SECCION
                       THRU CONTROLAR-SECCION-EXIT
                   IF SECCION-ACEPTADA
                       MOVE "Y" TO CAMPO-VALIDO-SW
                   END-IF
      /EN UN CAMBIO DE SECCION LA ESPERA TERMINA EL PEDIDO; EN UN
      /ALTA EL ALUMNO NECESITA IGUAL UNA SECCION MIENTRAS ESPERA
                   IF NOT SECCION-ACEPTADA AND ESPERA-PEDIDA
                       IF ALTA-EN-CURSO
                           DISPLAY "QUEDARA EN ESPERA DE LA SECCION "
                               SECCION-ESPERA
                           DISPLAY "ASIGNE UNA SECCION PROVISORIA"
                       ELSE
                           MOVE "Y" TO CAMPO-VALIDO-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CONTROLAR-SECCION.
      /CON SECTMAST PRESENTE: LA SECCION DEBE EXISTIR, Y SI LA
      /INSCRIPCION ACTUAL YA LLEGO A LA CAPACIDAD SE AVISA Y EL
      /OPERADOR DECIDE SI ASIGNA IGUAL (SOBRECUPO EXPRESO) O SI EL
      /ALUMNO PASA A LA LISTA DE ESPERA DE LA SECCION
           MOVE "Y" TO SECCION-ACEPTADA-SW.
           IF NOT VALIDAR-SECCION
               GO TO CONTROLAR-SECCION-EXIT
               GO TO CONTROLAR-SECCION-EXIT
           END-IF.
           PERFORM CONTAR-INSCRIPCION.
      /LOS LUGARES YA OFRECIDOS A LA LISTA DE ESPERA Y TODAVIA SIN
      /RESPUESTA ESTAN RESERVADOS: NADIE SE ADELANTA A LA FILA
           MOVE CANT-EN-SECCION TO CANT-OCUPADA.
           MOVE "C" TO EA-ACCION.
           MOVE SECCION-ENTRADA TO EA-SECTION.
           MOVE SPACES TO EA-STUDENT-ID.
           CALL "LISTESP" USING ESPERA-AREA.
           IF EA-OFRECIDAS > 0
               DISPLAY "LUGARES RESERVADOS A LA LISTA DE ESPERA: "
                   EA-OFRECIDAS
               ADD EA-OFRECIDAS TO CANT-OCUPADA
           END-IF.
           IF CANT-OCUPADA >= SE-CAPACIDAD
               DISPLAY "ATENCION: SECCION " SECCION-ENTRADA
                   " CON " CANT-EN-SECCION " INSCRIPTOS Y CAPACIDAD "
                   SE-CAPACIDAD
               IF EA-EN-ESPERA > 0
                   DISPLAY "ALUMNOS EN LISTA DE ESPERA: " EA-EN-ESPERA
               END-IF
               DISPLAY "(S)OBRECUPO, LISTA DE (E)SPERA O (N)O: "
               MOVE "N" TO SOBRECUPO-SW
               ACCEPT SOBRECUPO-SW
               IF PASAR-A-ESPERA
                   MOVE "Y" TO ESPERA-PEDIDA-SW
                   MOVE SECCION-ENTRADA TO SECCION-ESPERA
               END-IF
               IF NOT SOBRECUPO
                   MOVE "N" TO SECCION-ACEPTADA-SW
               END-IF
           MOVE REGISTRO-GUARDADO(50:1) TO SM-GRADE-COUNT.
           MOVE REGISTRO-GUARDADO TO STUDENT-MASTER-RECORD.

       ANOTAR-EN-ESPERA.
      /ANOTA AL ALUMNO EN LA FILA DE LA SECCION LLENA QUE PIDIO
           MOVE "A" TO EA-ACCION.
           MOVE SECCION-ESPERA TO EA-SECTION.
           MOVE SM-STUDENT-ID TO EA-STUDENT-ID.
           MOVE SM-STUDENT-NAME TO EA-NOMBRE.
           MOVE SM-SECTION TO EA-SECCION-ACTUAL.
           MOVE OPERADOR-ACTUAL TO EA-OPERADOR.
           CALL "LISTESP" USING ESPERA-AREA.
           EVALUATE TRUE
               WHEN EA-OK
                   DISPLAY "ANOTADO EN LISTA DE ESPERA DE LA SECCION "
                       SECCION-ESPERA ", POSICION " EA-POSICION
               WHEN EA-YA-ANOTADO
                   DISPLAY "YA ESTABA EN LA LISTA DE ESPERA DE LA "
                       "SECCION " SECCION-ESPERA ", POSICION "
                       EA-POSICION
               WHEN OTHER
                   DISPLAY "NO SE PUDO ANOTAR EN LA LISTA DE ESPERA"
           END-EVALUATE.

       LIBERAR-LUGAR.
      /EL LUGAR QUE QUEDA LIBRE EN SECCION-LIBERADA SE LE OFRECE AL
      /PRIMERO QUE ESPERA EN ESA SECCION
           IF SECCION-LIBERADA NOT = SPACES
               MOVE "O" TO EA-ACCION
               MOVE SECCION-LIBERADA TO EA-SECTION
               MOVE 1 TO EA-VACANTES
               MOVE OPERADOR-ACTUAL TO EA-OPERADOR
               CALL "LISTESP" USING ESPERA-AREA
               IF EA-OFRECIDAS > 0
                   DISPLAY "LUGAR LIBERADO EN LA SECCION "
                       SECCION-LIBERADA " OFRECIDO A: "
                       EA-OFRECIDO-ID " " EA-OFRECIDO-NOMBRE
               END-IF
           END-IF.

       RETIRAR-ESTUDIANTE.
      /RETIRO DURANTE EL CURSO: EL REGISTRO PASA A EX-ALUMNOS Y SE
      /BORRA DEL MAESTRO; SU LUGAR SE OFRECE A LA LISTA DE ESPERA
           PERFORM PEDIR-STUDENT-ID.
           MOVE ID-ENTRADA TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "NO EXISTE EL ESTUDIANTE: " ID-ENTRADA
               NOT INVALID KEY
                   PERFORM MOSTRAR-NOTAS
                   DISPLAY "SECCION: " SM-SECTION
                   DISPLAY "CONFIRMA EL RETIRO? (S/N): "
                   MOVE "N" TO CONFIRMA-SW
                   ACCEPT CONFIRMA-SW
                   IF CONFIRMA
                       PERFORM APLICAR-RETIRO
                   ELSE
                       DISPLAY "RETIRO CANCELADO"
                   END-IF
           END-READ.

       APLICAR-RETIRO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           OPEN EXTEND ALUMNI-FILE.
           IF ALUMNI-STATUS NOT = "00"
               OPEN OUTPUT ALUMNI-FILE
           END-IF.
           IF ALUMNI-STATUS NOT = "00"
               MOVE "ALUMNI" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE ALUMNI-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               DISPLAY "RETIRO CANCELADO"
           ELSE
               MOVE SPACES TO ALUMNI-RECORD
               MOVE CURRENT-DATE-FLD TO AL-FECHA-EGRESO
               MOVE STUDENT-MASTER-RECORD TO AL-IMAGEN
               WRITE ALUMNI-RECORD
               CLOSE ALUMNI-FILE
               MOVE SM-SECTION TO SECCION-LIBERADA
               DELETE STUDENT-MASTER
                   INVALID KEY
                       DISPLAY "RETIRO RECHAZADO, STATUS: "
                           STUDENT-MASTER-STATUS
                   NOT INVALID KEY
                       DISPLAY "RETIRO APLICADO: " ID-ENTRADA
                       PERFORM LIBERAR-LUGAR
               END-DELETE
           END-IF.

       BLANQUEAR-PIN-CONSULTA.
      /LA FAMILIA QUE PERDIO EL PIN O QUEDO BLOQUEADA POR INTENTOS
      /FALLIDOS RECIBE UNO NUEVO; EL BLANQUEO LEVANTA EL BLOQUEO
           IF NOT HAY-PINES
               DISPLAY "PINES DE CONSULTA NO DISPONIBLES"
           ELSE
               PERFORM PEDIR-STUDENT-ID
               MOVE ID-ENTRADA TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY "NO EXISTE EL ESTUDIANTE: " ID-ENTRADA
                   NOT INVALID KEY
                       DISPLAY "ESTUDIANTE: " SM-STUDENT-ID " "
                           SM-STUDENT-NAME
                       MOVE SM-STUDENT-ID TO SP-STUDENT-ID
                       READ STUDENT-PIN
                           INVALID KEY
                               DISPLAY "SIN PIN DE CONSULTA EMITIDO"
                           NOT INVALID KEY
                               DISPLAY "PIN EMITIDO EL "
                                   SP-FECHA-EMISION " POR "
                                   SP-EMITIDO-POR
                               IF SP-BLOQUEADO
                                   DISPLAY "CUENTA BLOQUEADA POR "
                                       "INTENTOS FALLIDOS"
                               END-IF
                       END-READ
                       DISPLAY "EMITE UN PIN NUEVO? (S/N): "
                       MOVE "N" TO CONFIRMA-SW
                       ACCEPT CONFIRMA-SW
                       IF CONFIRMA
                           PERFORM EMITIR-PIN-CONSULTA
                       ELSE
                           DISPLAY "BLANQUEO CANCELADO"
                       END-IF
               END-READ
           END-IF.

       EMITIR-PIN-CONSULTA.
      /SORTEA UN PIN DE 4 DIGITOS, GUARDA SOLO SU HASH Y LO MUESTRA
      /UNA UNICA VEZ PARA QUE LA OFICINA SE LO ENTREGUE A LA FAMILIA
           COMPUTE NUMERO-AZAR = FUNCTION RANDOM.
           COMPUTE PIN-NUEVO-NUM = NUMERO-AZAR * 10000.
           MOVE SM-STUDENT-ID TO SP-STUDENT-ID.
           READ STUDENT-PIN
               INVALID KEY
                   MOVE "N" TO PIN-HALLADO-SW
               NOT INVALID KEY
                   MOVE "Y" TO PIN-HALLADO-SW
           END-READ.
           MOVE SPACES TO STUDENT-PIN-RECORD.
           MOVE SM-STUDENT-ID TO SP-STUDENT-ID.
           MOVE SM-STUDENT-ID TO PN-EMP-ID.
           MOVE PIN-NUEVO TO PN-PIN.
           CALL "PINHASH" USING PIN-AREA.
           MOVE PN-HASH TO SP-PIN.
           MOVE 0 TO SP-INTENTOS.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD TO SP-FECHA-EMISION.
           MOVE OPERADOR-ACTUAL TO SP-EMITIDO-POR.
           MOVE 0 TO SP-ULTIMO-ACCESO.
           IF PIN-HALLADO
               REWRITE STUDENT-PIN-RECORD
                   INVALID KEY
                       DISPLAY "PIN NO EMITIDO, STATUS: "
                           STUDENT-PIN-STATUS
                       MOVE SPACES TO PIN-NUEVO
               END-REWRITE
           ELSE
               WRITE STUDENT-PIN-RECORD
                   INVALID KEY
                       DISPLAY "PIN NO EMITIDO, STATUS: "
                           STUDENT-PIN-STATUS
                       MOVE SPACES TO PIN-NUEVO
               END-WRITE
           END-IF.
           IF PIN-NUEVO NOT = SPACES
               DISPLAY "PIN DE CONSULTA DE " SM-STUDENT-ID ": "
                   PIN-NUEVO
               DISPLAY "ENTREGUELO AL ALUMNO O TUTOR; NO SE VUELVE "
                   "A MOSTRAR"
               PERFORM REGISTRAR-PIN-LOG
           END-IF.

       REGISTRAR-PIN-LOG.
      /LA EMISION QUEDA EN EL RUN-LOG CON EL ALUMNO Y EL OPERADOR,
      /NUNCA CON EL PIN NI SU HASH
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "STUMNT" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "OPC=P AL=" DELIMITED BY SIZE
               SM-STUDENT-ID DELIMITED BY SIZE
               " POR=" DELIMITED BY SIZE
               OPERADOR-ACTUAL DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       ATENDER-ESPERA.
      /MUESTRA LA FILA DE UNA SECCION Y PERMITE ASIGNARLE LA SECCION
      /A UN ALUMNO EN ESPERA O REGISTRAR QUE DECLINA
           DISPLAY "Ingrese la seccion: ".
           ACCEPT SECCION-ENTRADA.
           IF SECCION-ENTRADA = SPACES
               GO TO ATENDER-ESPERA-EXIT
           END-IF.
           PERFORM MOSTRAR-FILA.
           IF POSICION-FILA = 0
               DISPLAY "NO HAY ALUMNOS EN ESPERA EN LA SECCION "
                   SECCION-ENTRADA
               GO TO ATENDER-ESPERA-EXIT
           END-IF.
           DISPLAY "ID del alumno a atender (blanco sale): ".
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA = SPACES
               GO TO ATENDER-ESPERA-EXIT
           END-IF.
           MOVE "C" TO EA-ACCION.
           MOVE SECCION-ENTRADA TO EA-SECTION.
           MOVE ID-ENTRADA TO EA-STUDENT-ID.
           CALL "LISTESP" USING ESPERA-AREA.
           IF EA-POSICION = 0
               DISPLAY "EL ALUMNO NO ESTA EN ESPERA EN LA SECCION "
                   SECCION-ENTRADA
               GO TO ATENDER-ESPERA-EXIT
           END-IF.
           DISPLAY "(A)SIGNAR LA SECCION O (D)ECLINA LA ESPERA: ".
           MOVE SPACE TO ACCION-ESPERA.
           ACCEPT ACCION-ESPERA.
           EVALUATE TRUE
               WHEN ACCION-ASIGNAR
                   PERFORM ASIGNAR-DESDE-ESPERA
                       THRU ASIGNAR-DESDE-ESPERA-EXIT
               WHEN ACCION-DECLINAR
                   MOVE "D" TO EA-ACCION
                   MOVE OPERADOR-ACTUAL TO EA-OPERADOR
                   CALL "LISTESP" USING ESPERA-AREA
                   DISPLAY "ESPERA DECLINADA: " ID-ENTRADA
                   IF EA-OFRECIDAS > 0
                       DISPLAY "EL LUGAR PASA A: " EA-OFRECIDO-ID " "
                           EA-OFRECIDO-NOMBRE
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
       ATENDER-ESPERA-EXIT.
           EXIT.

       MOSTRAR-FILA.
      /LISTA LAS ENTRADAS PENDIENTES DE LA SECCION EN ORDEN DE
      /LLEGADA, CON LOS DIAS QUE LLEVA ESPERANDO CADA ALUMNO
           MOVE 0 TO POSICION-FILA.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           OPEN INPUT ESPERA-FILE.
           IF ESPERA-STATUS NOT = "00"
               MOVE "Y" TO FILA-EOF-SW
           ELSE
               MOVE "N" TO FILA-EOF-SW
               MOVE SECCION-ENTRADA TO ER-SECTION
               MOVE 0 TO ER-FECHA
               MOVE 0 TO ER-HORA
               MOVE LOW-VALUES TO ER-STUDENT-ID
               START ESPERA-FILE KEY IS NOT LESS THAN ER-CLAVE
                   INVALID KEY MOVE "Y" TO FILA-EOF-SW
               END-START
           END-IF.
           PERFORM UNTIL FILA-EOF
               READ ESPERA-FILE NEXT RECORD
                   AT END MOVE "Y" TO FILA-EOF-SW
               END-READ
               IF NOT FILA-EOF AND ER-SECTION NOT = SECCION-ENTRADA
                   MOVE "Y" TO FILA-EOF-SW
               END-IF
               IF NOT FILA-EOF AND ER-PENDIENTE
                   ADD 1 TO POSICION-FILA
                   IF POSICION-FILA = 1
                       DISPLAY "POS ALUMNO     NOMBRE"
                           "                         PEDIDO   "
                           "DIAS  ESTADO"
                   END-IF
                   COMPUTE DIAS-ESPERA =
                       FUNCTION INTEGER-OF-DATE(CURRENT-DATE-FLD)
                       - FUNCTION INTEGER-OF-DATE(ER-FECHA)
                   IF ER-OFRECIDA
                       DISPLAY POSICION-FILA " " ER-STUDENT-ID " "
                           ER-NOMBRE " " ER-FECHA " " DIAS-ESPERA
                           " OFRECIDA EL " ER-FECHA-OFERTA
                   ELSE
                       DISPLAY POSICION-FILA " " ER-STUDENT-ID " "
                           ER-NOMBRE " " ER-FECHA " " DIAS-ESPERA
                           " EN ESPERA"
                   END-IF
               END-IF
           END-PERFORM.
           IF ESPERA-STATUS = "00" OR ESPERA-STATUS = "10"
               CLOSE ESPERA-FILE
           END-IF.

       ASIGNAR-DESDE-ESPERA.
      /LOS LUGARES SE OFRECEN EN ORDEN DE FILA, ASI QUE EL ALUMNO
      /TIENE LUGAR OFRECIDO SI SU POSICION NO SUPERA LAS OFERTAS
      /PENDIENTES; SI NO, ASIGNARLO ES UN SOBRECUPO EXPRESO
           IF EA-POSICION > EA-OFRECIDAS
               DISPLAY "EL ALUMNO NO TIENE UN LUGAR OFRECIDO"
               DISPLAY "ASIGNAR IGUAL (SOBRECUPO)? (S/N): "
               MOVE "N" TO SOBRECUPO-SW
               ACCEPT SOBRECUPO-SW
               IF NOT SOBRECUPO
                   DISPLAY "ASIGNACION CANCELADA"
                   GO TO ASIGNAR-DESDE-ESPERA-EXIT
               END-IF
           END-IF.
           MOVE ID-ENTRADA TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "NO EXISTE EL ESTUDIANTE: " ID-ENTRADA
                   GO TO ASIGNAR-DESDE-ESPERA-EXIT
           END-READ.
           DISPLAY "SECCION ACTUAL: " SM-SECTION.
           MOVE SM-SECTION TO SECCION-ANTERIOR.
           MOVE SECCION-ENTRADA TO SM-SECTION.
           PERFORM CONFIRMAR-OPERACION.
           IF CONFIRMA
               PERFORM APLICAR-CAMBIO-SECCION
           ELSE
               DISPLAY "ASIGNACION CANCELADA"
           END-IF.
       ASIGNAR-DESDE-ESPERA-EXIT.
           EXIT.

       PEDIR-STUDENT-ID.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
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
           MOVE SM-STUDENT-ID TO GA-STUDENT-ID.
           MOVE "ANTES" TO GA-IMAGEN.
           MOVE IMAGEN-NOTAS-ANTES TO GA-CONTENIDO.
           PERFORM GRABAR-AUDITORIA-NOTAS.
           MOVE "DESPUES" TO GA-IMAGEN.
           MOVE IMAGEN-NOTAS TO GA-CONTENIDO.
           PERFORM GRABAR-AUDITORIA-NOTAS.
           CLOSE GRADE-AUDIT.

       GRABAR-AUDITORIA-NOTAS.
      /CADA REGISTRO DE GRADAUDT SALE CON SU SECUENCIA Y SU SELLO,
      /CALCULADO SOBRE LOS PRIMEROS 173 BYTES Y EL SELLO ANTERIOR
           MOVE "S" TO SL-ACCION.
           MOVE "GRADAUDT" TO SL-ARCHIVO.
           MOVE SPACES TO SL-REGISTRO.
           MOVE GRADE-AUDIT-RECORD(1:173) TO SL-REGISTRO.
           CALL "AUDSELLO" USING SELLO-AREA.
           MOVE SL-SECUENCIA TO GA-SECUENCIA.
           MOVE SL-SELLO TO GA-SELLO.
           WRITE GRADE-AUDIT-RECORD.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
