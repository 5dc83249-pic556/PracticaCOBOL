      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Circuito-De-Apelaciones-De-Notas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APELMNT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /EL ACCESO ES DINAMICO PORQUE EL NUMERO NUEVO Y EL CONTROL DE
      /APELACION REPETIDA BARREN EL ARCHIVO
           SELECT APEL-FILE ASSIGN TO "APELACION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-NUMERO
               FILE STATUS IS APEL-FILE-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT GRADE-AUDIT ASSIGN TO "GRADAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-AUDIT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APEL-FILE.
           COPY "APELREC.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  GRADE-AUDIT.
      /EL MISMO RASTRO DE CAMBIOS DE NOTAS QUE DEJA STUMNT; UNA NOTA
      /CAMBIADA POR APELACION LLEVA ADEMAS UN RENGLON "APELAC" CON
      /EL NUMERO DE APELACION ANTES DE LAS IMAGENES
       01  GRADE-AUDIT-RECORD.
           05  GA-TIMESTAMP        PIC X(17).
           05  FILLER              PIC X(01).
           05  GA-OPERADOR         PIC X(10).
           05  FILLER              PIC X(01).
           05  GA-STUDENT-ID       PIC X(10).
           05  FILLER              PIC X(01).
           05  GA-IMAGEN           PIC X(07).
           05  FILLER              PIC X(01).
           05  GA-CONTENIDO        PIC X(125).
           05  FILLER              PIC X(01).
           05  GA-SECUENCIA        PIC 9(08).
           05  FILLER              PIC X(01).
           05  GA-SELLO            PIC X(08).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO DE GRADAUDT
       COPY "SELLAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO GUARDA SOLO EL
      /HASH, ASI QUE EL PIN TIPEADO SE HASHEA Y SE COMPARA
       COPY "PINAREA.cpy".

      /AREA DEL SERVICIO DE PROPIEDAD DE SECCIONES: LA REVISION ES
      /DEL DOCENTE DE LA SECCION DEL ALUMNO
       COPY "DOCAREA.cpy".

       01 APEL-FILE-STATUS PIC X(02).
           88 APEL-FILE-OK VALUE "00".
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 USER-MASTER-STATUS PIC X(02).
       01 GRADE-AUDIT-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

      /IDENTIFICACION DEL OPERADOR: CADA PASO DE LA APELACION Y EL
      /RASTRO DE GRADAUDT LLEVAN QUIEN LO HIZO
       01 OPERADOR-ACTUAL PIC X(10).
       01 OPERADOR-PIN PIC X(04).
      * La decision y el cierre son del comite: solo el rol "O".
       01 OPERADOR-ROL PIC X(01).
           88 OPERADOR-SUPERVISOR VALUE "O".
       01 OPERADOR-OK-SW PIC X(01) VALUE "N".
           88 OPERADOR-OK VALUE "Y".
       01 INTENTOS-OPERADOR PIC 9(01) VALUE 0.

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-PRESENTAR VALUE "P".
           88 OPCION-REVISAR   VALUE "R".
           88 OPCION-DECIDIR   VALUE "D".
           88 OPCION-CERRAR    VALUE "C".
           88 OPCION-CONSULTAR VALUE "L".
           88 OPCION-SALIR     VALUE "S".

       01 CONFIRMA-SW PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S".
       01 CAMPO-VALIDO-SW PIC X(01) VALUE "N".
           88 CAMPO-VALIDO VALUE "Y".
       01 APELACION-HALLADA-SW PIC X(01) VALUE "N".
           88 APELACION-HALLADA VALUE "Y".
       01 DUPLICADA-SW PIC X(01) VALUE "N".
           88 APELACION-DUPLICADA VALUE "Y".
       01 APEL-EOF-SW PIC X(01) VALUE "N".
           88 APEL-EOF VALUE "Y".

       01 ID-ENTRADA       PIC X(10).
       01 TERM-ENTRADA     PIC X(06).
       01 MOTIVO-ENTRADA   PIC X(60).
       01 NOMBRE-ENTRADA   PIC X(30).
       01 TEXTO-ENTRADA    PIC X(60).
       01 NOTA-ENTRADA     PIC X(03).
       01 NOTA-VALIDA      PIC 9(03).
       01 RESPUESTA-ENTRADA PIC X(01).
       01 NUMERO-ENTRADA   PIC 9(06).
       01 NOTA-ELEGIDA     PIC 9(01).

       01 NOTA-MINIMA PIC 9(03) VALUE 0.
       01 NOTA-MAXIMA PIC 9(03) VALUE 10.

      /LA APELACION NUEVA ANTES DE GRABARSE: EL BARRIDO DEL ARCHIVO
      /PARA EL NUMERO SIGUIENTE PISA EL AREA DEL REGISTRO
       01 APELACION-NUEVA PIC X(329).
       01 ULTIMO-NUMERO PIC 9(06).
       01 ALUMNO-APELADO PIC X(10).
       01 MATERIA-APELADA PIC X(04).
       01 FECHA-APELADA PIC 9(08).
       01 CANT-LISTADAS PIC 9(03).

      /LA NOTA APELADA DENTRO DE SM-GRADES Y EL RASTRO DEL CAMBIO
       01 IND-NOTA PIC 9(02) COMP.
       01 IND-NOTA-EDIT PIC 9(02).
       01 IND-APELADA PIC 9(02) COMP.
       01 IMAGEN-NOTAS PIC X(125).
       01 IMAGEN-NOTAS-ANTES PIC X(125).
       01 PUNTERO-IMAGEN PIC 9(03).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRAR-LOG-INICIO.

           OPEN I-O APEL-FILE.
           IF APEL-FILE-STATUS = "35"
      /PRIMERA CORRIDA: EL ARCHIVO TODAVIA NO EXISTE Y HAY QUE CREARLO
               OPEN OUTPUT APEL-FILE
               CLOSE APEL-FILE
               OPEN I-O APEL-FILE
           END-IF.
           IF NOT APEL-FILE-OK
               DISPLAY "NO SE PUDO ABRIR APELACION, STATUS: "
                   APEL-FILE-STATUS
               MOVE "APELACION" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE APEL-FILE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
      /LA NOTA APELADA SALE DEL MAESTRO Y LA RESUELTA VUELVE A EL:
      /SIN STUDMAST NO HAY CIRCUITO POSIBLE
           OPEN I-O STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER, STATUS: "
                   STUDENT-MASTER-STATUS
               MOVE "STUDMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE STUDENT-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           ELSE
               PERFORM IDENTIFICAR-OPERADOR
               IF NOT OPERADOR-OK
                   DISPLAY "ACCESO DENEGADO"
               ELSE
                   PERFORM CICLO-MANTENIMIENTO
               END-IF
               CLOSE STUDENT-MASTER
           END-IF.
           CLOSE APEL-FILE.

           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CICLO-MANTENIMIENTO.
           MOVE SPACE TO OPCION-MANTEN.
           PERFORM UNTIL OPCION-SALIR
               DISPLAY SPACE
               DISPLAY "----- APELACIONES DE NOTAS -----"
               DISPLAY " P - Presentar una apelacion"
               DISPLAY " R - Revision del docente"
               DISPLAY " D - Decision del comite"
               DISPLAY " C - Cierre (aplica la nota resuelta)"
               DISPLAY " L - Apelaciones de un alumno"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
               EVALUATE TRUE
                   WHEN OPCION-PRESENTAR
                       PERFORM PRESENTAR-APELACION
                           THRU PRESENTAR-APELACION-EXIT
                   WHEN OPCION-REVISAR
                       PERFORM REVISAR-APELACION
                           THRU REVISAR-APELACION-EXIT
                   WHEN OPCION-DECIDIR
                       PERFORM DECIDIR-APELACION
                           THRU DECIDIR-APELACION-EXIT
                   WHEN OPCION-CERRAR
                       PERFORM CERRAR-APELACION
                           THRU CERRAR-APELACION-EXIT
                   WHEN OPCION-CONSULTAR
                       PERFORM CONSULTAR-ALUMNO
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       PRESENTAR-APELACION.
      /LA APELACION SE ABRE SOBRE UNA NOTA QUE ESTA EN EL MAESTRO:
      /SE ELIGE DE LA TABLA DEL ALUMNO Y LA NOTA POSTEADA SE TOMA
      /DE AHI, NO SE TIPEA
           PERFORM PEDIR-STUDENT-ID.
           MOVE ID-ENTRADA TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "NO EXISTE EL ESTUDIANTE: " ID-ENTRADA
                   GO TO PRESENTAR-APELACION-EXIT
           END-READ.
           PERFORM MOSTRAR-NOTAS.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Numero de la nota apelada: "
               PERFORM VALIDANUMNOTA
               IF NOTA-ELEGIDA < 1 OR NOTA-ELEGIDA > SM-GRADE-COUNT
                   DISPLAY "NUMERO INVALIDO: DEBE SER 1 A "
                       SM-GRADE-COUNT
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.
           MOVE SM-STUDENT-ID TO ALUMNO-APELADO.
           MOVE SM-GRADE-SUBJ(NOTA-ELEGIDA) TO MATERIA-APELADA.
           MOVE SM-GRADE-DATE(NOTA-ELEGIDA) TO FECHA-APELADA.

           MOVE SPACES TO APELACION-RECORD.
           MOVE ALUMNO-APELADO TO AP-STUDENT-ID.
           MOVE MATERIA-APELADA TO AP-SUBJ.
           MOVE FECHA-APELADA TO AP-FECHA-NOTA.
           MOVE SM-GRADE-VALUE(NOTA-ELEGIDA) TO AP-NOTA-POSTEADA.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Termino de la nota: "
               ACCEPT TERM-ENTRADA
               IF TERM-ENTRADA = SPACES
                   DISPLAY "EL TERMINO NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.
           MOVE TERM-ENTRADA TO AP-TERM.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Motivo de la apelacion: "
               ACCEPT MOTIVO-ENTRADA
               IF MOTIVO-ENTRADA = SPACES
                   DISPLAY "EL MOTIVO NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.
           MOVE MOTIVO-ENTRADA TO AP-MOTIVO.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Quien la presenta (alumno o tutor): "
               ACCEPT NOMBRE-ENTRADA
               IF NOMBRE-ENTRADA = SPACES
                   DISPLAY "EL NOMBRE NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.
           MOVE NOMBRE-ENTRADA TO AP-PRESENTADOR.
           MOVE "P" TO AP-ESTADO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD TO AP-FECHA-ALTA.
           MOVE OPERADOR-ACTUAL TO AP-OPERADOR-ALTA.
           MOVE 0 TO AP-FECHA-REVISION AP-NOTA-SUGERIDA.
           MOVE 0 TO AP-FECHA-DECISION AP-NOTA-RESUELTA.
           MOVE 0 TO AP-FECHA-CIERRE.
           MOVE APELACION-RECORD TO APELACION-NUEVA.

      /UNA SOLA APELACION ABIERTA POR NOTA; EL BARRIDO DA TAMBIEN EL
      /ULTIMO NUMERO ASIGNADO
           PERFORM BARRER-APELACIONES.
           IF APELACION-DUPLICADA
               DISPLAY "ESA NOTA YA TIENE UNA APELACION ABIERTA"
               GO TO PRESENTAR-APELACION-EXIT
           END-IF.
           MOVE APELACION-NUEVA TO APELACION-RECORD.
           ADD 1 TO ULTIMO-NUMERO GIVING AP-NUMERO.
           PERFORM MOSTRAR-APELACION.
           DISPLAY "CONFIRMA LA OPERACION? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.
           IF CONFIRMA
               WRITE APELACION-RECORD
                   INVALID KEY
                       DISPLAY "ALTA RECHAZADA, STATUS: "
                           APEL-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM REGISTRAR-CAMBIO-LOG
                       DISPLAY "APELACION PRESENTADA: " AP-NUMERO
               END-WRITE
           ELSE
               DISPLAY "ALTA CANCELADA"
           END-IF.

       PRESENTAR-APELACION-EXIT.
           EXIT.

       BARRER-APELACIONES.
           MOVE 0 TO ULTIMO-NUMERO.
           MOVE "N" TO DUPLICADA-SW.
           MOVE "N" TO APEL-EOF-SW.
           MOVE 0 TO AP-NUMERO.
           START APEL-FILE KEY IS NOT LESS THAN AP-NUMERO
               INVALID KEY MOVE "Y" TO APEL-EOF-SW
           END-START.
           PERFORM UNTIL APEL-EOF
               READ APEL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO APEL-EOF-SW
                   NOT AT END
                       MOVE AP-NUMERO TO ULTIMO-NUMERO
                       IF AP-STUDENT-ID = ALUMNO-APELADO
                          AND AP-SUBJ = MATERIA-APELADA
                          AND AP-FECHA-NOTA = FECHA-APELADA
                          AND AP-ABIERTA
                           MOVE "Y" TO DUPLICADA-SW
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-APELACION.
      /EL DOCENTE DE LA MATERIA REVISA LA NOTA: LA SOSTIENE O
      /PROPONE OTRA, CON SU COMENTARIO PARA EL COMITE. LA REVISA
      /SOLO EL DOCENTE DE LA SECCION DEL ALUMNO, COMO EN LA CARGA DE
      /NOTAS Y ASISTENCIA (UN ROL ADMINISTRATIVO PUEDE CON TODAS)
           PERFORM PEDIR-APELACION.
           IF NOT APELACION-HALLADA
               GO TO REVISAR-APELACION-EXIT
           END-IF.
           IF NOT AP-PRESENTADA
               DISPLAY "LA APELACION NO ESTA ESPERANDO REVISION"
               GO TO REVISAR-APELACION-EXIT
           END-IF.
           PERFORM CONTROLAR-DOCENTE.
           IF DS-DENEGADO
               GO TO REVISAR-APELACION-EXIT
           END-IF.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "El docente (S)ostiene o (M)odifica: "
               ACCEPT RESPUESTA-ENTRADA
               IF RESPUESTA-ENTRADA = "S" OR "M"
                   MOVE "Y" TO CAMPO-VALIDO-SW
               ELSE
                   DISPLAY "RESPUESTA INVALIDA: S O M"
               END-IF
           END-PERFORM.
           MOVE RESPUESTA-ENTRADA TO AP-OPINION-DOCENTE.
           IF AP-DOCENTE-MODIFICA
               DISPLAY "Nota sugerida (0-10): "
               PERFORM PEDIR-NOTA
               MOVE NOTA-VALIDA TO AP-NOTA-SUGERIDA
           ELSE
               MOVE AP-NOTA-POSTEADA TO AP-NOTA-SUGERIDA
           END-IF.
           DISPLAY "Comentario del docente: ".
           ACCEPT TEXTO-ENTRADA.
           MOVE TEXTO-ENTRADA TO AP-COMENTARIO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD TO AP-FECHA-REVISION.
           MOVE OPERADOR-ACTUAL TO AP-OPERADOR-REVISION.
           MOVE "R" TO AP-ESTADO.
           PERFORM GRABAR-PASO.

       REVISAR-APELACION-EXIT.
           EXIT.

       DECIDIR-APELACION.
      /EL COMITE ACEPTA LA APELACION CON LA NOTA QUE RESUELVE (POR
      /DEFECTO LA SUGERIDA POR EL DOCENTE) O LA RECHAZA; LA DECISION
      /ES DEL ROL "O", COMO LA SEGUNDA FIRMA DE LA CONCILIACION
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY "SOLO UN USUARIO DE ROL O DECIDE APELACIONES"
               GO TO DECIDIR-APELACION-EXIT
           END-IF.
           PERFORM PEDIR-APELACION.
           IF NOT APELACION-HALLADA
               GO TO DECIDIR-APELACION-EXIT
           END-IF.
           IF NOT AP-REVISADA
               DISPLAY "LA APELACION NO ESTA ESPERANDO DECISION"
               GO TO DECIDIR-APELACION-EXIT
           END-IF.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "El comite (A)cepta o (R)echaza: "
               ACCEPT RESPUESTA-ENTRADA
               IF RESPUESTA-ENTRADA = "A" OR "R"
                   MOVE "Y" TO CAMPO-VALIDO-SW
               ELSE
                   DISPLAY "RESPUESTA INVALIDA: A O R"
               END-IF
           END-PERFORM.
           MOVE RESPUESTA-ENTRADA TO AP-DECISION.
           IF AP-ACEPTADA
               DISPLAY "Nota resuelta (0-10, ENTER = "
                   AP-NOTA-SUGERIDA "): "
               PERFORM PEDIR-NOTA-RESUELTA
           ELSE
               MOVE AP-NOTA-POSTEADA TO AP-NOTA-RESUELTA
           END-IF.
           DISPLAY "Fundamento de la decision: ".
           ACCEPT TEXTO-ENTRADA.
           MOVE TEXTO-ENTRADA TO AP-FUNDAMENTO.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD TO AP-FECHA-DECISION.
           MOVE OPERADOR-ACTUAL TO AP-OPERADOR-DECISION.
           MOVE "D" TO AP-ESTADO.
           PERFORM GRABAR-PASO.

       DECIDIR-APELACION-EXIT.
           EXIT.

       PEDIR-NOTA-RESUELTA.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               ACCEPT NOTA-ENTRADA
               IF NOTA-ENTRADA = SPACES
                   MOVE AP-NOTA-SUGERIDA TO AP-NOTA-RESUELTA
                   MOVE "Y" TO CAMPO-VALIDO-SW
               ELSE
                   PERFORM VALIDAR-NOTA
                   IF CAMPO-VALIDO
                       MOVE NOTA-VALIDA TO AP-NOTA-RESUELTA
                   END-IF
               END-IF
           END-PERFORM.

       CERRAR-APELACION.
      /UNA APELACION ACEPTADA SE CIERRA APLICANDO LA NOTA RESUELTA
      /AL MAESTRO; UNA RECHAZADA SE CIERRA SIN TOCARLO. EL CIERRE,
      /COMO LA DECISION, ES DEL ROL "O"
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY "SOLO UN USUARIO DE ROL O CIERRA APELACIONES"
               GO TO CERRAR-APELACION-EXIT
           END-IF.
           PERFORM PEDIR-APELACION.
           IF NOT APELACION-HALLADA
               GO TO CERRAR-APELACION-EXIT
           END-IF.
           IF NOT AP-DECIDIDA
               DISPLAY "LA APELACION NO ESTA ESPERANDO CIERRE"
               GO TO CERRAR-APELACION-EXIT
           END-IF.
           IF AP-ACEPTADA
              AND AP-NOTA-RESUELTA NOT = AP-NOTA-POSTEADA
               PERFORM APLICAR-NOTA-RESUELTA
                   THRU APLICAR-NOTA-RESUELTA-EXIT
           ELSE
               DISPLAY "CONFIRMA EL CIERRE SIN CAMBIO DE NOTA? "
                   "(S/N): "
               MOVE "N" TO CONFIRMA-SW
               ACCEPT CONFIRMA-SW
               IF CONFIRMA
                   MOVE "N" TO AP-APLICADA
                   PERFORM MARCAR-CIERRE
               ELSE
                   DISPLAY "CIERRE CANCELADO"
               END-IF
           END-IF.

       CERRAR-APELACION-EXIT.
           EXIT.

       APLICAR-NOTA-RESUELTA.
      /LA NOTA SE BUSCA POR MATERIA Y FECHA, NO POR POSICION: LA
      /TABLA PUDO RECARGARSE DESDE QUE SE PRESENTO LA APELACION
           MOVE AP-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "EL ALUMNO YA NO ESTA EN STUDMAST: "
                       AP-STUDENT-ID
                   GO TO APLICAR-NOTA-RESUELTA-EXIT
           END-READ.
           MOVE 0 TO IND-APELADA.
           PERFORM VARYING IND-NOTA FROM 1 BY 1
                   UNTIL IND-NOTA > SM-GRADE-COUNT
               IF SM-GRADE-SUBJ(IND-NOTA) = AP-SUBJ
                  AND SM-GRADE-DATE(IND-NOTA) = AP-FECHA-NOTA
                   MOVE IND-NOTA TO IND-APELADA
               END-IF
           END-PERFORM.
           IF IND-APELADA = 0
               DISPLAY "LA NOTA APELADA YA NO ESTA EN STUDMAST: "
                   AP-SUBJ " " AP-FECHA-NOTA
               DISPLAY "REVISE LA TABLA DE NOTAS ANTES DE CERRAR"
               GO TO APLICAR-NOTA-RESUELTA-EXIT
           END-IF.
           IF SM-GRADE-VALUE(IND-APELADA) NOT = AP-NOTA-POSTEADA
               DISPLAY "ATENCION: LA NOTA CAMBIO DESDE LA APELACION,"
                   " HOY ES " SM-GRADE-VALUE(IND-APELADA)
           END-IF.
           PERFORM ARMAR-IMAGEN-NOTAS.
           MOVE IMAGEN-NOTAS TO IMAGEN-NOTAS-ANTES.
           MOVE AP-NOTA-RESUELTA TO SM-GRADE-VALUE(IND-APELADA).
           DISPLAY "EL REGISTRO QUEDARIA ASI:".
           PERFORM MOSTRAR-NOTAS.
           DISPLAY "CONFIRMA LA OPERACION? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.
           IF NOT CONFIRMA
               DISPLAY "CIERRE CANCELADO"
               GO TO APLICAR-NOTA-RESUELTA-EXIT
           END-IF.
           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CAMBIO RECHAZADO, STATUS: "
                       STUDENT-MASTER-STATUS
                   GO TO APLICAR-NOTA-RESUELTA-EXIT
           END-REWRITE.
           PERFORM REGISTRAR-AUDITORIA-NOTAS.
           DISPLAY "NOTAS ACTUALIZADAS: " SM-STUDENT-ID.
           MOVE "S" TO AP-APLICADA.
           PERFORM MARCAR-CIERRE.

       APLICAR-NOTA-RESUELTA-EXIT.
           EXIT.

       MARCAR-CIERRE.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD TO AP-FECHA-CIERRE.
           MOVE OPERADOR-ACTUAL TO AP-OPERADOR-CIERRE.
           MOVE "C" TO AP-ESTADO.
           REWRITE APELACION-RECORD
               INVALID KEY
                   DISPLAY "CIERRE RECHAZADO, STATUS: "
                       APEL-FILE-STATUS
               NOT INVALID KEY
                   PERFORM REGISTRAR-CAMBIO-LOG
                   DISPLAY "APELACION CERRADA: " AP-NUMERO
           END-REWRITE.

       GRABAR-PASO.
           PERFORM MOSTRAR-APELACION.
           DISPLAY "CONFIRMA LA OPERACION? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.
           IF CONFIRMA
               REWRITE APELACION-RECORD
                   INVALID KEY
                       DISPLAY "CAMBIO RECHAZADO, STATUS: "
                           APEL-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM REGISTRAR-CAMBIO-LOG
                       DISPLAY "APELACION ACTUALIZADA: " AP-NUMERO
               END-REWRITE
           ELSE
               DISPLAY "CAMBIO CANCELADO"
           END-IF.

       CONSULTAR-ALUMNO.
           PERFORM PEDIR-STUDENT-ID.
           MOVE ID-ENTRADA TO ALUMNO-APELADO.
           MOVE 0 TO CANT-LISTADAS.
           MOVE "N" TO APEL-EOF-SW.
           MOVE 0 TO AP-NUMERO.
           START APEL-FILE KEY IS NOT LESS THAN AP-NUMERO
               INVALID KEY MOVE "Y" TO APEL-EOF-SW
           END-START.
           PERFORM UNTIL APEL-EOF
               READ APEL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO APEL-EOF-SW
                   NOT AT END
                       IF AP-STUDENT-ID = ALUMNO-APELADO
                           ADD 1 TO CANT-LISTADAS
                           PERFORM MOSTRAR-APELACION
                       END-IF
               END-READ
           END-PERFORM.
           IF CANT-LISTADAS = 0
               DISPLAY "EL ALUMNO NO TIENE APELACIONES: "
                   ALUMNO-APELADO
           END-IF.

       PEDIR-APELACION.
           MOVE "N" TO APELACION-HALLADA-SW.
           DISPLAY "Numero de apelacion: ".
           PERFORM VALIDANUMAPEL.
           MOVE NUMERO-ENTRADA TO AP-NUMERO.
           READ APEL-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE LA APELACION: " NUMERO-ENTRADA
               NOT INVALID KEY
                   MOVE "Y" TO APELACION-HALLADA-SW
                   PERFORM MOSTRAR-APELACION
           END-READ.

       MOSTRAR-APELACION.
           DISPLAY SPACE.
           DISPLAY "APELACION " AP-NUMERO "  ALUMNO " AP-STUDENT-ID
               "  TERMINO " AP-TERM.
           DISPLAY "  NOTA " AP-SUBJ " " AP-FECHA-NOTA
               " POSTEADA " AP-NOTA-POSTEADA.
           DISPLAY "  MOTIVO: " AP-MOTIVO.
           DISPLAY "  PRESENTADA " AP-FECHA-ALTA " POR "
               AP-PRESENTADOR " (OP " AP-OPERADOR-ALTA ")".
           IF AP-FECHA-REVISION > 0
               DISPLAY "  REVISADA " AP-FECHA-REVISION " OP "
                   AP-OPERADOR-REVISION " DOCENTE "
                   AP-OPINION-DOCENTE " SUGIERE " AP-NOTA-SUGERIDA
               DISPLAY "    " AP-COMENTARIO
           END-IF.
           IF AP-FECHA-DECISION > 0
               DISPLAY "  DECIDIDA " AP-FECHA-DECISION " OP "
                   AP-OPERADOR-DECISION " COMITE " AP-DECISION
                   " NOTA " AP-NOTA-RESUELTA
               DISPLAY "    " AP-FUNDAMENTO
           END-IF.
           IF AP-FECHA-CIERRE > 0
               DISPLAY "  CERRADA " AP-FECHA-CIERRE " OP "
                   AP-OPERADOR-CIERRE " APLICADA " AP-APLICADA
           END-IF.
           EVALUATE TRUE
               WHEN AP-PRESENTADA
                   DISPLAY "  ESTADO: PRESENTADA, ESPERA AL DOCENTE"
               WHEN AP-REVISADA
                   DISPLAY "  ESTADO: REVISADA, ESPERA AL COMITE"
               WHEN AP-DECIDIDA
                   DISPLAY "  ESTADO: DECIDIDA, ESPERA EL CIERRE"
               WHEN AP-CERRADA
                   DISPLAY "  ESTADO: CERRADA"
               WHEN OTHER
                   DISPLAY "  ESTADO: " AP-ESTADO
           END-EVALUATE.

       PEDIR-STUDENT-ID.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Ingrese el ID del estudiante: "
               ACCEPT ID-ENTRADA
               IF ID-ENTRADA = SPACES
                   DISPLAY "EL ID NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.

       PEDIR-NOTA.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               ACCEPT NOTA-ENTRADA
               PERFORM VALIDAR-NOTA
           END-PERFORM.

       VALIDAR-NOTA.
           IF NOTA-ENTRADA NUMERIC
               MOVE NOTA-ENTRADA TO NOTA-VALIDA
               IF NOTA-VALIDA >= NOTA-MINIMA
                  AND NOTA-VALIDA <= NOTA-MAXIMA
                   MOVE "Y" TO CAMPO-VALIDO-SW
               ELSE
                   DISPLAY "NOTA FUERA DE RANGO"
               END-IF
           ELSE
               DISPLAY "VALOR NO NUMERICO, REINGRESE"
           END-IF.

       MOSTRAR-NOTAS.
           DISPLAY "ESTUDIANTE: " SM-STUDENT-ID " " SM-STUDENT-NAME.
           DISPLAY "NOTAS ACTUALES (" SM-GRADE-COUNT "):".
           PERFORM VARYING IND-NOTA FROM 1 BY 1
                   UNTIL IND-NOTA > SM-GRADE-COUNT
               MOVE IND-NOTA TO IND-NOTA-EDIT
               DISPLAY "  NOTA " IND-NOTA-EDIT ": "
                   SM-GRADE-SUBJ(IND-NOTA) " "
                   SM-GRADE-DATE(IND-NOTA) " "
                   SM-GRADE-VALUE(IND-NOTA)
           END-PERFORM.

       CONTROLAR-DOCENTE.
      /LA SECCION DE LA APELACION ES LA DEL ALUMNO EN STUDMAST;
      /DOCSECC DECIDE SI EL OPERADOR ES SU DOCENTE
           MOVE AP-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO SM-SECTION
           END-READ.
           MOVE OPERADOR-ACTUAL TO DS-EMP-ID.
           MOVE SM-SECTION TO DS-SECTION.
           CALL "DOCSECC" USING DOCENTE-AREA.
           IF DS-DENEGADO
               DISPLAY "SECCION " SM-SECTION " NO PERMITIDA: "
                   DS-MOTIVO
           END-IF.

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
                                   MOVE UM-ROLE TO OPERADOR-ROL
                               ELSE
                                   DISPLAY "PIN INCORRECTO"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-MASTER
           END-IF.

       ARMAR-IMAGEN-NOTAS.
      /VUELCA LA TABLA DE NOTAS A UNA LINEA DE TEXTO (CANTIDAD Y
      /MATERIA/FECHA/NOTA POR ENTRADA) PARA LAS IMAGENES DEL RASTRO
           MOVE SPACES TO IMAGEN-NOTAS.
           MOVE 1 TO PUNTERO-IMAGEN.
           STRING SM-GRADE-COUNT DELIMITED BY SIZE
               INTO IMAGEN-NOTAS
               WITH POINTER PUNTERO-IMAGEN.
           PERFORM VARYING IND-NOTA FROM 1 BY 1
                   UNTIL IND-NOTA > SM-GRADE-COUNT
               STRING " " DELIMITED BY SIZE
                   SM-GRADE-SUBJ(IND-NOTA) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   SM-GRADE-DATE(IND-NOTA) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   SM-GRADE-VALUE(IND-NOTA) DELIMITED BY SIZE
                   INTO IMAGEN-NOTAS
                   WITH POINTER PUNTERO-IMAGEN
           END-PERFORM.

       REGISTRAR-AUDITORIA-NOTAS.
      /DEJA EN GRADAUDT EL RENGLON DE LA APELACION QUE ORIGINA EL
      /CAMBIO Y LAS IMAGENES ANTES Y DESPUES, CON EL OPERADOR Y LA
      /FECHA/HORA
           PERFORM ARMAR-IMAGEN-NOTAS.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND GRADE-AUDIT.
           IF GRADE-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT GRADE-AUDIT
           END-IF.
           MOVE SPACES TO GRADE-AUDIT-RECORD.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO GA-TIMESTAMP.
           MOVE OPERADOR-ACTUAL TO GA-OPERADOR.
           MOVE SM-STUDENT-ID TO GA-STUDENT-ID.
           MOVE "APELAC" TO GA-IMAGEN.
           STRING "APELACION " DELIMITED BY SIZE
               AP-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AP-SUBJ DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AP-FECHA-NOTA DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               AP-NOTA-POSTEADA DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               AP-NOTA-RESUELTA DELIMITED BY SIZE
               " COMITE " DELIMITED BY SIZE
               AP-FECHA-DECISION DELIMITED BY SIZE
               INTO GA-CONTENIDO.
           PERFORM GRABAR-AUDITORIA-NOTAS.
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

       REGISTRAR-CAMBIO-LOG.
      /CADA PASO DE UNA APELACION QUEDA EN EL RUN-LOG COMPARTIDO CON
      /EL NUMERO, EL ALUMNO Y EL ESTADO EN QUE QUEDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "APELMNT" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "OPC=" DELIMITED BY SIZE
               OPCION-MANTEN DELIMITED BY SIZE
               " APE=" DELIMITED BY SIZE
               AP-NUMERO DELIMITED BY SIZE
               " ALU=" DELIMITED BY SIZE
               AP-STUDENT-ID DELIMITED BY SIZE
               " EST=" DELIMITED BY SIZE
               AP-ESTADO DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "APELMNT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "APELMNT" TO RL-PROGRAMA.
           MOVE "INICIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       REGISTRAR-LOG-FIN.
      /DEJA CONSTANCIA DEL FIN DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "APELMNT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDANUMAPEL,
                                     CAMPO-GENERICO BY NUMERO-ENTRADA.

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDANUMNOTA,
                                     CAMPO-GENERICO BY NOTA-ELEGIDA.

       END PROGRAM APELMNT.
