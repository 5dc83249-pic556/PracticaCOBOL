      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Carga-De-Notas-Por-Seccion-Para-GRADPOST
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTACAPT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /EL ACCESO ES DINAMICO PORQUE EL NUMERO NUEVO Y LOS RENGLONES
      /DE CADA LOTE SE RECORREN POR CLAVE
           SELECT NOTA-LOTE ASSIGN TO "NOTALOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NL-CLAVE
               FILE STATUS IS NOTA-LOTE-STATUS.

      /LA SECCION SE RECORRE EN ORDEN DE ALUMNO PARA LA CARGA
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT SUBJ-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SJ-SUBJ
               FILE STATUS IS SUBJ-MASTER-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS USER-MASTER-STATUS.

           SELECT GRADE-TRANS ASSIGN TO "GRADETRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-TRANS-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTA-LOTE.
           COPY "NOTALOTE.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  SUBJ-MASTER.
           COPY "SUBJMAST.cpy".

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  GRADE-TRANS.
      /LA MISMA TRANSACCION QUE POSTEA GRADPOST; EL LOTE VA ENTRE UNA
      /CABECERA *LOTE* Y UNA COLA *TOTAL* CON LA CANTIDAD DE NOTAS Y
      /LA SUMA DE LAS NOTAS COMO TOTALES DE CONTROL
       01  GRADE-TRANS-RECORD.
           05  GT-STUDENT-ID       PIC X(10).
           05  GT-SUBJ             PIC X(04).
           05  GT-FECHA            PIC X(08).
           05  GT-NOTA             PIC 9(03).
       01  GRADE-TRANS-TOTAL.
           05  GC-MARCA            PIC X(10).
           05  GC-CANTIDAD         PIC 9(05).
           05  GC-SUMA-NOTAS       PIC 9(07).
           05  FILLER              PIC X(03).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO GUARDA SOLO EL
      /HASH, ASI QUE EL PIN TIPEADO SE HASHEA Y SE COMPARA
       COPY "PINAREA.cpy".

      /AREA DEL SERVICIO QUE DECIDE SI EL OPERADOR ES EL DOCENTE DE
      /LA SECCION (O TIENE ROL ADMINISTRATIVO)
       COPY "DOCAREA.cpy".

      /AREA DEL SERVICIO DE CALENDARIO DE TERMINOS: LA MISMA REGLA
      /QUE APLICA GRADPOST, PARA NO ARMAR LOTES QUE IRIAN AL SUSPENSO
       COPY "TERMAREA.cpy".

       01 NOTA-LOTE-STATUS PIC X(02).
           88 NOTA-LOTE-OK VALUE "00".
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 SUBJ-MASTER-STATUS PIC X(02).
       01 USER-MASTER-STATUS PIC X(02).
       01 GRADE-TRANS-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

      /IDENTIFICACION DEL OPERADOR: CADA LOTE LLEVA QUIEN LO CARGO Y
      /QUIEN LO LIBERO
       01 OPERADOR-ACTUAL PIC X(10).
       01 OPERADOR-PIN PIC X(04).
       01 OPERADOR-OK-SW PIC X(01) VALUE "N".
           88 OPERADOR-OK VALUE "Y".
       01 INTENTOS-OPERADOR PIC 9(01) VALUE 0.

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-NUEVO     VALUE "N".
           88 OPCION-REVISAR   VALUE "R".
           88 OPCION-LIBERAR   VALUE "L".
           88 OPCION-CONSULTAR VALUE "C".
           88 OPCION-SALIR     VALUE "S".

       01 CONFIRMA-SW PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S".
       01 CAMPO-VALIDO-SW PIC X(01) VALUE "N".
           88 CAMPO-VALIDO VALUE "Y".
       01 LOTE-HALLADO-SW PIC X(01) VALUE "N".
           88 LOTE-HALLADO VALUE "Y".
       01 DUPLICADO-SW PIC X(01) VALUE "N".
           88 LOTE-DUPLICADO VALUE "Y".
       01 LOTE-EOF-SW PIC X(01) VALUE "N".
           88 LOTE-EOF VALUE "Y".
       01 MAESTRO-EOF-SW PIC X(01) VALUE "N".
           88 MAESTRO-EOF VALUE "Y".
       01 NOTA-CARGADA-SW PIC X(01) VALUE "N".
           88 NOTA-CARGADA VALUE "Y".
       01 CARGA-CORTADA-SW PIC X(01) VALUE "N".
           88 CARGA-CORTADA VALUE "Y".
       01 VALIDAR-MATERIA-SW PIC X(01) VALUE "N".
           88 VALIDAR-MATERIA VALUE "Y".
       01 SEGUIR-SW PIC X(01) VALUE "S".
           88 SEGUIR VALUE "S".

       01 SECCION-ENTRADA PIC X(03).
       01 MATERIA-ENTRADA PIC X(04).
       01 FECHA-ENTRADA   PIC X(08).
       01 ALUMNO-ENTRADA  PIC X(10).
       01 NOTA-ENTRADA    PIC X(03).
       01 NOTA-VALIDA     PIC 9(03).
       01 LARGO-NOTA      PIC 9(01).
       01 NUMERO-ENTRADA  PIC 9(08).

       01 NOTA-MINIMA PIC 9(03) VALUE 0.
       01 NOTA-MAXIMA PIC 9(03) VALUE 10.
       01 MAX-NOTAS-ALUMNO PIC 9(01) VALUE 8.

      /LA CABECERA DEL LOTE EN USO: LOS RECORRIDOS DEL ARCHIVO PISAN
      /EL AREA DEL REGISTRO
       01 CABECERA-LOTE PIC X(81).
       01 LOTE-ACTUAL PIC 9(08).
       01 SECCION-LOTE PIC X(03).
       01 MATERIA-LOTE PIC X(04).
       01 FECHA-LOTE PIC 9(08).
       01 ULTIMO-LOTE PIC 9(08).
       01 CANT-LOTE PIC 9(03).
       01 SUMA-LOTE PIC 9(05).
       01 CANT-EDIT PIC ZZ9.
       01 FECHA-HOY PIC 9(08).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /CARGA DE NOTAS EN LINEA: EL DOCENTE ELIGE SECCION, MATERIA Y
      /FECHA DE LA EVALUACION Y CALIFICA A LOS ALUMNOS DE LA SECCION
      /UNO POR UNO; EL LOTE QUEDA PENDIENTE PARA REVISARLO Y
      /CORREGIRLO, Y AL LIBERARLO PASA A GRADETRN PARA EL GRADPOST
      /DE ESA NOCHE
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

           OPEN I-O NOTA-LOTE.
           IF NOTA-LOTE-STATUS = "35"
      /PRIMERA CORRIDA: EL ARCHIVO TODAVIA NO EXISTE Y HAY QUE CREARLO
               OPEN OUTPUT NOTA-LOTE
               CLOSE NOTA-LOTE
               OPEN I-O NOTA-LOTE
           END-IF.
           IF NOT NOTA-LOTE-OK
               DISPLAY "NO SE PUDO ABRIR NOTALOTE, STATUS: "
                   NOTA-LOTE-STATUS
               MOVE "NOTALOTE" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE NOTA-LOTE-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER, STATUS: "
                   STUDENT-MASTER-STATUS
               MOVE "STUDMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE STUDENT-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           ELSE
      /SIN SUBJMAST LA MATERIA SE ACEPTA SIN VALIDAR, COMO EN GRADPOST
               OPEN INPUT SUBJ-MASTER
               IF SUBJ-MASTER-STATUS = "00"
                   MOVE "Y" TO VALIDAR-MATERIA-SW
               END-IF
               PERFORM IDENTIFICAR-OPERADOR
               IF NOT OPERADOR-OK
                   DISPLAY "ACCESO DENEGADO"
               ELSE
                   PERFORM CICLO-MANTENIMIENTO
               END-IF
               IF VALIDAR-MATERIA
                   CLOSE SUBJ-MASTER
               END-IF
               CLOSE STUDENT-MASTER
           END-IF.
           CLOSE NOTA-LOTE.

           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CICLO-MANTENIMIENTO.
           MOVE SPACE TO OPCION-MANTEN.
           PERFORM UNTIL OPCION-SALIR
               DISPLAY SPACE
               DISPLAY "----- CARGA DE NOTAS POR SECCION -----"
               DISPLAY " N - Nuevo lote de notas"
               DISPLAY " R - Revisar y corregir un lote"
               DISPLAY " L - Liberar un lote para GRADPOST"
               DISPLAY " C - Consultar lotes"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
               EVALUATE TRUE
                   WHEN OPCION-NUEVO
                       PERFORM CARGAR-LOTE-NUEVO
                           THRU CARGAR-LOTE-NUEVO-EXIT
                   WHEN OPCION-REVISAR
                       PERFORM REVISAR-LOTE
                           THRU REVISAR-LOTE-EXIT
                   WHEN OPCION-LIBERAR
                       PERFORM LIBERAR-LOTE
                           THRU LIBERAR-LOTE-EXIT
                   WHEN OPCION-CONSULTAR
                       PERFORM CONSULTAR-LOTES
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       CARGAR-LOTE-NUEVO.
      /UN LOTE POR SECCION, MATERIA Y FECHA: SI YA HAY UNO PENDIENTE
      /PARA LA MISMA EVALUACION SE CORRIGE ESE EN VEZ DE ABRIR OTRO
           PERFORM PEDIR-CABECERA.
           PERFORM BARRER-LOTES.
           IF LOTE-DUPLICADO
               DISPLAY "YA HAY UN LOTE PENDIENTE PARA ESA EVALUACION"
               GO TO CARGAR-LOTE-NUEVO-EXIT
           END-IF.
           ADD 1 TO ULTIMO-LOTE GIVING LOTE-ACTUAL.
           MOVE SPACES TO NOTA-LOTE-RECORD.
           MOVE LOTE-ACTUAL TO NL-LOTE.
           MOVE SECCION-LOTE TO NL-SECCION.
           MOVE MATERIA-LOTE TO NL-SUBJ.
           MOVE FECHA-LOTE TO NL-FECHA.
           MOVE 0 TO NL-NOTA.
           MOVE "P" TO NL-ESTADO.
           MOVE 0 TO NL-CANT-NOTAS.
           MOVE 0 TO NL-SUMA-NOTAS.
           MOVE OPERADOR-ACTUAL TO NL-OPERADOR-ALTA.
           MOVE FECHA-HOY TO NL-FECHA-ALTA.
           MOVE 0 TO NL-FECHA-LIBERA.
           WRITE NOTA-LOTE-RECORD
               INVALID KEY
                   DISPLAY "ALTA DE LOTE RECHAZADA, STATUS: "
                       NOTA-LOTE-STATUS
                   GO TO CARGAR-LOTE-NUEVO-EXIT
           END-WRITE.
           MOVE NOTA-LOTE-RECORD TO CABECERA-LOTE.
           DISPLAY "LOTE " LOTE-ACTUAL " - SECCION " SECCION-LOTE
               " MATERIA " MATERIA-LOTE " FECHA " FECHA-LOTE.
           DISPLAY "NOTA DE 0 A 10; ENTER DEJA AL ALUMNO SIN NOTA, "
               "F TERMINA LA CARGA".
           PERFORM CAPTURAR-SECCION.
           PERFORM RECALCULAR-TOTALES.
           PERFORM REGISTRAR-CAMBIO-LOG.
           MOVE CANT-LOTE TO CANT-EDIT.
           DISPLAY "LOTE " LOTE-ACTUAL " PENDIENTE CON " CANT-EDIT
               " NOTAS; REVISELO Y LIBERELO PARA GRADPOST".

       CARGAR-LOTE-NUEVO-EXIT.
           EXIT.

       PEDIR-CABECERA.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Seccion: "
               ACCEPT SECCION-ENTRADA
               IF SECCION-ENTRADA = SPACES
                   DISPLAY "LA SECCION NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE SECCION-ENTRADA TO SECCION-LOTE
                   PERFORM CONTROLAR-DOCENTE
                   IF DS-PERMITIDO
                       MOVE "Y" TO CAMPO-VALIDO-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SECCION-ENTRADA TO SECCION-LOTE.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Materia: "
               ACCEPT MATERIA-ENTRADA
               PERFORM VALIDAR-MATERIA-ENTRADA
           END-PERFORM.
           MOVE MATERIA-ENTRADA TO MATERIA-LOTE.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Fecha de la evaluacion (AAAAMMDD): "
               ACCEPT FECHA-ENTRADA
               IF FECHA-ENTRADA NUMERIC
                   IF FECHA-ENTRADA > FECHA-HOY
                       DISPLAY "LA FECHA NO PUEDE SER FUTURA"
                   ELSE
                       MOVE "N" TO TV-ACCION
                       MOVE SPACES TO TV-TERM
                       MOVE FECHA-ENTRADA TO TV-FECHA
                       CALL "TERMCHK" USING TERM-AREA
                       IF TV-ACEPTADA
                           MOVE "Y" TO CAMPO-VALIDO-SW
                       ELSE
                           DISPLAY "FECHA RECHAZADA: " TV-MOTIVO
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "FECHA INVALIDA: DEBEN SER 8 DIGITOS"
               END-IF
           END-PERFORM.
           MOVE FECHA-ENTRADA TO FECHA-LOTE.

       VALIDAR-MATERIA-ENTRADA.
      /LA MISMA REGLA QUE APLICA GRADPOST: EL CODIGO DEBE EXISTIR EN
      /SUBJMAST Y ESTAR ACTIVO, ASI EL LOTE NO VUELVE RECHAZADO
           IF MATERIA-ENTRADA = SPACES
               DISPLAY "LA MATERIA NO PUEDE ESTAR EN BLANCO"
           ELSE
               IF VALIDAR-MATERIA
                   MOVE MATERIA-ENTRADA TO SJ-SUBJ
                   READ SUBJ-MASTER
                       INVALID KEY
                           DISPLAY "MATERIA INEXISTENTE EN SUBJMAST"
                       NOT INVALID KEY
                           IF SJ-ES-ACTIVA
                               DISPLAY SJ-NOMBRE
                               MOVE "Y" TO CAMPO-VALIDO-SW
                           ELSE
                               DISPLAY "MATERIA INACTIVA"
                           END-IF
                   END-READ
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-IF.

       BARRER-LOTES.
      /RECORRE LAS CABECERAS: DA EL ULTIMO NUMERO DE LOTE Y DETECTA
      /UN LOTE PENDIENTE PARA LA MISMA EVALUACION
           MOVE 0 TO ULTIMO-LOTE.
           MOVE "N" TO DUPLICADO-SW.
           MOVE "N" TO LOTE-EOF-SW.
           MOVE LOW-VALUES TO NL-CLAVE.
           START NOTA-LOTE KEY IS NOT LESS THAN NL-CLAVE
               INVALID KEY MOVE "Y" TO LOTE-EOF-SW
           END-START.
           PERFORM UNTIL LOTE-EOF
               READ NOTA-LOTE NEXT RECORD
                   AT END
                       MOVE "Y" TO LOTE-EOF-SW
                   NOT AT END
                       MOVE NL-LOTE TO ULTIMO-LOTE
                       IF NL-STUDENT-ID = SPACES
                          AND NL-PENDIENTE
                          AND NL-SECCION = SECCION-LOTE
                          AND NL-SUBJ = MATERIA-LOTE
                          AND NL-FECHA = FECHA-LOTE
                           MOVE "Y" TO DUPLICADO-SW
                       END-IF
               END-READ
           END-PERFORM.

       CAPTURAR-SECCION.
      /PRESENTA A LOS ALUMNOS DE LA SECCION EN ORDEN DE ID; EL
      /DOCENTE CALIFICA UNO POR UNO CON EL CONTROL DE RANGO AL TIPEAR
           MOVE "N" TO MAESTRO-EOF-SW.
           MOVE "N" TO CARGA-CORTADA-SW.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-STUDENT-ID
               INVALID KEY MOVE "Y" TO MAESTRO-EOF-SW
           END-START.
           PERFORM UNTIL MAESTRO-EOF OR CARGA-CORTADA
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO MAESTRO-EOF-SW
                   NOT AT END
                       IF SM-SECTION = SECCION-LOTE
                           PERFORM CAPTURAR-UN-ALUMNO
                       END-IF
               END-READ
           END-PERFORM.

       CAPTURAR-UN-ALUMNO.
           IF SM-GRADE-COUNT >= MAX-NOTAS-ALUMNO
               DISPLAY SM-STUDENT-ID " " SM-STUDENT-NAME
                   ": TABLA DE NOTAS COMPLETA, GRADPOST LA RECHAZARIA"
           ELSE
               DISPLAY SM-STUDENT-ID " " SM-STUDENT-NAME ": "
               PERFORM PEDIR-NOTA-ALUMNO
               IF NOTA-CARGADA
                   MOVE CABECERA-LOTE TO NOTA-LOTE-RECORD
                   MOVE SM-STUDENT-ID TO NL-STUDENT-ID
                   MOVE NOTA-VALIDA TO NL-NOTA
                   WRITE NOTA-LOTE-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA NOTA, STATUS: "
                               NOTA-LOTE-STATUS
                   END-WRITE
               END-IF
           END-IF.

       PEDIR-NOTA-ALUMNO.
      /ENTER DEJA AL ALUMNO SIN NOTA EN EL LOTE Y "F" CORTA LA CARGA;
      /CUALQUIER OTRA COSA TIENE QUE SER UNA NOTA DENTRO DEL RANGO
           MOVE "N" TO NOTA-CARGADA-SW.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               MOVE SPACES TO NOTA-ENTRADA
               ACCEPT NOTA-ENTRADA
               EVALUATE TRUE
                   WHEN NOTA-ENTRADA = SPACES
                       MOVE "Y" TO CAMPO-VALIDO-SW
                   WHEN NOTA-ENTRADA = "F" OR NOTA-ENTRADA = "f"
                       MOVE "Y" TO CAMPO-VALIDO-SW
                       MOVE "Y" TO CARGA-CORTADA-SW
                   WHEN OTHER
                       PERFORM VALIDAR-NOTA
                       IF CAMPO-VALIDO
                           MOVE "Y" TO NOTA-CARGADA-SW
                       END-IF
               END-EVALUATE
           END-PERFORM.

       VALIDAR-NOTA.
      /LA NOTA SE TIPEA ALINEADA A IZQUIERDA ("7", "10"): SOLO CUENTAN
      /LOS CARACTERES ANTES DEL PRIMER BLANCO
           MOVE 0 TO LARGO-NOTA.
           INSPECT NOTA-ENTRADA TALLYING LARGO-NOTA
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF LARGO-NOTA > 0
              AND NOTA-ENTRADA(1:LARGO-NOTA) NUMERIC
               MOVE NOTA-ENTRADA(1:LARGO-NOTA) TO NOTA-VALIDA
               IF NOTA-VALIDA >= NOTA-MINIMA
                  AND NOTA-VALIDA <= NOTA-MAXIMA
                   MOVE "Y" TO CAMPO-VALIDO-SW
               ELSE
                   DISPLAY "NOTA FUERA DE RANGO (0-10), REINGRESE"
               END-IF
           ELSE
               DISPLAY "VALOR NO NUMERICO, REINGRESE"
           END-IF.

       REVISAR-LOTE.
      /MIENTRAS EL LOTE ESTA PENDIENTE SE PUEDE CAMBIAR LA NOTA DE UN
      /ALUMNO, SACARLO DEL LOTE O AGREGAR UNO DE LA SECCION QUE HABIA
      /QUEDADO SIN NOTA
           PERFORM PEDIR-LOTE.
           IF NOT LOTE-HALLADO
               GO TO REVISAR-LOTE-EXIT
           END-IF.
           PERFORM CONTROLAR-DOCENTE.
           IF DS-DENEGADO
               GO TO REVISAR-LOTE-EXIT
           END-IF.
           IF NOT NL-PENDIENTE
               DISPLAY "EL LOTE YA FUE LIBERADO, NO SE PUEDE CORREGIR"
               GO TO REVISAR-LOTE-EXIT
           END-IF.
           PERFORM LISTAR-LOTE.
           MOVE "S" TO SEGUIR-SW.
           PERFORM UNTIL NOT SEGUIR
               DISPLAY "ID del alumno a corregir (blanco termina): "
               MOVE SPACES TO ALUMNO-ENTRADA
               ACCEPT ALUMNO-ENTRADA
               IF ALUMNO-ENTRADA = SPACES
                   MOVE "N" TO SEGUIR-SW
               ELSE
                   PERFORM CORREGIR-UN-ALUMNO
                       THRU CORREGIR-UN-ALUMNO-EXIT
               END-IF
           END-PERFORM.
           PERFORM RECALCULAR-TOTALES.
           PERFORM REGISTRAR-CAMBIO-LOG.
           MOVE CANT-LOTE TO CANT-EDIT.
           DISPLAY "LOTE " LOTE-ACTUAL " QUEDA CON " CANT-EDIT
               " NOTAS".

       REVISAR-LOTE-EXIT.
           EXIT.

       CORREGIR-UN-ALUMNO.
           MOVE ALUMNO-ENTRADA TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "ALUMNO DESCONOCIDO: " ALUMNO-ENTRADA
                   GO TO CORREGIR-UN-ALUMNO-EXIT
           END-READ.
           IF SM-SECTION NOT = SECCION-LOTE
               DISPLAY "EL ALUMNO NO ES DE LA SECCION " SECCION-LOTE
               GO TO CORREGIR-UN-ALUMNO-EXIT
           END-IF.
           MOVE LOTE-ACTUAL TO NL-LOTE.
           MOVE ALUMNO-ENTRADA TO NL-STUDENT-ID.
           READ NOTA-LOTE
               INVALID KEY
                   MOVE "N" TO LOTE-HALLADO-SW
               NOT INVALID KEY
                   MOVE "Y" TO LOTE-HALLADO-SW
           END-READ.
           IF LOTE-HALLADO
               DISPLAY SM-STUDENT-NAME " NOTA ACTUAL: " NL-NOTA
               DISPLAY "Nueva nota (ENTER LO SACA DEL LOTE): "
           ELSE
               DISPLAY SM-STUDENT-NAME " SIN NOTA EN EL LOTE"
               DISPLAY "Nota (ENTER LO DEJA SIN NOTA): "
           END-IF.
           PERFORM PEDIR-NOTA-ALUMNO.
           MOVE "N" TO CARGA-CORTADA-SW.
           EVALUATE TRUE
               WHEN NOTA-CARGADA AND LOTE-HALLADO
                   MOVE NOTA-VALIDA TO NL-NOTA
                   REWRITE NOTA-LOTE-RECORD
                       INVALID KEY
                           DISPLAY "CORRECCION RECHAZADA, STATUS: "
                               NOTA-LOTE-STATUS
                   END-REWRITE
               WHEN NOTA-CARGADA
                   MOVE CABECERA-LOTE TO NOTA-LOTE-RECORD
                   MOVE ALUMNO-ENTRADA TO NL-STUDENT-ID
                   MOVE NOTA-VALIDA TO NL-NOTA
                   WRITE NOTA-LOTE-RECORD
                       INVALID KEY
                           DISPLAY "ALTA RECHAZADA, STATUS: "
                               NOTA-LOTE-STATUS
                   END-WRITE
               WHEN LOTE-HALLADO
                   DELETE NOTA-LOTE
                       INVALID KEY
                           DISPLAY "BAJA RECHAZADA, STATUS: "
                               NOTA-LOTE-STATUS
                   END-DELETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CORREGIR-UN-ALUMNO-EXIT.
           EXIT.

       LIBERAR-LOTE.
      /EL LOTE LIBERADO SE AGREGA A GRADETRN ENTRE SU CABECERA
      /*LOTE* Y SU COLA *TOTAL*, Y YA NO SE PUEDE CORREGIR; UNA
      /CORRECCION POSTERIOR VA POR STUMNT O POR APELACION
           PERFORM PEDIR-LOTE.
           IF NOT LOTE-HALLADO
               GO TO LIBERAR-LOTE-EXIT
           END-IF.
           PERFORM CONTROLAR-DOCENTE.
           IF DS-DENEGADO
               GO TO LIBERAR-LOTE-EXIT
           END-IF.
           IF NOT NL-PENDIENTE
               DISPLAY "EL LOTE YA FUE LIBERADO"
               GO TO LIBERAR-LOTE-EXIT
           END-IF.
           PERFORM LISTAR-LOTE.
           PERFORM RECALCULAR-TOTALES.
           IF CANT-LOTE = 0
               DISPLAY "EL LOTE NO TIENE NOTAS, NADA QUE LIBERAR"
               GO TO LIBERAR-LOTE-EXIT
           END-IF.
           DISPLAY "TOTALES DE CONTROL: " CANT-LOTE " NOTAS, SUMA "
               SUMA-LOTE.
           DISPLAY "LIBERA EL LOTE PARA GRADPOST? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.
           IF NOT CONFIRMA
               DISPLAY "LIBERACION CANCELADA"
               GO TO LIBERAR-LOTE-EXIT
           END-IF.
           OPEN EXTEND GRADE-TRANS.
           IF GRADE-TRANS-STATUS NOT = "00"
               OPEN OUTPUT GRADE-TRANS
           END-IF.
           IF GRADE-TRANS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR GRADETRN, STATUS: "
                   GRADE-TRANS-STATUS
               MOVE "GRADETRN" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE GRADE-TRANS-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               GO TO LIBERAR-LOTE-EXIT
           END-IF.
      /CABECERA: GRADPOST TOMA MATERIA+FECHA COMO IDENTIFICADOR DEL
      /LOTE PARA SU DIARIO, ASI QUE VIAJA "NOTA" + NUMERO DE LOTE
           MOVE SPACES TO GRADE-TRANS-RECORD.
           MOVE "*LOTE*" TO GT-STUDENT-ID.
           MOVE "NOTA" TO GT-SUBJ.
           MOVE LOTE-ACTUAL TO GT-FECHA.
           MOVE 0 TO GT-NOTA.
           WRITE GRADE-TRANS-RECORD.
           PERFORM ESCRIBIR-TRANSACCIONES.
           MOVE SPACES TO GRADE-TRANS-TOTAL.
           MOVE "*TOTAL*" TO GC-MARCA.
           MOVE CANT-LOTE TO GC-CANTIDAD.
           MOVE SUMA-LOTE TO GC-SUMA-NOTAS.
           WRITE GRADE-TRANS-TOTAL.
           CLOSE GRADE-TRANS.
           MOVE CABECERA-LOTE TO NOTA-LOTE-RECORD.
           READ NOTA-LOTE
               INVALID KEY
                   DISPLAY "CABECERA DEL LOTE PERDIDA"
                   GO TO LIBERAR-LOTE-EXIT
           END-READ.
           MOVE "L" TO NL-ESTADO.
           MOVE OPERADOR-ACTUAL TO NL-OPERADOR-LIBERA.
           MOVE FECHA-HOY TO NL-FECHA-LIBERA.
           REWRITE NOTA-LOTE-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO MARCAR EL LOTE, STATUS: "
                       NOTA-LOTE-STATUS
           END-REWRITE.
           PERFORM REGISTRAR-CAMBIO-LOG.
           DISPLAY "LOTE " LOTE-ACTUAL " LIBERADO PARA GRADPOST".

       LIBERAR-LOTE-EXIT.
           EXIT.

       ESCRIBIR-TRANSACCIONES.
           MOVE "N" TO LOTE-EOF-SW.
           MOVE LOTE-ACTUAL TO NL-LOTE.
           MOVE SPACES TO NL-STUDENT-ID.
           START NOTA-LOTE KEY IS GREATER THAN NL-CLAVE
               INVALID KEY MOVE "Y" TO LOTE-EOF-SW
           END-START.
           PERFORM UNTIL LOTE-EOF
               READ NOTA-LOTE NEXT RECORD
                   AT END
                       MOVE "Y" TO LOTE-EOF-SW
                   NOT AT END
                       IF NL-LOTE NOT = LOTE-ACTUAL
                           MOVE "Y" TO LOTE-EOF-SW
                       ELSE
                           MOVE SPACES TO GRADE-TRANS-RECORD
                           MOVE NL-STUDENT-ID TO GT-STUDENT-ID
                           MOVE NL-SUBJ TO GT-SUBJ
                           MOVE NL-FECHA TO GT-FECHA
                           MOVE NL-NOTA TO GT-NOTA
                           WRITE GRADE-TRANS-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       PEDIR-LOTE.
           MOVE "N" TO LOTE-HALLADO-SW.
           DISPLAY "Numero de lote: ".
           PERFORM VALIDANUMLOTE.
           MOVE NUMERO-ENTRADA TO NL-LOTE.
           MOVE SPACES TO NL-STUDENT-ID.
           READ NOTA-LOTE
               INVALID KEY
                   DISPLAY "NO EXISTE EL LOTE: " NUMERO-ENTRADA
               NOT INVALID KEY
                   MOVE "Y" TO LOTE-HALLADO-SW
                   MOVE NOTA-LOTE-RECORD TO CABECERA-LOTE
                   MOVE NL-LOTE TO LOTE-ACTUAL
                   MOVE NL-SECCION TO SECCION-LOTE
                   MOVE NL-SUBJ TO MATERIA-LOTE
                   MOVE NL-FECHA TO FECHA-LOTE
           END-READ.

       LISTAR-LOTE.
           DISPLAY "LOTE " LOTE-ACTUAL " - SECCION " SECCION-LOTE
               " MATERIA " MATERIA-LOTE " FECHA " FECHA-LOTE.
           MOVE "N" TO LOTE-EOF-SW.
           MOVE LOTE-ACTUAL TO NL-LOTE.
           MOVE SPACES TO NL-STUDENT-ID.
           START NOTA-LOTE KEY IS GREATER THAN NL-CLAVE
               INVALID KEY MOVE "Y" TO LOTE-EOF-SW
           END-START.
           PERFORM UNTIL LOTE-EOF
               READ NOTA-LOTE NEXT RECORD
                   AT END
                       MOVE "Y" TO LOTE-EOF-SW
                   NOT AT END
                       IF NL-LOTE NOT = LOTE-ACTUAL
                           MOVE "Y" TO LOTE-EOF-SW
                       ELSE
                           MOVE NL-STUDENT-ID TO SM-STUDENT-ID
                           READ STUDENT-MASTER
                               INVALID KEY
                                   MOVE SPACES TO SM-STUDENT-NAME
                           END-READ
                           DISPLAY "  " NL-STUDENT-ID " "
                               SM-STUDENT-NAME " " NL-NOTA
                       END-IF
               END-READ
           END-PERFORM.

       RECALCULAR-TOTALES.
      /LOS TOTALES DE LA CABECERA SE REHACEN DESDE LOS RENGLONES, ASI
      /LA COLA *TOTAL* DE GRADETRN SIEMPRE CUADRA CON LO QUE SE LIBERA
           MOVE 0 TO CANT-LOTE.
           MOVE 0 TO SUMA-LOTE.
           MOVE "N" TO LOTE-EOF-SW.
           MOVE LOTE-ACTUAL TO NL-LOTE.
           MOVE SPACES TO NL-STUDENT-ID.
           START NOTA-LOTE KEY IS GREATER THAN NL-CLAVE
               INVALID KEY MOVE "Y" TO LOTE-EOF-SW
           END-START.
           PERFORM UNTIL LOTE-EOF
               READ NOTA-LOTE NEXT RECORD
                   AT END
                       MOVE "Y" TO LOTE-EOF-SW
                   NOT AT END
                       IF NL-LOTE NOT = LOTE-ACTUAL
                           MOVE "Y" TO LOTE-EOF-SW
                       ELSE
                           ADD 1 TO CANT-LOTE
                           ADD NL-NOTA TO SUMA-LOTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE LOTE-ACTUAL TO NL-LOTE.
           MOVE SPACES TO NL-STUDENT-ID.
           READ NOTA-LOTE
               INVALID KEY
                   DISPLAY "CABECERA DEL LOTE PERDIDA"
               NOT INVALID KEY
                   MOVE CANT-LOTE TO NL-CANT-NOTAS
                   MOVE SUMA-LOTE TO NL-SUMA-NOTAS
                   REWRITE NOTA-LOTE-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO ACTUALIZAR EL LOTE"
                   END-REWRITE
                   MOVE NOTA-LOTE-RECORD TO CABECERA-LOTE
           END-READ.

       CONSULTAR-LOTES.
           DISPLAY "LOTE     SEC MATE FECHA    EST NOTAS CARGO".
           MOVE "N" TO LOTE-EOF-SW.
           MOVE LOW-VALUES TO NL-CLAVE.
           START NOTA-LOTE KEY IS NOT LESS THAN NL-CLAVE
               INVALID KEY MOVE "Y" TO LOTE-EOF-SW
           END-START.
           PERFORM UNTIL LOTE-EOF
               READ NOTA-LOTE NEXT RECORD
                   AT END
                       MOVE "Y" TO LOTE-EOF-SW
                   NOT AT END
                       IF NL-STUDENT-ID = SPACES
                           MOVE NL-CANT-NOTAS TO CANT-EDIT
                           DISPLAY NL-LOTE " " NL-SECCION " "
                               NL-SUBJ " " NL-FECHA "  "
                               NL-ESTADO "   " CANT-EDIT "  "
                               NL-OPERADOR-ALTA
                       END-IF
               END-READ
           END-PERFORM.

       CONTROLAR-DOCENTE.
      /CADA DOCENTE CARGA, CORRIGE Y LIBERA SOLO LOTES DE SUS
      /SECCIONES; UN ROL ADMINISTRATIVO PUEDE CON TODAS
           MOVE OPERADOR-ACTUAL TO DS-EMP-ID.
           MOVE SECCION-LOTE TO DS-SECTION.
           CALL "DOCSECC" USING DOCENTE-AREA.
           IF DS-DENEGADO
               DISPLAY "SECCION " SECCION-LOTE " NO PERMITIDA: "
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
                               ELSE
                                   DISPLAY "PIN INCORRECTO"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-MASTER
           END-IF.

       REGISTRAR-CAMBIO-LOG.
      /CADA ALTA, CORRECCION O LIBERACION DE UN LOTE QUEDA EN EL
      /RUN-LOG COMPARTIDO CON EL LOTE, LA SECCION Y LA CANTIDAD
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "NOTACAPT" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "OPC=" DELIMITED BY SIZE
               OPCION-MANTEN DELIMITED BY SIZE
               " LOTE=" DELIMITED BY SIZE
               LOTE-ACTUAL DELIMITED BY SIZE
               " SEC=" DELIMITED BY SIZE
               SECCION-LOTE DELIMITED BY SIZE
               " NOTAS=" DELIMITED BY SIZE
               CANT-LOTE DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "NOTACAPT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "NOTACAPT" TO RL-PROGRAMA.
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
           MOVE "NOTACAPT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDANUMLOTE,
                                     CAMPO-GENERICO BY NUMERO-ENTRADA.

       END PROGRAM NOTACAPT.
