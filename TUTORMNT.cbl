      ******************************************************************
      * Author:Pedro Burgos
      * Date:14/5/26
      * Purpose:Mantenimiento-Del-Maestro-De-Tutores-Y-Contactos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTORMNT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUTOR-MASTER ASSIGN TO "TUTORMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-STUDENT-ID
               FILE STATUS IS TUTOR-MASTER-STATUS.

      /EL ALUMNO DEBE EXISTIR EN EL MAESTRO; SIN STUDMAST EL ALTA SE
      /ACEPTA SIN VALIDAR, COMO HACE STUMNT CON LAS SECCIONES
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS STUDENT-MASTER-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TUTOR-MASTER.
           COPY "TUTORREC.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 TUTOR-MASTER-STATUS PIC X(02).
           88 TUTOR-MASTER-OK VALUE "00".
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 VALIDAR-ALUMNO-SW PIC X(01) VALUE "N".
           88 VALIDAR-ALUMNO VALUE "Y".

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-ALTA   VALUE "A".
           88 OPCION-CAMBIO VALUE "C".
           88 OPCION-QUITAR VALUE "Q".
           88 OPCION-BAJA   VALUE "B".
           88 OPCION-LISTA  VALUE "L".
           88 OPCION-SALIR  VALUE "S".

       01 CONFIRMA-SW PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S".
       01 OTRO-SW PIC X(01) VALUE "N".
           88 OTRO-TUTOR VALUE "S".

       01 CAMPO-VALIDO-SW PIC X(01) VALUE "N".
           88 CAMPO-VALIDO VALUE "Y".

       01 ID-ENTRADA        PIC X(10).
       01 NOMBRE-ALUMNO     PIC X(30).
       01 NOMBRE-ENTRADA    PIC X(30).
       01 VINCULO-ENTRADA   PIC X(10).
       01 CALLE-ENTRADA     PIC X(40).
       01 LOCALIDAD-ENTRADA PIC X(30).
       01 POSTAL-ENTRADA    PIC X(08).
       01 IDIOMA-ENTRADA    PIC X(02).
       01 NUMERO-ENTRADA    PIC 9(01).

      * Hasta cuatro tutores por alumno (TU-TUTOR OCCURS 4).
       01 MAX-TUTORES PIC 9(01) VALUE 4.
       01 IND-TUTOR PIC 9(01) COMP.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTRAR-LOG-INICIO.

           OPEN I-O TUTOR-MASTER.
           IF TUTOR-MASTER-STATUS = "35"
      /PRIMERA CORRIDA: EL MAESTRO TODAVIA NO EXISTE Y HAY QUE CREARLO
               OPEN OUTPUT TUTOR-MASTER
               CLOSE TUTOR-MASTER
               OPEN I-O TUTOR-MASTER
           END-IF.
           IF NOT TUTOR-MASTER-OK
               DISPLAY "NO SE PUDO ABRIR TUTOR-MASTER, STATUS: "
                   TUTOR-MASTER-STATUS
               MOVE "TUTORMST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE TUTOR-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           ELSE
               OPEN INPUT STUDENT-MASTER
               IF STUDENT-MASTER-STATUS = "00"
                   MOVE "Y" TO VALIDAR-ALUMNO-SW
               ELSE
                   DISPLAY "SIN STUDMAST: ALUMNOS SIN VALIDAR"
               END-IF
               PERFORM CICLO-MANTENIMIENTO
               IF VALIDAR-ALUMNO
                   CLOSE STUDENT-MASTER
               END-IF
               CLOSE TUTOR-MASTER
           END-IF.

           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CICLO-MANTENIMIENTO.
           MOVE SPACE TO OPCION-MANTEN.
           PERFORM UNTIL OPCION-SALIR
               DISPLAY SPACE
               DISPLAY "----- MANTENIMIENTO DE TUTORES -----"
               DISPLAY " A - Alta de tutores de un alumno"
               DISPLAY " C - Cambio o agregado de un tutor"
               DISPLAY " Q - Quitar un tutor"
               DISPLAY " B - Baja de todos los tutores"
               DISPLAY " L - Listar tutores de un alumno"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
               EVALUATE TRUE
                   WHEN OPCION-ALTA
                       PERFORM ALTA-TUTORES
                   WHEN OPCION-CAMBIO
                       PERFORM CAMBIO-TUTOR
                   WHEN OPCION-QUITAR
                       PERFORM QUITAR-TUTOR
                   WHEN OPCION-BAJA
                       PERFORM BAJA-TUTORES
                   WHEN OPCION-LISTA
                       PERFORM LISTAR-TUTORES
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       ALTA-TUTORES.
           PERFORM PEDIR-ALUMNO.
           IF ID-ENTRADA NOT = SPACES
               MOVE ID-ENTRADA TO TU-STUDENT-ID
               READ TUTOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "EL ALUMNO YA TIENE TUTORES CARGADOS: "
                           ID-ENTRADA
                       DISPLAY "USE LA OPCION C PARA AGREGAR OTRO"
                       MOVE SPACES TO ID-ENTRADA
               END-READ
           END-IF.
           IF ID-ENTRADA = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO TUTOR-RECORD
               MOVE ID-ENTRADA TO TU-STUDENT-ID
               MOVE 0 TO TU-CANT-TUTORES
               MOVE "S" TO OTRO-SW
               PERFORM UNTIL NOT OTRO-TUTOR
                          OR TU-CANT-TUTORES >= MAX-TUTORES
                   ADD 1 TO TU-CANT-TUTORES
                   MOVE TU-CANT-TUTORES TO IND-TUTOR
                   MOVE SPACES TO TU-TUTOR(IND-TUTOR)
                   PERFORM CARGAR-TUTOR
                   IF TU-CANT-TUTORES < MAX-TUTORES
                       DISPLAY "OTRO TUTOR? (S/N): "
                       MOVE "N" TO OTRO-SW
                       ACCEPT OTRO-SW
                   END-IF
               END-PERFORM
               PERFORM CONFIRMAR-OPERACION
               IF CONFIRMA
                   WRITE TUTOR-RECORD
                       INVALID KEY
                           DISPLAY "ALTA RECHAZADA, STATUS: "
                               TUTOR-MASTER-STATUS
                       NOT INVALID KEY
                           PERFORM REGISTRAR-CAMBIO-LOG
                           DISPLAY "ALTA APLICADA: " TU-STUDENT-ID
                   END-WRITE
               ELSE
                   DISPLAY "ALTA CANCELADA"
               END-IF
           END-IF.

       CAMBIO-TUTOR.
      /CAMBIA UN TUTOR EXISTENTE O, CON EL NUMERO SIGUIENTE AL
      /ULTIMO, AGREGA UNO NUEVO
           PERFORM PEDIR-ALUMNO.
           MOVE ID-ENTRADA TO TU-STUDENT-ID.
           READ TUTOR-MASTER
               INVALID KEY
                   DISPLAY "EL ALUMNO NO TIENE TUTORES: " ID-ENTRADA
               NOT INVALID KEY
                   PERFORM MOSTRAR-TUTORES
                   PERFORM PEDIR-NUMERO-TUTOR
                   IF NUMERO-ENTRADA > TU-CANT-TUTORES
                       ADD 1 TO TU-CANT-TUTORES
                       MOVE TU-CANT-TUTORES TO IND-TUTOR
                       MOVE SPACES TO TU-TUTOR(IND-TUTOR)
                       PERFORM CARGAR-TUTOR
                   ELSE
                       MOVE NUMERO-ENTRADA TO IND-TUTOR
                       PERFORM CORREGIR-TUTOR
                   END-IF
                   PERFORM CONFIRMAR-OPERACION
                   IF CONFIRMA
                       REWRITE TUTOR-RECORD
                           INVALID KEY
                               DISPLAY "CAMBIO RECHAZADO, STATUS: "
                                   TUTOR-MASTER-STATUS
                           NOT INVALID KEY
                               PERFORM REGISTRAR-CAMBIO-LOG
                               DISPLAY "CAMBIO APLICADO: "
                                   TU-STUDENT-ID
                       END-REWRITE
                   ELSE
                       DISPLAY "CAMBIO CANCELADO"
                   END-IF
           END-READ.

       QUITAR-TUTOR.
      /SACA UN TUTOR Y CORRE LOS SIGUIENTES UN LUGAR; EL ULTIMO
      /TUTOR DE UN ALUMNO SE SACA CON LA BAJA
           PERFORM PEDIR-ALUMNO.
           MOVE ID-ENTRADA TO TU-STUDENT-ID.
           READ TUTOR-MASTER
               INVALID KEY
                   DISPLAY "EL ALUMNO NO TIENE TUTORES: " ID-ENTRADA
               NOT INVALID KEY
                   PERFORM MOSTRAR-TUTORES
                   IF TU-CANT-TUTORES < 2
                       DISPLAY "ES EL UNICO TUTOR: USE LA BAJA"
                   ELSE
                       PERFORM PEDIR-NUMERO-TUTOR
                       IF NUMERO-ENTRADA > TU-CANT-TUTORES
                           DISPLAY "NO EXISTE ESE TUTOR"
                       ELSE
                           PERFORM CORRER-TUTORES
                           PERFORM CONFIRMAR-OPERACION
                           IF CONFIRMA
                               PERFORM GRABAR-QUITA
                           ELSE
                               DISPLAY "CAMBIO CANCELADO"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CORRER-TUTORES.
           PERFORM VARYING IND-TUTOR FROM NUMERO-ENTRADA BY 1
                   UNTIL IND-TUTOR >= TU-CANT-TUTORES
               MOVE TU-TUTOR(IND-TUTOR + 1) TO TU-TUTOR(IND-TUTOR)
           END-PERFORM.
           MOVE SPACES TO TU-TUTOR(TU-CANT-TUTORES).
           SUBTRACT 1 FROM TU-CANT-TUTORES.

       GRABAR-QUITA.
           REWRITE TUTOR-RECORD
               INVALID KEY
                   DISPLAY "CAMBIO RECHAZADO, STATUS: "
                       TUTOR-MASTER-STATUS
               NOT INVALID KEY
                   PERFORM REGISTRAR-CAMBIO-LOG
                   DISPLAY "TUTOR QUITADO: " TU-STUDENT-ID
           END-REWRITE.

       BAJA-TUTORES.
           PERFORM PEDIR-ALUMNO.
           MOVE ID-ENTRADA TO TU-STUDENT-ID.
           READ TUTOR-MASTER
               INVALID KEY
                   DISPLAY "EL ALUMNO NO TIENE TUTORES: " ID-ENTRADA
               NOT INVALID KEY
                   PERFORM MOSTRAR-TUTORES
                   DISPLAY "CONFIRMA LA BAJA DE TODOS? (S/N): "
                   MOVE "N" TO CONFIRMA-SW
                   ACCEPT CONFIRMA-SW
                   IF CONFIRMA
                       DELETE TUTOR-MASTER
                           INVALID KEY
                               DISPLAY "BAJA RECHAZADA, STATUS: "
                                   TUTOR-MASTER-STATUS
                           NOT INVALID KEY
                               PERFORM REGISTRAR-CAMBIO-LOG
                               DISPLAY "BAJA APLICADA: " ID-ENTRADA
                       END-DELETE
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
           END-READ.

       LISTAR-TUTORES.
           PERFORM PEDIR-ALUMNO.
           MOVE ID-ENTRADA TO TU-STUDENT-ID.
           READ TUTOR-MASTER
               INVALID KEY
                   DISPLAY "EL ALUMNO NO TIENE TUTORES: " ID-ENTRADA
               NOT INVALID KEY
                   PERFORM MOSTRAR-TUTORES
           END-READ.

       PEDIR-ALUMNO.
      /CON STUDMAST PRESENTE EL ALUMNO DEBE EXISTIR; UN ID INEXISTENTE
      /VUELVE EN BLANCO Y LA OPERACION NO SIGUE
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Ingrese el ID del alumno: "
               ACCEPT ID-ENTRADA
               IF ID-ENTRADA = SPACES
                   DISPLAY "EL ID NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.
           MOVE SPACES TO NOMBRE-ALUMNO.
           IF VALIDAR-ALUMNO
               MOVE ID-ENTRADA TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       IF OPCION-ALTA
                           DISPLAY "NO EXISTE EL ALUMNO: " ID-ENTRADA
                           MOVE SPACES TO ID-ENTRADA
                       END-IF
                   NOT INVALID KEY
                       MOVE SM-STUDENT-NAME TO NOMBRE-ALUMNO
                       DISPLAY "ALUMNO: " NOMBRE-ALUMNO
               END-READ
           END-IF.

       PEDIR-NUMERO-TUTOR.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Numero de tutor (1-4): "
               PERFORM VALIDANUMTUTOR
               IF NUMERO-ENTRADA < 1 OR NUMERO-ENTRADA > MAX-TUTORES
                   DISPLAY "NUMERO INVALIDO: DEBE SER 1 A 4"
               ELSE
                   IF NUMERO-ENTRADA > TU-CANT-TUTORES + 1
                       DISPLAY "NO EXISTE ESE TUTOR: PARA AGREGAR USE "
                           "EL NUMERO SIGUIENTE AL ULTIMO"
                   ELSE
                       MOVE "Y" TO CAMPO-VALIDO-SW
                   END-IF
               END-IF
           END-PERFORM.

       CARGAR-TUTOR.
      /CARGA COMPLETA DE UN TUTOR NUEVO EN LA POSICION IND-TUTOR
           MOVE IND-TUTOR TO NUMERO-ENTRADA.
           DISPLAY "TUTOR " NUMERO-ENTRADA.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Nombre del tutor: "
               ACCEPT NOMBRE-ENTRADA
               IF NOMBRE-ENTRADA = SPACES
                   DISPLAY "EL NOMBRE NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.
           MOVE NOMBRE-ENTRADA TO TU-NOMBRE(IND-TUTOR).
           DISPLAY "Vinculo (MADRE, PADRE, TUTOR...): ".
           ACCEPT VINCULO-ENTRADA.
           MOVE VINCULO-ENTRADA TO TU-VINCULO(IND-TUTOR).
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Calle y numero: "
               ACCEPT CALLE-ENTRADA
               IF CALLE-ENTRADA = SPACES
                   DISPLAY "LA CALLE NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.
           MOVE CALLE-ENTRADA TO TU-CALLE(IND-TUTOR).
           DISPLAY "Localidad: ".
           ACCEPT LOCALIDAD-ENTRADA.
           MOVE LOCALIDAD-ENTRADA TO TU-LOCALIDAD(IND-TUTOR).
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Codigo postal: "
               ACCEPT POSTAL-ENTRADA
               IF POSTAL-ENTRADA = SPACES
                   DISPLAY "EL CODIGO POSTAL NO PUEDE ESTAR EN BLANCO"
               ELSE
                   MOVE "Y" TO CAMPO-VALIDO-SW
               END-IF
           END-PERFORM.
           MOVE POSTAL-ENTRADA TO TU-COD-POSTAL(IND-TUTOR).
           MOVE "ES" TO TU-IDIOMA(IND-TUTOR).
           PERFORM PEDIR-IDIOMA.

       CORREGIR-TUTOR.
      /UN CAMPO EN BLANCO CONSERVA EL VALOR ACTUAL DEL MAESTRO
           DISPLAY "Nuevo nombre (blanco conserva): ".
           ACCEPT NOMBRE-ENTRADA.
           IF NOMBRE-ENTRADA NOT = SPACES
               MOVE NOMBRE-ENTRADA TO TU-NOMBRE(IND-TUTOR)
           END-IF.
           DISPLAY "Nuevo vinculo (blanco conserva): ".
           ACCEPT VINCULO-ENTRADA.
           IF VINCULO-ENTRADA NOT = SPACES
               MOVE VINCULO-ENTRADA TO TU-VINCULO(IND-TUTOR)
           END-IF.
           DISPLAY "Nueva calle y numero (blanco conserva): ".
           ACCEPT CALLE-ENTRADA.
           IF CALLE-ENTRADA NOT = SPACES
               MOVE CALLE-ENTRADA TO TU-CALLE(IND-TUTOR)
           END-IF.
           DISPLAY "Nueva localidad (blanco conserva): ".
           ACCEPT LOCALIDAD-ENTRADA.
           IF LOCALIDAD-ENTRADA NOT = SPACES
               MOVE LOCALIDAD-ENTRADA TO TU-LOCALIDAD(IND-TUTOR)
           END-IF.
           DISPLAY "Nuevo codigo postal (blanco conserva): ".
           ACCEPT POSTAL-ENTRADA.
           IF POSTAL-ENTRADA NOT = SPACES
               MOVE POSTAL-ENTRADA TO TU-COD-POSTAL(IND-TUTOR)
           END-IF.
           PERFORM PEDIR-IDIOMA.

       PEDIR-IDIOMA.
      /ES CASTELLANO, EN INGLES; EN BLANCO CONSERVA EL QUE TENIA
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Idioma de preferencia (ES/EN, blanco "
                   "conserva " TU-IDIOMA(IND-TUTOR) "): "
               ACCEPT IDIOMA-ENTRADA
               IF IDIOMA-ENTRADA = SPACES
                   MOVE "Y" TO CAMPO-VALIDO-SW
               ELSE
                   IF IDIOMA-ENTRADA = "ES" OR IDIOMA-ENTRADA = "EN"
                       MOVE IDIOMA-ENTRADA TO TU-IDIOMA(IND-TUTOR)
                       MOVE "Y" TO CAMPO-VALIDO-SW
                   ELSE
                       DISPLAY "IDIOMA INVALIDO: ES O EN"
                   END-IF
               END-IF
           END-PERFORM.

       MOSTRAR-TUTORES.
           DISPLAY "ALUMNO: " TU-STUDENT-ID " " NOMBRE-ALUMNO.
           DISPLAY "TUTORES (" TU-CANT-TUTORES "):".
           PERFORM VARYING IND-TUTOR FROM 1 BY 1
                   UNTIL IND-TUTOR > TU-CANT-TUTORES
               MOVE IND-TUTOR TO NUMERO-ENTRADA
               DISPLAY "  " NUMERO-ENTRADA " " TU-NOMBRE(IND-TUTOR)
                   " " TU-VINCULO(IND-TUTOR) " "
                   TU-IDIOMA(IND-TUTOR)
               DISPLAY "    " TU-CALLE(IND-TUTOR)
               DISPLAY "    " TU-COD-POSTAL(IND-TUTOR) " "
                   TU-LOCALIDAD(IND-TUTOR)
           END-PERFORM.

       CONFIRMAR-OPERACION.
      /MUESTRA EL REGISTRO COMO QUEDARIA Y PIDE CONFIRMACION ANTES
      /DE TOCAR EL MAESTRO
           DISPLAY "EL REGISTRO QUEDARIA ASI:".
           PERFORM MOSTRAR-TUTORES.
           DISPLAY "CONFIRMA LA OPERACION? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.

       REGISTRAR-CAMBIO-LOG.
      /CADA ALTA, CAMBIO O BAJA DEL MAESTRO DE TUTORES QUEDA EN EL
      /RUN-LOG COMPARTIDO CON EL ALUMNO TOCADO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "TUTORMNT" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "OPC=" DELIMITED BY SIZE
               OPCION-MANTEN DELIMITED BY SIZE
               " ALU=" DELIMITED BY SIZE
               TU-STUDENT-ID DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "TUTORMNT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "TUTORMNT" TO RL-PROGRAMA.
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
           MOVE "TUTORMNT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDANUMTUTOR,
                                     CAMPO-GENERICO BY NUMERO-ENTRADA.

       END PROGRAM TUTORMNT.
