      ******************************************************************
      * Author:Pedro Burgos
      * Date:18/4/26
      * Purpose:Mantenimiento-Del-Horario-De-Clases-Con-Conflictos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAMNT IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      /EL ACCESO ES DINAMICO PORQUE EL CONTROL DE CONFLICTOS BARRE
      /EL HORARIO ENTERO BUSCANDO EL AULA Y EL DOCENTE EN LA FRANJA
           SELECT HORARIO ASSIGN TO "HORARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-CLAVE
               FILE STATUS IS HORARIO-STATUS.

           SELECT SECT-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-SECTION
               FILE STATUS IS SECT-MASTER-STATUS.

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

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO.
           COPY "HORAREC.cpy".

       FD  SECT-MASTER.
           COPY "SECTMAST.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  SUBJ-MASTER.
           COPY "SUBJMAST.cpy".

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 HORARIO-STATUS PIC X(02).
           88 HORARIO-OK VALUE "00".
       01 SECT-MASTER-STATUS PIC X(02).
       01 STUDENT-MASTER-STATUS PIC X(02).
       01 SUBJ-MASTER-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 OPCION-MANTEN PIC X(01).
           88 OPCION-ALTA   VALUE "A".
           88 OPCION-CAMBIO VALUE "C".
           88 OPCION-BAJA   VALUE "B".
           88 OPCION-LISTA  VALUE "L".
           88 OPCION-SALIR  VALUE "S".

       01 CONFIRMA-SW PIC X(01) VALUE "N".
           88 CONFIRMA VALUE "S".
       01 CAMPO-VALIDO-SW PIC X(01) VALUE "N".
           88 CAMPO-VALIDO VALUE "Y".
       01 CLAVE-VALIDA-SW PIC X(01) VALUE "N".
           88 CLAVE-VALIDA VALUE "Y".
       01 FRANJA-ACEPTADA-SW PIC X(01) VALUE "N".
           88 FRANJA-ACEPTADA VALUE "Y".
       01 AULA-CONOCIDA-SW PIC X(01) VALUE "N".
           88 AULA-CONOCIDA VALUE "Y".
       01 ALUMNOS-DISPONIBLE-SW PIC X(01) VALUE "N".
           88 ALUMNOS-DISPONIBLE VALUE "Y".
       01 MATERIAS-DISPONIBLE-SW PIC X(01) VALUE "N".
           88 MATERIAS-DISPONIBLE VALUE "Y".
       01 BARRIDO-EOF-SW PIC X(01) VALUE "N".
           88 BARRIDO-EOF VALUE "Y".

       01 SECCION-ENTRADA  PIC X(03).
       01 DIA-ENTRADA      PIC 9(01).
       01 MODULO-ENTRADA   PIC 9(02).
       01 MATERIA-ENTRADA  PIC X(04).
       01 AULA-ENTRADA     PIC X(06).
       01 DOCENTE-ENTRADA  PIC X(30).

      * Docente y aula propios de la seccion en SECTMAST: son los que
      * toma la franja cuando se dejan en blanco.
       01 DOCENTE-SECCION  PIC X(30).
       01 AULA-SECCION     PIC X(06).

      * Franja en captura: los barridos de control pisan el area del
      * FD, asi que se arma aqui y se repone antes de grabar.
       01 FRANJA-NUEVA.
           05 NV-CLAVE.
              10 NV-SECTION  PIC X(03).
              10 NV-DIA      PIC 9(01).
              10 NV-PERIODO  PIC 9(02).
           05 NV-SUBJ        PIC X(04).
           05 NV-ROOM        PIC X(06).
           05 NV-TEACHER     PIC X(30).

       01 CANT-INSCRIPTOS PIC 9(05) VALUE 0.
       01 CAPACIDAD-AULA  PIC 9(03) VALUE 0.
       01 CANT-FRANJAS    PIC 9(05) VALUE 0.

       01 NOMBRES-DIAS.
           05 FILLER PIC X(09) VALUE "LUNES".
           05 FILLER PIC X(09) VALUE "MARTES".
           05 FILLER PIC X(09) VALUE "MIERCOLES".
           05 FILLER PIC X(09) VALUE "JUEVES".
           05 FILLER PIC X(09) VALUE "VIERNES".
           05 FILLER PIC X(09) VALUE "SABADO".
       01 TABLA-DIAS REDEFINES NOMBRES-DIAS.
           05 NOMBRE-DIA OCCURS 6 TIMES PIC X(09).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      /HORARIO DE CLASES: CADA FRANJA ES SECCION, DIA Y MODULO CON
      /SU MATERIA, AULA Y DOCENTE. UNA FRANJA NO ENTRA SI EL AULA O
      /EL DOCENTE YA ESTAN OCUPADOS EN ESE DIA Y MODULO CON OTRA
      /SECCION, NI SI EL AULA ES MAS CHICA QUE LA INSCRIPCION
           PERFORM REGISTRAR-LOG-INICIO.

           OPEN I-O HORARIO.
           IF HORARIO-STATUS = "35"
      /PRIMERA CORRIDA: EL HORARIO TODAVIA NO EXISTE Y HAY QUE CREARLO
               OPEN OUTPUT HORARIO
               CLOSE HORARIO
               OPEN I-O HORARIO
           END-IF.
           IF NOT HORARIO-OK
               DISPLAY "NO SE PUDO ABRIR HORARIO, STATUS: "
                   HORARIO-STATUS
               MOVE "HORARIO" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE HORARIO-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
      /SIN SECCIONES NO HAY DOCENTE, AULA NI CAPACIDAD CONTRA QUE
      /CONTROLAR: EL HORARIO NO SE PUEDE MANTENER
           OPEN INPUT SECT-MASTER.
           IF SECT-MASTER-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR SECT-MASTER, STATUS: "
                   SECT-MASTER-STATUS
               MOVE "SECTMAST" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE SECT-MASTER-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               CLOSE HORARIO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS = "00"
               MOVE "Y" TO ALUMNOS-DISPONIBLE-SW
           ELSE
               DISPLAY "SIN STUDMAST: NO SE CONTROLA LA INSCRIPCION "
                   "CONTRA EL AULA"
           END-IF.
           OPEN INPUT SUBJ-MASTER.
           IF SUBJ-MASTER-STATUS = "00"
               MOVE "Y" TO MATERIAS-DISPONIBLE-SW
           ELSE
               DISPLAY "SIN SUBJMAST: LA MATERIA NO SE VALIDA"
           END-IF.

           PERFORM CICLO-MANTENIMIENTO.

           CLOSE HORARIO.
           CLOSE SECT-MASTER.
           IF ALUMNOS-DISPONIBLE
               CLOSE STUDENT-MASTER
           END-IF.
           IF MATERIAS-DISPONIBLE
               CLOSE SUBJ-MASTER
           END-IF.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CICLO-MANTENIMIENTO.
           MOVE SPACE TO OPCION-MANTEN.
           PERFORM UNTIL OPCION-SALIR
               DISPLAY SPACE
               DISPLAY "----- HORARIO DE CLASES -----"
               DISPLAY " A - Alta de franja"
               DISPLAY " C - Cambio de franja"
               DISPLAY " B - Baja de franja"
               DISPLAY " L - Listar horario de una seccion"
               DISPLAY " S - Salir"
               DISPLAY "Elija una opcion: "
               ACCEPT OPCION-MANTEN
               EVALUATE TRUE
                   WHEN OPCION-ALTA
                       PERFORM ALTA-FRANJA THRU ALTA-FRANJA-EXIT
                   WHEN OPCION-CAMBIO
                       PERFORM CAMBIO-FRANJA THRU CAMBIO-FRANJA-EXIT
                   WHEN OPCION-BAJA
                       PERFORM BAJA-FRANJA THRU BAJA-FRANJA-EXIT
                   WHEN OPCION-LISTA
                       PERFORM LISTAR-HORARIO
                   WHEN OPCION-SALIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

       ALTA-FRANJA.
           PERFORM PEDIR-CLAVE THRU PEDIR-CLAVE-EXIT.
           IF NOT CLAVE-VALIDA
               GO TO ALTA-FRANJA-EXIT
           END-IF.
           READ HORARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "YA EXISTE LA FRANJA; USE CAMBIO"
                   PERFORM MOSTRAR-FRANJA
                   GO TO ALTA-FRANJA-EXIT
           END-READ.
           MOVE NV-CLAVE TO HO-CLAVE.
           PERFORM PEDIR-MATERIA.
           MOVE MATERIA-ENTRADA TO HO-SUBJ.
      /AULA Y DOCENTE EN BLANCO TOMAN LOS DE LA SECCION EN SECTMAST
           DISPLAY "Aula (blanco toma " AULA-SECCION "): ".
           MOVE SPACES TO AULA-ENTRADA.
           ACCEPT AULA-ENTRADA.
           IF AULA-ENTRADA = SPACES
               MOVE AULA-SECCION TO HO-ROOM
           ELSE
               MOVE AULA-ENTRADA TO HO-ROOM
           END-IF.
           DISPLAY "Docente (blanco toma el de la seccion): ".
           MOVE SPACES TO DOCENTE-ENTRADA.
           ACCEPT DOCENTE-ENTRADA.
           IF DOCENTE-ENTRADA = SPACES
               MOVE DOCENTE-SECCION TO HO-TEACHER
           ELSE
               MOVE DOCENTE-ENTRADA TO HO-TEACHER
           END-IF.
           PERFORM CONTROLAR-FRANJA THRU CONTROLAR-FRANJA-EXIT.
           IF NOT FRANJA-ACEPTADA
               DISPLAY "ALTA RECHAZADA POR CONFLICTO"
               GO TO ALTA-FRANJA-EXIT
           END-IF.
           PERFORM CONFIRMAR-OPERACION.
           IF CONFIRMA
               WRITE HORARIO-RECORD
                   INVALID KEY
                       DISPLAY "ALTA RECHAZADA, STATUS: "
                           HORARIO-STATUS
                   NOT INVALID KEY
                       PERFORM REGISTRAR-CAMBIO-LOG
                       DISPLAY "ALTA APLICADA"
               END-WRITE
           ELSE
               DISPLAY "ALTA CANCELADA"
           END-IF.
       ALTA-FRANJA-EXIT.
           EXIT.

       CAMBIO-FRANJA.
           PERFORM PEDIR-CLAVE THRU PEDIR-CLAVE-EXIT.
           IF NOT CLAVE-VALIDA
               GO TO CAMBIO-FRANJA-EXIT
           END-IF.
           READ HORARIO
               INVALID KEY
                   DISPLAY "NO EXISTE LA FRANJA"
                   GO TO CAMBIO-FRANJA-EXIT
           END-READ.
           PERFORM MOSTRAR-FRANJA.
      /UN CAMPO EN BLANCO CONSERVA EL VALOR ACTUAL DE LA FRANJA
           DISPLAY "Nueva materia (blanco conserva): ".
           MOVE SPACES TO MATERIA-ENTRADA.
           ACCEPT MATERIA-ENTRADA.
           IF MATERIA-ENTRADA NOT = SPACES
               PERFORM VALIDAR-MATERIA
               IF NOT CAMPO-VALIDO
                   GO TO CAMBIO-FRANJA-EXIT
               END-IF
               MOVE MATERIA-ENTRADA TO HO-SUBJ
           END-IF.
           DISPLAY "Nueva aula (blanco conserva): ".
           MOVE SPACES TO AULA-ENTRADA.
           ACCEPT AULA-ENTRADA.
           IF AULA-ENTRADA NOT = SPACES
               MOVE AULA-ENTRADA TO HO-ROOM
           END-IF.
           DISPLAY "Nuevo docente (blanco conserva): ".
           MOVE SPACES TO DOCENTE-ENTRADA.
           ACCEPT DOCENTE-ENTRADA.
           IF DOCENTE-ENTRADA NOT = SPACES
               MOVE DOCENTE-ENTRADA TO HO-TEACHER
           END-IF.
           PERFORM CONTROLAR-FRANJA THRU CONTROLAR-FRANJA-EXIT.
           IF NOT FRANJA-ACEPTADA
               DISPLAY "CAMBIO RECHAZADO POR CONFLICTO"
               GO TO CAMBIO-FRANJA-EXIT
           END-IF.
           PERFORM CONFIRMAR-OPERACION.
           IF CONFIRMA
               REWRITE HORARIO-RECORD
                   INVALID KEY
                       DISPLAY "CAMBIO RECHAZADO, STATUS: "
                           HORARIO-STATUS
                   NOT INVALID KEY
                       PERFORM REGISTRAR-CAMBIO-LOG
                       DISPLAY "CAMBIO APLICADO"
               END-REWRITE
           ELSE
               DISPLAY "CAMBIO CANCELADO"
           END-IF.
       CAMBIO-FRANJA-EXIT.
           EXIT.

       BAJA-FRANJA.
           PERFORM PEDIR-CLAVE THRU PEDIR-CLAVE-EXIT.
           IF NOT CLAVE-VALIDA
               GO TO BAJA-FRANJA-EXIT
           END-IF.
           READ HORARIO
               INVALID KEY
                   DISPLAY "NO EXISTE LA FRANJA"
                   GO TO BAJA-FRANJA-EXIT
           END-READ.
           PERFORM MOSTRAR-FRANJA.
           DISPLAY "CONFIRMA LA BAJA? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.
           IF CONFIRMA
               DELETE HORARIO
                   INVALID KEY
                       DISPLAY "BAJA RECHAZADA, STATUS: "
                           HORARIO-STATUS
                   NOT INVALID KEY
                       PERFORM REGISTRAR-CAMBIO-LOG
                       DISPLAY "BAJA APLICADA"
               END-DELETE
           ELSE
               DISPLAY "BAJA CANCELADA"
           END-IF.
       BAJA-FRANJA-EXIT.
           EXIT.

       LISTAR-HORARIO.
           DISPLAY "Ingrese el codigo de seccion: ".
           MOVE SPACES TO SECCION-ENTRADA.
           ACCEPT SECCION-ENTRADA.
           MOVE 0 TO CANT-FRANJAS.
           MOVE "N" TO BARRIDO-EOF-SW.
           MOVE SECCION-ENTRADA TO HO-SECTION.
           MOVE 0 TO HO-DIA.
           MOVE 0 TO HO-PERIODO.
           START HORARIO KEY IS NOT LESS THAN HO-CLAVE
               INVALID KEY MOVE "Y" TO BARRIDO-EOF-SW
           END-START.
           IF NOT BARRIDO-EOF
               READ HORARIO NEXT RECORD
                   AT END MOVE "Y" TO BARRIDO-EOF-SW
               END-READ
           END-IF.
           DISPLAY "DIA       MOD MATE AULA   DOCENTE".
           PERFORM UNTIL BARRIDO-EOF
                      OR HO-SECTION NOT = SECCION-ENTRADA
               ADD 1 TO CANT-FRANJAS
               DISPLAY NOMBRE-DIA(HO-DIA) " " HO-PERIODO "  "
                   HO-SUBJ " " HO-ROOM " " HO-TEACHER
               READ HORARIO NEXT RECORD
                   AT END MOVE "Y" TO BARRIDO-EOF-SW
               END-READ
           END-PERFORM.
           DISPLAY "FRANJAS DE LA SECCION: " CANT-FRANJAS.

       PEDIR-CLAVE.
      /SECCION (QUE DEBE EXISTIR EN SECTMAST), DIA 1 A 6 (LUNES A
      /SABADO) Y MODULO 1 A 12; DEJA LA CLAVE EN HO-CLAVE Y NV-CLAVE
           MOVE "N" TO CLAVE-VALIDA-SW.
           DISPLAY "Ingrese el codigo de seccion: ".
           MOVE SPACES TO SECCION-ENTRADA.
           ACCEPT SECCION-ENTRADA.
           MOVE SECCION-ENTRADA TO SE-SECTION.
           READ SECT-MASTER
               INVALID KEY
                   DISPLAY "SECCION NO REGISTRADA EN SECTMAST"
                   GO TO PEDIR-CLAVE-EXIT
           END-READ.
           MOVE SE-TEACHER TO DOCENTE-SECCION.
           MOVE SE-ROOM TO AULA-SECCION.
           DISPLAY "Dia (1 LUNES ... 6 SABADO): ".
           PERFORM VALIDADIA.
           DISPLAY "Modulo (1 a 12): ".
           PERFORM VALIDAMODULO.
           MOVE SECCION-ENTRADA TO HO-SECTION.
           MOVE DIA-ENTRADA TO HO-DIA.
           MOVE MODULO-ENTRADA TO HO-PERIODO.
           IF NOT HO-DIA-VALIDO
               DISPLAY "DIA FUERA DE RANGO"
               GO TO PEDIR-CLAVE-EXIT
           END-IF.
           IF NOT HO-PERIODO-VALIDO
               DISPLAY "MODULO FUERA DE RANGO"
               GO TO PEDIR-CLAVE-EXIT
           END-IF.
           MOVE HO-CLAVE TO NV-CLAVE.
           MOVE "Y" TO CLAVE-VALIDA-SW.
       PEDIR-CLAVE-EXIT.
           EXIT.

       PEDIR-MATERIA.
           MOVE "N" TO CAMPO-VALIDO-SW.
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY "Materia (SJ-SUBJ): "
               MOVE SPACES TO MATERIA-ENTRADA
               ACCEPT MATERIA-ENTRADA
               IF MATERIA-ENTRADA = SPACES
                   DISPLAY "LA MATERIA NO PUEDE ESTAR EN BLANCO"
               ELSE
                   PERFORM VALIDAR-MATERIA
               END-IF
           END-PERFORM.

       VALIDAR-MATERIA.
      /CON SUBJMAST PRESENTE LA MATERIA DEBE EXISTIR Y ESTAR ACTIVA,
      /IGUAL QUE EN LA CARGA DE NOTAS
           MOVE "Y" TO CAMPO-VALIDO-SW.
           IF MATERIAS-DISPONIBLE
               MOVE MATERIA-ENTRADA TO SJ-SUBJ
               READ SUBJ-MASTER
                   INVALID KEY
                       DISPLAY "MATERIA NO REGISTRADA EN SUBJMAST"
                       MOVE "N" TO CAMPO-VALIDO-SW
                   NOT INVALID KEY
                       IF NOT SJ-ES-ACTIVA
                           DISPLAY "MATERIA INACTIVA: " SJ-NOMBRE
                           MOVE "N" TO CAMPO-VALIDO-SW
                       END-IF
               END-READ
           END-IF.

       CONTROLAR-FRANJA.
      /BARRE EL HORARIO BUSCANDO OTRA SECCION EN EL MISMO DIA Y
      /MODULO CON LA MISMA AULA O EL MISMO DOCENTE, Y COMPARA LA
      /INSCRIPCION DE LA SECCION CON LA CAPACIDAD DEL AULA
           MOVE HORARIO-RECORD TO FRANJA-NUEVA.
           MOVE "Y" TO FRANJA-ACEPTADA-SW.
           MOVE "N" TO BARRIDO-EOF-SW.
           MOVE LOW-VALUES TO HO-CLAVE.
           START HORARIO KEY IS NOT LESS THAN HO-CLAVE
               INVALID KEY MOVE "Y" TO BARRIDO-EOF-SW
           END-START.
           IF NOT BARRIDO-EOF
               READ HORARIO NEXT RECORD
                   AT END MOVE "Y" TO BARRIDO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL BARRIDO-EOF
               IF HO-DIA = NV-DIA AND HO-PERIODO = NV-PERIODO
                  AND HO-SECTION NOT = NV-SECTION
                   IF HO-ROOM = NV-ROOM
                       DISPLAY "AULA " NV-ROOM " OCUPADA POR LA "
                           "SECCION " HO-SECTION " EN ESA FRANJA"
                       MOVE "N" TO FRANJA-ACEPTADA-SW
                   END-IF
                   IF HO-TEACHER = NV-TEACHER
                       DISPLAY "DOCENTE OCUPADO CON LA SECCION "
                           HO-SECTION " EN ESA FRANJA"
                       MOVE "N" TO FRANJA-ACEPTADA-SW
                   END-IF
               END-IF
               READ HORARIO NEXT RECORD
                   AT END MOVE "Y" TO BARRIDO-EOF-SW
               END-READ
           END-PERFORM.
           MOVE FRANJA-NUEVA TO HORARIO-RECORD.

           IF NOT ALUMNOS-DISPONIBLE
               GO TO CONTROLAR-FRANJA-EXIT
           END-IF.
           PERFORM CONTAR-INSCRIPCION.
           PERFORM BUSCAR-CAPACIDAD-AULA.
           MOVE FRANJA-NUEVA TO HORARIO-RECORD.
           IF NOT AULA-CONOCIDA
      /UN AULA QUE NO ES AULA PROPIA DE NINGUNA SECCION (UN
      /LABORATORIO, UN GIMNASIO) NO TIENE CAPACIDAD REGISTRADA
               DISPLAY "AULA " NV-ROOM " SIN CAPACIDAD EN SECTMAST: "
                   "NO SE CONTROLA EL CUPO"
               GO TO CONTROLAR-FRANJA-EXIT
           END-IF.
           IF CANT-INSCRIPTOS > CAPACIDAD-AULA
               DISPLAY "AULA " NV-ROOM " CON CAPACIDAD "
                   CAPACIDAD-AULA " Y LA SECCION TIENE "
                   CANT-INSCRIPTOS " INSCRIPTOS"
               MOVE "N" TO FRANJA-ACEPTADA-SW
           END-IF.
       CONTROLAR-FRANJA-EXIT.
           EXIT.

       CONTAR-INSCRIPCION.
      /BARRE EL MAESTRO DE ALUMNOS CONTANDO LOS INSCRIPTOS ACTUALES
      /DE LA SECCION DE LA FRANJA
           MOVE 0 TO CANT-INSCRIPTOS.
           MOVE "N" TO BARRIDO-EOF-SW.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-STUDENT-ID
               INVALID KEY MOVE "Y" TO BARRIDO-EOF-SW
           END-START.
           IF NOT BARRIDO-EOF
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO BARRIDO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL BARRIDO-EOF
               IF SM-SECTION = NV-SECTION
                   ADD 1 TO CANT-INSCRIPTOS
               END-IF
               READ STUDENT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO BARRIDO-EOF-SW
               END-READ
           END-PERFORM.

       BUSCAR-CAPACIDAD-AULA.
      /LA CAPACIDAD DE UN AULA SON LOS PUPITRES QUE SECTMAST REGISTRA
      /PARA LAS SECCIONES QUE LA TIENEN COMO AULA PROPIA (LA MAYOR SI
      /LA COMPARTEN VARIAS)
           MOVE 0 TO CAPACIDAD-AULA.
           MOVE "N" TO AULA-CONOCIDA-SW.
           MOVE "N" TO BARRIDO-EOF-SW.
           MOVE LOW-VALUES TO SE-SECTION.
           START SECT-MASTER KEY IS NOT LESS THAN SE-SECTION
               INVALID KEY MOVE "Y" TO BARRIDO-EOF-SW
           END-START.
           IF NOT BARRIDO-EOF
               READ SECT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO BARRIDO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL BARRIDO-EOF
               IF SE-ROOM = NV-ROOM
                   MOVE "Y" TO AULA-CONOCIDA-SW
                   IF SE-CAPACIDAD > CAPACIDAD-AULA
                       MOVE SE-CAPACIDAD TO CAPACIDAD-AULA
                   END-IF
               END-IF
               READ SECT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO BARRIDO-EOF-SW
               END-READ
           END-PERFORM.

       MOSTRAR-FRANJA.
           DISPLAY "SECCION: " HO-SECTION.
           DISPLAY "DIA:     " NOMBRE-DIA(HO-DIA).
           DISPLAY "MODULO:  " HO-PERIODO.
           DISPLAY "MATERIA: " HO-SUBJ.
           DISPLAY "AULA:    " HO-ROOM.
           DISPLAY "DOCENTE: " HO-TEACHER.

       CONFIRMAR-OPERACION.
      /MUESTRA LA FRANJA COMO QUEDARIA Y PIDE CONFIRMACION ANTES DE
      /TOCAR EL HORARIO
           DISPLAY "LA FRANJA QUEDARIA ASI:".
           PERFORM MOSTRAR-FRANJA.
           DISPLAY "CONFIRMA LA OPERACION? (S/N): ".
           MOVE "N" TO CONFIRMA-SW.
           ACCEPT CONFIRMA-SW.

       REGISTRAR-CAMBIO-LOG.
      /CADA ALTA, CAMBIO O BAJA DEL HORARIO QUEDA EN EL RUN-LOG
      /COMPARTIDO CON LA FRANJA TOCADA
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "HORAMNT" TO RL-PROGRAMA.
           MOVE "CAMBIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "OPC=" DELIMITED BY SIZE
               OPCION-MANTEN DELIMITED BY SIZE
               " SEC=" DELIMITED BY SIZE
               HO-SECTION DELIMITED BY SIZE
               " DIA=" DELIMITED BY SIZE
               HO-DIA DELIMITED BY SIZE
               " MOD=" DELIMITED BY SIZE
               HO-PERIODO DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "HORAMNT" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "HORAMNT" TO RL-PROGRAMA.
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
           MOVE "HORAMNT" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDADIA,
                                     CAMPO-GENERICO BY DIA-ENTRADA.

       COPY "NUMACCPT.cpy" REPLACING PARRAFO-GENERICO BY VALIDAMODULO,
                                     CAMPO-GENERICO BY MODULO-ENTRADA.

       END PROGRAM HORAMNT.
