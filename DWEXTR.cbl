      ******************************************************************
      * Author:Pedro Burgos
      * Date:17/4/26
      * Purpose:Extracto-Nocturno-Al-Almacen-De-Datos-Con-Novedades
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWEXTR IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-EMP-ID
               FILE STATUS IS FUENTE-STATUS.

           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS FUENTE-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS FUENTE-STATUS.

           SELECT SECT-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SE-SECTION
               FILE STATUS IS FUENTE-STATUS.

           SELECT SUBJ-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SJ-SUBJ
               FILE STATUS IS FUENTE-STATUS.

           SELECT HIST-GRADES ASSIGN TO "HISTGRAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HG-KEY
               FILE STATUS IS FUENTE-STATUS.

           SELECT ATTN-MASTER ASSIGN TO "ATTNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AT-KEY
               FILE STATUS IS FUENTE-STATUS.

           SELECT LOGIN-LOG ASSIGN TO "LOGINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUENTE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUENTE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUENTE-STATUS.

           SELECT DW-TRABAJO ASSIGN TO "DWRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DW-TRABAJO-STATUS.

           SELECT DW-NUEVO ASSIGN TO "DWNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DW-NUEVO-STATUS.

           SELECT SORT-DW ASSIGN TO "SORTWK1".

           SELECT DW-SNAP ASSIGN TO "DWSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DW-SNAP-STATUS.

           SELECT DW-SNAP-NUEVO ASSIGN TO "DWSNAPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DW-SNAP-NUEVO-STATUS.

           SELECT DW-EMPLEADOS ASSIGN TO "DWEMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT DW-DEPTOS ASSIGN TO "DWDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT DW-ALUMNOS ASSIGN TO "DWALUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT DW-SECCIONES ASSIGN TO "DWSECC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT DW-MATERIAS ASSIGN TO "DWMATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT DW-LOGINS ASSIGN TO "DWLOGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT DW-NOTAS ASSIGN TO "DWNOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT DW-HISTORIA ASSIGN TO "DWHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT DW-ASISTENCIA ASSIGN TO "DWASIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT DW-SUSPENSO ASSIGN TO "DWSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT DW-BALANCES ASSIGN TO "DWBALA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALIDA-STATUS.

           SELECT DW-MANIFIESTO ASSIGN TO "DWMANIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DW-MANIFIESTO-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       FD  DEPT-MASTER.
           COPY "DEPTMAST.cpy".

       FD  STUDENT-MASTER.
           COPY "STUDMAST.cpy".

       FD  SECT-MASTER.
           COPY "SECTMAST.cpy".

       FD  SUBJ-MASTER.
           COPY "SUBJMAST.cpy".

       FD  HIST-GRADES.
           COPY "HISTGR.cpy".

       FD  ATTN-MASTER.
           COPY "ATTNMR.cpy".

       FD  LOGIN-LOG.
           COPY "LOGINLR.cpy".

       FD  SUSPENSE-FILE.
           COPY "SUSPREC.cpy".

       FD  BALANCE-FILE.
           COPY "BALREC.cpy".

       FD  DW-TRABAJO.
      /UNA FILA POR REGISTRO DE CUALQUIER FUENTE: NUMERO DE ARCHIVO
      /DE SALIDA, CLAVE DEL REGISTRO Y LA FILA YA DELIMITADA CON "|"
       01  DW-TRABAJO-RECORD.
           05  DR-ENTIDAD          PIC 9(02).
           05  DR-CLAVE            PIC X(50).
           05  DR-DATOS            PIC X(120).

       FD  DW-NUEVO.
       01  DW-NUEVO-RECORD.
           05  DN-ENTIDAD          PIC 9(02).
           05  DN-CLAVE            PIC X(50).
           05  DN-DATOS            PIC X(120).

       SD  SORT-DW.
       01  SORT-DW-RECORD.
           05  SX-ENTIDAD          PIC 9(02).
           05  SX-CLAVE            PIC X(50).
           05  SX-DATOS            PIC X(120).

       FD  DW-SNAP.
      /LO QUE TIENE EL ALMACEN SEGUN EL ULTIMO EXTRACTO, ORDENADO
      /IGUAL QUE DWNEW. SIN ESTE ARCHIVO LA CORRIDA ES UNA CARGA
      /COMPLETA: PARA RECARGAR EL ALMACEN SE BORRA DWSNAP
       01  DW-SNAP-RECORD.
           05  DV-ENTIDAD          PIC 9(02).
           05  DV-CLAVE            PIC X(50).
           05  DV-DATOS            PIC X(120).

       FD  DW-SNAP-NUEVO.
       01  DW-SNAP-NUEVO-RECORD    PIC X(172).

       FD  DW-EMPLEADOS.
       01  DW-EMPLEADOS-LINEA      PIC X(122).

       FD  DW-DEPTOS.
       01  DW-DEPTOS-LINEA         PIC X(122).

       FD  DW-ALUMNOS.
       01  DW-ALUMNOS-LINEA        PIC X(122).

       FD  DW-SECCIONES.
       01  DW-SECCIONES-LINEA      PIC X(122).

       FD  DW-MATERIAS.
       01  DW-MATERIAS-LINEA       PIC X(122).

       FD  DW-LOGINS.
       01  DW-LOGINS-LINEA         PIC X(122).

       FD  DW-NOTAS.
       01  DW-NOTAS-LINEA          PIC X(122).

       FD  DW-HISTORIA.
       01  DW-HISTORIA-LINEA       PIC X(122).

       FD  DW-ASISTENCIA.
       01  DW-ASISTENCIA-LINEA     PIC X(122).

       FD  DW-SUSPENSO.
       01  DW-SUSPENSO-LINEA       PIC X(122).

       FD  DW-BALANCES.
       01  DW-BALANCES-LINEA       PIC X(122).

       FD  DW-MANIFIESTO.
       01  DW-MANIFIESTO-LINEA     PIC X(100).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 FUENTE-STATUS        PIC X(02).
       01 DW-TRABAJO-STATUS    PIC X(02).
       01 DW-NUEVO-STATUS      PIC X(02).
       01 DW-SNAP-STATUS       PIC X(02).
       01 DW-SNAP-NUEVO-STATUS PIC X(02).
       01 SALIDA-STATUS        PIC X(02).
       01 DW-MANIFIESTO-STATUS PIC X(02).
       01 RUN-LOG-STATUS       PIC X(02).

       01 FUENTE-EOF-SW PIC X(01) VALUE "N".
           88 FUENTE-EOF VALUE "Y".
       01 NUEVO-EOF-SW PIC X(01) VALUE "N".
           88 NUEVO-EOF VALUE "Y".
       01 VIEJO-EOF-SW PIC X(01) VALUE "N".
           88 VIEJO-EOF VALUE "Y".
       01 CARGA-COMPLETA-SW PIC X(01) VALUE "N".
           88 CARGA-COMPLETA VALUE "Y".

      * Archivos de salida, en el orden de DR-ENTIDAD. EN-TIPO es D
      * (dimension) o H (hecho); EN-BAJAS-SW en N marca los registros
      * historicos que se depuran por retencion (LOGINLOG, BALFILE):
      * lo que sale de la fuente por la depuracion no es una baja y
      * no se le manda al almacen.
       01 CANT-ENTIDADES PIC 9(02) VALUE 11.
       01 TABLA-ENTIDADES.
           05 ENTIDAD-ITEM OCCURS 11 TIMES.
              10 EN-DEFINICION.
                 15 EN-ARCHIVO  PIC X(08).
                 15 EN-TIPO     PIC X(01).
                 15 EN-BAJAS-SW PIC X(01).
              10 EN-DISPONIBLE  PIC X(01).
              10 EN-FUENTE      PIC 9(07).
              10 EN-ALTAS       PIC 9(07).
              10 EN-CAMBIOS     PIC 9(07).
              10 EN-BAJAS       PIC 9(07).
              10 EN-DEPURADOS   PIC 9(07).
       01 IND-ENTIDAD PIC 9(02) COMP.
       01 IND-NOTA PIC 9(02) COMP.
       01 IND-MATERIA PIC 9(02) COMP.

      * Orden de comparacion de cada lado del apareo.
       01 ORDEN-NUEVO.
           05 ON-ENTIDAD PIC 9(02).
           05 ON-CLAVE   PIC X(50).
       01 ORDEN-VIEJO.
           05 OV-ENTIDAD PIC 9(02).
           05 OV-CLAVE   PIC X(50).

       01 FILA-SALIDA.
           05 FS-ACCION   PIC X(01).
           05 FILLER      PIC X(01) VALUE "|".
           05 FS-DATOS    PIC X(120).
       01 ENTIDAD-SALIDA PIC 9(02).

       01 MONTO-DW PIC 9(05).99.
       01 FECHA-HOY PIC 9(08).
       01 HORA-HOY PIC 9(08).
       01 MODO-TEXTO PIC X(11).
       01 CANT-NO-DISPONIBLES PIC 9(02) VALUE 0.
       01 TOTAL-FILAS PIC 9(07) VALUE 0.
       01 FILAS-ENTIDAD PIC 9(07).
       01 ESTADO-TEXTO PIC X(11).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /EXTRACTO NOCTURNO AL ALMACEN DE DATOS: CADA FUENTE SE BAJA A
      /UNA FILA DELIMITADA POR CLAVE, SE ORDENA Y SE APAREA CONTRA EL
      /EXTRACTO ANTERIOR (DWSNAP). A CADA ARCHIVO SOLO VA LO NUEVO
      /(A), LO CAMBIADO (M) Y LO QUE YA NO ESTA (B); LA PRIMERA VEZ
      /VA TODO COMO ALTA. EL MANIFIESTO DWMANIF LLEVA LOS CONTEOS
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-HOY FROM TIME.
           PERFORM CARGAR-ENTIDADES.

           OPEN OUTPUT DW-TRABAJO.
           PERFORM EXTRAER-EMPLEADOS.
           PERFORM EXTRAER-DEPTOS.
           PERFORM EXTRAER-ALUMNOS.
           PERFORM EXTRAER-SECCIONES.
           PERFORM EXTRAER-MATERIAS.
           PERFORM EXTRAER-LOGINS.
           PERFORM EXTRAER-HISTORIA.
           PERFORM EXTRAER-ASISTENCIA.
           PERFORM EXTRAER-SUSPENSO.
           PERFORM EXTRAER-BALANCES.
           CLOSE DW-TRABAJO.

           SORT SORT-DW
               ON ASCENDING KEY SX-ENTIDAD SX-CLAVE SX-DATOS
               USING DW-TRABAJO
               GIVING DW-NUEVO.

           PERFORM COMPARAR-EXTRACTOS.
           PERFORM RENOVAR-SNAPSHOT.
           PERFORM ESCRIBIR-MANIFIESTO.

           DISPLAY "EXTRACTO AL ALMACEN " MODO-TEXTO
               " FILAS ENVIADAS: " TOTAL-FILAS
               " FUENTES NO DISPONIBLES: " CANT-NO-DISPONIBLES.
           IF CANT-NO-DISPONIBLES > 0
      /UNA FUENTE QUE NO ABRE NO MANDA NOVEDADES NI BAJAS: SU PARTE
      /DEL EXTRACTO ANTERIOR SE CONSERVA Y SE PONE AL DIA LA PROXIMA
               MOVE 8 TO RETURN-CODE
               IF ADDRESS OF LK-RETORNO NOT = NULL
                   MOVE 8 TO LK-RETORNO
               END-IF
           END-IF.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CARGAR-ENTIDADES.
      /CADA ENTRADA: ARCHIVO DE SALIDA (8), TIPO Y SI PROPAGA BAJAS
           MOVE "DWEMPL  DS" TO EN-DEFINICION(1).
           MOVE "DWDEPT  DS" TO EN-DEFINICION(2).
           MOVE "DWALUM  DS" TO EN-DEFINICION(3).
           MOVE "DWSECC  DS" TO EN-DEFINICION(4).
           MOVE "DWMATE  DS" TO EN-DEFINICION(5).
           MOVE "DWLOGIN HN" TO EN-DEFINICION(6).
           MOVE "DWNOTA  HS" TO EN-DEFINICION(7).
           MOVE "DWHIST  HS" TO EN-DEFINICION(8).
           MOVE "DWASIS  HS" TO EN-DEFINICION(9).
           MOVE "DWSUSP  HS" TO EN-DEFINICION(10).
           MOVE "DWBALA  HN" TO EN-DEFINICION(11).
           PERFORM VARYING IND-ENTIDAD FROM 1 BY 1
                   UNTIL IND-ENTIDAD > CANT-ENTIDADES
               MOVE "S" TO EN-DISPONIBLE(IND-ENTIDAD)
               MOVE 0 TO EN-FUENTE(IND-ENTIDAD)
               MOVE 0 TO EN-ALTAS(IND-ENTIDAD)
               MOVE 0 TO EN-CAMBIOS(IND-ENTIDAD)
               MOVE 0 TO EN-BAJAS(IND-ENTIDAD)
               MOVE 0 TO EN-DEPURADOS(IND-ENTIDAD)
           END-PERFORM.

       EXTRAER-EMPLEADOS.
      /EL HASH DEL PIN NO SALE DEL SISTEMA
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT USER-MASTER.
           IF FUENTE-STATUS NOT = "00"
               MOVE "USERMAST" TO EH-ARCHIVO
               MOVE 1 TO IND-ENTIDAD
               PERFORM FUENTE-NO-DISPONIBLE
           ELSE
               READ USER-MASTER
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE 1 TO DR-ENTIDAD
                   MOVE UM-EMP-ID TO DR-CLAVE
                   MOVE SPACES TO DR-DATOS
                   STRING UM-EMP-ID DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       UM-EMP-NAME DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       UM-DEPT DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       UM-LANG-CODE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       UM-BIRTH-DATE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       UM-ROLE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       UM-STATUS DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       UM-FECHA-EFECTIVA DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       UM-LOCK-SW DELIMITED BY SIZE
                       INTO DR-DATOS
                   PERFORM GRABAR-TRABAJO
                   READ USER-MASTER
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE USER-MASTER
           END-IF.

       EXTRAER-DEPTOS.
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT DEPT-MASTER.
           IF FUENTE-STATUS NOT = "00"
               MOVE "DEPTMAST" TO EH-ARCHIVO
               MOVE 2 TO IND-ENTIDAD
               PERFORM FUENTE-NO-DISPONIBLE
           ELSE
               READ DEPT-MASTER
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE 2 TO DR-ENTIDAD
                   MOVE DM-DEPT-CODE TO DR-CLAVE
                   MOVE SPACES TO DR-DATOS
                   STRING DM-DEPT-CODE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       DM-DEPT-NAME DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       DM-PARENT DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       DM-JEFE DELIMITED BY SIZE
                       INTO DR-DATOS
                   PERFORM GRABAR-TRABAJO
                   READ DEPT-MASTER
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER
           END-IF.

       EXTRAER-ALUMNOS.
      /EL MAESTRO DE ALUMNOS DA LA DIMENSION DE ALUMNOS Y, CON SUS
      /NOTAS, EL HECHO DE NOTAS (UNA FILA POR MATERIA Y FECHA)
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT STUDENT-MASTER.
           IF FUENTE-STATUS NOT = "00"
               MOVE "STUDMAST" TO EH-ARCHIVO
               MOVE 3 TO IND-ENTIDAD
               PERFORM FUENTE-NO-DISPONIBLE
               MOVE 7 TO IND-ENTIDAD
               PERFORM FUENTE-NO-DISPONIBLE
           ELSE
               READ STUDENT-MASTER
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE 3 TO DR-ENTIDAD
                   MOVE SM-STUDENT-ID TO DR-CLAVE
                   MOVE SPACES TO DR-DATOS
                   STRING SM-STUDENT-ID DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SM-STUDENT-NAME DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SM-SECTION DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SM-GRADE-COUNT DELIMITED BY SIZE
                       INTO DR-DATOS
                   PERFORM GRABAR-TRABAJO
                   PERFORM VARYING IND-NOTA FROM 1 BY 1
                           UNTIL IND-NOTA > SM-GRADE-COUNT
                       MOVE 7 TO DR-ENTIDAD
                       MOVE SPACES TO DR-CLAVE
                       STRING SM-STUDENT-ID DELIMITED BY SIZE
                           SM-GRADE-SUBJ(IND-NOTA) DELIMITED BY SIZE
                           SM-GRADE-DATE(IND-NOTA) DELIMITED BY SIZE
                           INTO DR-CLAVE
                       MOVE SPACES TO DR-DATOS
                       STRING SM-STUDENT-ID DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           SM-GRADE-SUBJ(IND-NOTA) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           SM-GRADE-DATE(IND-NOTA) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           SM-GRADE-VALUE(IND-NOTA) DELIMITED BY SIZE
                           INTO DR-DATOS
                       PERFORM GRABAR-TRABAJO
                   END-PERFORM
                   READ STUDENT-MASTER
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.

       EXTRAER-SECCIONES.
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT SECT-MASTER.
           IF FUENTE-STATUS NOT = "00"
               MOVE "SECTMAST" TO EH-ARCHIVO
               MOVE 4 TO IND-ENTIDAD
               PERFORM FUENTE-NO-DISPONIBLE
           ELSE
               READ SECT-MASTER
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE 4 TO DR-ENTIDAD
                   MOVE SE-SECTION TO DR-CLAVE
                   MOVE SPACES TO DR-DATOS
                   STRING SE-SECTION DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SE-TEACHER DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SE-ROOM DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SE-CAPACIDAD DELIMITED BY SIZE
                       INTO DR-DATOS
                   PERFORM GRABAR-TRABAJO
                   READ SECT-MASTER
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SECT-MASTER
           END-IF.

       EXTRAER-MATERIAS.
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT SUBJ-MASTER.
           IF FUENTE-STATUS NOT = "00"
               MOVE "SUBJMAST" TO EH-ARCHIVO
               MOVE 5 TO IND-ENTIDAD
               PERFORM FUENTE-NO-DISPONIBLE
           ELSE
               READ SUBJ-MASTER
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE 5 TO DR-ENTIDAD
                   MOVE SJ-SUBJ TO DR-CLAVE
                   MOVE SPACES TO DR-DATOS
                   STRING SJ-SUBJ DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SJ-NOMBRE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SJ-ACTIVA DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SJ-CREDITOS DELIMITED BY SIZE
                       INTO DR-DATOS
                   PERFORM GRABAR-TRABAJO
                   READ SUBJ-MASTER
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SUBJ-MASTER
           END-IF.

       EXTRAER-LOGINS.
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT LOGIN-LOG.
           IF FUENTE-STATUS NOT = "00"
               MOVE "LOGINLOG" TO EH-ARCHIVO
               MOVE 6 TO IND-ENTIDAD
               PERFORM FUENTE-NO-DISPONIBLE
           ELSE
               READ LOGIN-LOG
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE 6 TO DR-ENTIDAD
                   MOVE SPACES TO DR-CLAVE
                   STRING LL-TIMESTAMP DELIMITED BY SIZE
                       LL-SECUENCIA DELIMITED BY SIZE
                       LL-EMP-ID DELIMITED BY SIZE
                       INTO DR-CLAVE
                   MOVE SPACES TO DR-DATOS
                   STRING LL-EMP-ID DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       LL-TIMESTAMP DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       LL-RESULTADO DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       LL-SECUENCIA DELIMITED BY SIZE
                       INTO DR-DATOS
                   PERFORM GRABAR-TRABAJO
                   READ LOGIN-LOG
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE LOGIN-LOG
           END-IF.

       EXTRAER-HISTORIA.
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT HIST-GRADES.
           IF FUENTE-STATUS NOT = "00"
               MOVE "HISTGRAD" TO EH-ARCHIVO
               MOVE 8 TO IND-ENTIDAD
               PERFORM FUENTE-NO-DISPONIBLE
           ELSE
               READ HIST-GRADES
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE 8 TO DR-ENTIDAD
                   MOVE HG-KEY TO DR-CLAVE
                   MOVE SPACES TO DR-DATOS
                   STRING HG-STUDENT-ID DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       HG-TERM DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       HG-PROME DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       HG-OUTCOME DELIMITED BY SIZE
                       INTO DR-DATOS
                   PERFORM GRABAR-TRABAJO
                   READ HIST-GRADES
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE HIST-GRADES
           END-IF.

       EXTRAER-ASISTENCIA.
      /UNA FILA POR ALUMNO, TERMINO Y MATERIA
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT ATTN-MASTER.
           IF FUENTE-STATUS NOT = "00"
               MOVE "ATTNMAST" TO EH-ARCHIVO
               MOVE 9 TO IND-ENTIDAD
               PERFORM FUENTE-NO-DISPONIBLE
           ELSE
               READ ATTN-MASTER
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   PERFORM VARYING IND-MATERIA FROM 1 BY 1
                           UNTIL IND-MATERIA > AT-CANT-MATERIAS
                              OR IND-MATERIA > 8
                       MOVE 9 TO DR-ENTIDAD
                       MOVE SPACES TO DR-CLAVE
                       STRING AT-KEY DELIMITED BY SIZE
                           AT-SUBJ(IND-MATERIA) DELIMITED BY SIZE
                           INTO DR-CLAVE
                       MOVE SPACES TO DR-DATOS
                       STRING AT-STUDENT-ID DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           AT-TERM DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           AT-SUBJ(IND-MATERIA) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           AT-PRESENTES(IND-MATERIA) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           AT-AUSENTES(IND-MATERIA) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           AT-TARDES(IND-MATERIA) DELIMITED BY SIZE
                           INTO DR-DATOS
                       PERFORM GRABAR-TRABAJO
                   END-PERFORM
                   READ ATTN-MASTER
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE ATTN-MASTER
           END-IF.

       EXTRAER-SUSPENSO.
      /CADA PARTIDA ES UN MOVIMIENTO: SU ALTA, SU CIERRE O SU
      /CASTIGO LLEGAN AL ALMACEN COMO ALTA O MODIFICACION
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT SUSPENSE-FILE.
           IF FUENTE-STATUS NOT = "00"
               MOVE "SUSPENSE" TO EH-ARCHIVO
               MOVE 10 TO IND-ENTIDAD
               PERFORM FUENTE-NO-DISPONIBLE
           ELSE
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE 10 TO DR-ENTIDAD
                   MOVE SPACES TO DR-CLAVE
                   STRING SU-REF-ID DELIMITED BY SIZE
                       SU-ORIGEN DELIMITED BY SIZE
                       SU-FECHA-ALTA DELIMITED BY SIZE
                       INTO DR-CLAVE
                   MOVE SU-MONTO TO MONTO-DW
                   MOVE SPACES TO DR-DATOS
                   STRING SU-REF-ID DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SU-ORIGEN DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       MONTO-DW DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SU-ESTADO DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SU-FECHA-ALTA DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SU-FECHA-CIERRE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SU-MOTIVO-CASTIGO DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SU-CASTIGO-POR DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       SU-CASTIGO-APROBO DELIMITED BY SIZE
                       INTO DR-DATOS
                   PERFORM GRABAR-TRABAJO
                   READ SUSPENSE-FILE
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       EXTRAER-BALANCES.
           MOVE "N" TO FUENTE-EOF-SW.
           OPEN INPUT BALANCE-FILE.
           IF FUENTE-STATUS NOT = "00"
               MOVE "BALFILE" TO EH-ARCHIVO
               MOVE 11 TO IND-ENTIDAD
               PERFORM FUENTE-NO-DISPONIBLE
           ELSE
               READ BALANCE-FILE
                   AT END MOVE "Y" TO FUENTE-EOF-SW
               END-READ
               PERFORM UNTIL FUENTE-EOF
                   MOVE 11 TO DR-ENTIDAD
                   MOVE SPACES TO DR-CLAVE
                   STRING BA-PROGRAMA DELIMITED BY SIZE
                       BA-FECHA DELIMITED BY SIZE
                       INTO DR-CLAVE
                   MOVE SPACES TO DR-DATOS
                   STRING BA-PROGRAMA DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       BA-FECHA DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       BA-LEIDOS DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       BA-ESCRITOS DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       BA-RECHAZADOS DELIMITED BY SIZE
                       INTO DR-DATOS
                   PERFORM GRABAR-TRABAJO
                   READ BALANCE-FILE
                       AT END MOVE "Y" TO FUENTE-EOF-SW
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       GRABAR-TRABAJO.
           WRITE DW-TRABAJO-RECORD.
           ADD 1 TO EN-FUENTE(DR-ENTIDAD).

       FUENTE-NO-DISPONIBLE.
           MOVE "N" TO EN-DISPONIBLE(IND-ENTIDAD).
           ADD 1 TO CANT-NO-DISPONIBLES.
           MOVE "OPEN" TO EH-OPERACION.
           MOVE FUENTE-STATUS TO EH-STATUS.
           PERFORM INFORMAR-ERROR-ARCHIVO.

       COMPARAR-EXTRACTOS.
      /APAREO DEL EXTRACTO DE HOY CONTRA EL ANTERIOR, AMBOS ORDENADOS
      /POR ARCHIVO Y CLAVE. EL EXTRACTO NUEVO QUEDA EN DWSNAPN
           MOVE "N" TO NUEVO-EOF-SW.
           MOVE "N" TO VIEJO-EOF-SW.
           OPEN INPUT DW-NUEVO.
           PERFORM LEER-NUEVO.
           OPEN INPUT DW-SNAP.
           IF DW-SNAP-STATUS NOT = "00"
               MOVE "Y" TO CARGA-COMPLETA-SW
               MOVE "Y" TO VIEJO-EOF-SW
               MOVE HIGH-VALUES TO ORDEN-VIEJO
               MOVE "COMPLETA" TO MODO-TEXTO
           ELSE
               MOVE "INCREMENTAL" TO MODO-TEXTO
               PERFORM LEER-VIEJO
           END-IF.
           OPEN OUTPUT DW-SNAP-NUEVO.
           OPEN OUTPUT DW-EMPLEADOS DW-DEPTOS DW-ALUMNOS DW-SECCIONES
               DW-MATERIAS DW-LOGINS DW-NOTAS DW-HISTORIA
               DW-ASISTENCIA DW-SUSPENSO DW-BALANCES.

           PERFORM UNTIL NUEVO-EOF AND VIEJO-EOF
               EVALUATE TRUE
                   WHEN ORDEN-NUEVO < ORDEN-VIEJO
                       PERFORM REGISTRAR-ALTA
                       PERFORM LEER-NUEVO
                   WHEN ORDEN-NUEVO > ORDEN-VIEJO
                       PERFORM REGISTRAR-BAJA
                       PERFORM LEER-VIEJO
                   WHEN OTHER
                       PERFORM REGISTRAR-COINCIDENCIA
                       PERFORM LEER-NUEVO
                       PERFORM LEER-VIEJO
               END-EVALUATE
           END-PERFORM.

           CLOSE DW-NUEVO.
           IF NOT CARGA-COMPLETA
               CLOSE DW-SNAP
           END-IF.
           CLOSE DW-SNAP-NUEVO.
           CLOSE DW-EMPLEADOS DW-DEPTOS DW-ALUMNOS DW-SECCIONES
               DW-MATERIAS DW-LOGINS DW-NOTAS DW-HISTORIA
               DW-ASISTENCIA DW-SUSPENSO DW-BALANCES.

       LEER-NUEVO.
           READ DW-NUEVO
               AT END
                   MOVE "Y" TO NUEVO-EOF-SW
                   MOVE HIGH-VALUES TO ORDEN-NUEVO
               NOT AT END
                   MOVE DN-ENTIDAD TO ON-ENTIDAD
                   MOVE DN-CLAVE TO ON-CLAVE
           END-READ.

       LEER-VIEJO.
           READ DW-SNAP
               AT END
                   MOVE "Y" TO VIEJO-EOF-SW
                   MOVE HIGH-VALUES TO ORDEN-VIEJO
               NOT AT END
                   MOVE DV-ENTIDAD TO OV-ENTIDAD
                   MOVE DV-CLAVE TO OV-CLAVE
           END-READ.

       REGISTRAR-ALTA.
           WRITE DW-SNAP-NUEVO-RECORD FROM DW-NUEVO-RECORD.
           ADD 1 TO EN-ALTAS(DN-ENTIDAD).
           MOVE "A" TO FS-ACCION.
           MOVE DN-DATOS TO FS-DATOS.
           MOVE DN-ENTIDAD TO ENTIDAD-SALIDA.
           PERFORM GRABAR-SALIDA.

       REGISTRAR-BAJA.
      /SIN FUENTE HOY, LO ANTERIOR SE CONSERVA TAL CUAL; EN LOS
      /HISTORICOS QUE SE DEPURAN, LO QUE FALTA SOLO SE CUENTA
           IF EN-DISPONIBLE(DV-ENTIDAD) = "N"
               WRITE DW-SNAP-NUEVO-RECORD FROM DW-SNAP-RECORD
           ELSE
               IF EN-BAJAS-SW(DV-ENTIDAD) = "N"
                   ADD 1 TO EN-DEPURADOS(DV-ENTIDAD)
               ELSE
                   ADD 1 TO EN-BAJAS(DV-ENTIDAD)
                   MOVE "B" TO FS-ACCION
                   MOVE DV-DATOS TO FS-DATOS
                   MOVE DV-ENTIDAD TO ENTIDAD-SALIDA
                   PERFORM GRABAR-SALIDA
               END-IF
           END-IF.

       REGISTRAR-COINCIDENCIA.
           WRITE DW-SNAP-NUEVO-RECORD FROM DW-NUEVO-RECORD.
           IF DN-DATOS NOT = DV-DATOS
               ADD 1 TO EN-CAMBIOS(DN-ENTIDAD)
               MOVE "M" TO FS-ACCION
               MOVE DN-DATOS TO FS-DATOS
               MOVE DN-ENTIDAD TO ENTIDAD-SALIDA
               PERFORM GRABAR-SALIDA
           END-IF.

       GRABAR-SALIDA.
           EVALUATE ENTIDAD-SALIDA
               WHEN 1  WRITE DW-EMPLEADOS-LINEA FROM FILA-SALIDA
               WHEN 2  WRITE DW-DEPTOS-LINEA FROM FILA-SALIDA
               WHEN 3  WRITE DW-ALUMNOS-LINEA FROM FILA-SALIDA
               WHEN 4  WRITE DW-SECCIONES-LINEA FROM FILA-SALIDA
               WHEN 5  WRITE DW-MATERIAS-LINEA FROM FILA-SALIDA
               WHEN 6  WRITE DW-LOGINS-LINEA FROM FILA-SALIDA
               WHEN 7  WRITE DW-NOTAS-LINEA FROM FILA-SALIDA
               WHEN 8  WRITE DW-HISTORIA-LINEA FROM FILA-SALIDA
               WHEN 9  WRITE DW-ASISTENCIA-LINEA FROM FILA-SALIDA
               WHEN 10 WRITE DW-SUSPENSO-LINEA FROM FILA-SALIDA
               WHEN 11 WRITE DW-BALANCES-LINEA FROM FILA-SALIDA
           END-EVALUATE.
           ADD 1 TO TOTAL-FILAS.

       RENOVAR-SNAPSHOT.
      /EL EXTRACTO DE HOY PASA A SER LA BASE DE LA PROXIMA CORRIDA
           MOVE "N" TO NUEVO-EOF-SW.
           OPEN INPUT DW-SNAP-NUEVO.
           OPEN OUTPUT DW-SNAP.
           READ DW-SNAP-NUEVO
               AT END MOVE "Y" TO NUEVO-EOF-SW
           END-READ.
           PERFORM UNTIL NUEVO-EOF
               WRITE DW-SNAP-RECORD FROM DW-SNAP-NUEVO-RECORD
               READ DW-SNAP-NUEVO
                   AT END MOVE "Y" TO NUEVO-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE DW-SNAP-NUEVO.
           CLOSE DW-SNAP.

       ESCRIBIR-MANIFIESTO.
      /PARA CONCILIAR LA CARGA: POR ARCHIVO, LAS FILAS ENVIADAS Y SU
      /APERTURA EN ALTAS, MODIFICACIONES Y BAJAS, LOS REGISTROS QUE
      /TIENE HOY LA FUENTE Y LOS DEPURADOS QUE NO SE ENVIAN
           OPEN OUTPUT DW-MANIFIESTO.
           MOVE SPACES TO DW-MANIFIESTO-LINEA.
           STRING "H|" DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               HORA-HOY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               MODO-TEXTO DELIMITED BY SPACE
               INTO DW-MANIFIESTO-LINEA.
           WRITE DW-MANIFIESTO-LINEA.
           PERFORM VARYING IND-ENTIDAD FROM 1 BY 1
                   UNTIL IND-ENTIDAD > CANT-ENTIDADES
               COMPUTE FILAS-ENTIDAD = EN-ALTAS(IND-ENTIDAD)
                   + EN-CAMBIOS(IND-ENTIDAD) + EN-BAJAS(IND-ENTIDAD)
               IF EN-DISPONIBLE(IND-ENTIDAD) = "N"
                   MOVE "SIN FUENTE" TO ESTADO-TEXTO
               ELSE
                   MOVE "OK" TO ESTADO-TEXTO
               END-IF
               MOVE SPACES TO DW-MANIFIESTO-LINEA
               STRING "F|" DELIMITED BY SIZE
                   EN-ARCHIVO(IND-ENTIDAD) DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   EN-TIPO(IND-ENTIDAD) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FILAS-ENTIDAD DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   EN-ALTAS(IND-ENTIDAD) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   EN-CAMBIOS(IND-ENTIDAD) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   EN-BAJAS(IND-ENTIDAD) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   EN-FUENTE(IND-ENTIDAD) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   EN-DEPURADOS(IND-ENTIDAD) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   ESTADO-TEXTO DELIMITED BY "  "
                   INTO DW-MANIFIESTO-LINEA
               WRITE DW-MANIFIESTO-LINEA
           END-PERFORM.
           MOVE SPACES TO DW-MANIFIESTO-LINEA.
           STRING "T|" DELIMITED BY SIZE
               CANT-ENTIDADES DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TOTAL-FILAS DELIMITED BY SIZE
               INTO DW-MANIFIESTO-LINEA.
           WRITE DW-MANIFIESTO-LINEA.
           CLOSE DW-MANIFIESTO.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "DWEXTR" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "DWEXTR" TO RL-PROGRAMA.
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
           MOVE "DWEXTR" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING MODO-TEXTO DELIMITED BY SPACE
               " FILAS=" DELIMITED BY SIZE
               TOTAL-FILAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM DWEXTR.
