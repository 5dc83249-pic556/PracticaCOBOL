      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Servicio-De-Verificacion-De-Requisitos-De-Egreso
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIGCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-TABLA ASSIGN TO "GRADREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-TABLA-STATUS.

           SELECT SUBJ-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SJ-SUBJ
               FILE STATUS IS SUBJ-MASTER-STATUS.

           SELECT HIST-MATERIA ASSIGN TO "HISTMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS HIST-MATERIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-TABLA.
      /REQUISITOS DE EGRESO: UNA LINEA "T" CON LOS CREDITOS TOTALES
      /QUE HACEN FALTA Y UNA LINEA "M" POR MATERIA OBLIGATORIA CON
      /LOS CREDITOS QUE HAY QUE TENER EN ELLA; CREDITOS EN CERO EN
      /UNA "M" QUIERE DECIR LOS SJ-CREDITOS DE LA MATERIA
       01  REQ-TABLA-RECORD.
           05  GQ-TIPO             PIC X(01).
               88  GQ-TOTAL        VALUE "T".
               88  GQ-MATERIA      VALUE "M".
           05  GQ-SUBJ             PIC X(04).
           05  GQ-CREDITOS         PIC 9(03).

       FD  SUBJ-MASTER.
           COPY "SUBJMAST.cpy".

       FD  HIST-MATERIA.
           COPY "HISTMAT.cpy".

       WORKING-STORAGE SECTION.

      /CONSULTA AL MAESTRO DE PARAMETROS VERSIONADO
       COPY "PARMAREA.cpy".

       01 REQ-TABLA-STATUS PIC X(02).
       01 SUBJ-MASTER-STATUS PIC X(02).
       01 HIST-MATERIA-STATUS PIC X(02).

       01 TABLA-EOF-SW PIC X(01).
           88 TABLA-EOF VALUE "Y".
       01 MATERIA-HALLADA-SW PIC X(01).
           88 MATERIA-HALLADA VALUE "Y".
       01 HAY-TABLA-SW PIC X(01).
           88 HAY-TABLA VALUE "Y".
       01 HAY-MATERIAS-SW PIC X(01).
           88 HAY-MATERIAS VALUE "Y".
       01 HIST-EOF-SW PIC X(01).
           88 HIST-EOF VALUE "Y".
       01 REQUISITOS-EXCEDIDOS-SW PIC X(01).
           88 REQUISITOS-EXCEDIDOS VALUE "Y".

      * El alumno recibido, con el mismo largo maximo que STUDMAST.
       01 ALUMNO-EVALUADO.
           05 AE-STUDENT-ID   PIC X(10).
           05 AE-NOMBRE       PIC X(30).
           05 AE-SECCION      PIC X(03).
           05 FILLER          PIC X(06).
           05 AE-GRADE-COUNT  PIC 9(01).
           05 AE-NOTA OCCURS 8 TIMES.
              10 AE-SUBJ      PIC X(04).
              10 AE-FECHA     PIC 9(08).
              10 AE-VALOR     PIC 9(03).

      * Requisitos cargados de GRADREQ.
       01 CREDITOS-TOTALES PIC 9(03).
       01 MAX-REQUISITOS PIC 9(02) VALUE 30.
       01 CANT-REQUISITOS PIC 9(02).
       01 TABLA-REQUISITOS.
           05 REQUISITO-ITEM OCCURS 30 TIMES.
              10 RQ-SUBJ      PIC X(04).
              10 RQ-CREDITOS  PIC 9(03).
       01 IND-REQUISITO PIC 9(02) COMP.

      * Materias cursadas por el alumno en toda su historia: la suma
      * y cantidad de notas son las del termino en curso, MT-PROME la
      * mejor nota final y MT-CREDITOS los creditos de la materia si
      * quedo aprobada en algun termino.
       01 MAX-MATERIAS PIC 9(02) VALUE 60.
       01 CANT-MATERIAS PIC 9(02).
       01 TABLA-MATERIAS.
           05 MATERIA-ITEM OCCURS 60 TIMES.
              10 MT-SUBJ      PIC X(04).
              10 MT-SUMA      PIC 9(05).
              10 MT-CANT      PIC 9(02).
              10 MT-PROME     PIC 9(03).
              10 MT-CREDITOS  PIC 9(03).
              10 MT-APROBADA-SW PIC X(01).
                 88 MT-APROBADA VALUE "S".
       01 IND-MATERIA PIC 9(02) COMP.
       01 SUBJ-BUSCADA PIC X(04).
       01 PROMEDIO-EN-CURSO PIC 9(03).
       01 IND-NOTA PIC 9(02) COMP.

       01 UMBRAL-APROBADO PIC 9(03).
       01 CREDITOS-REQUISITO PIC 9(03).

       LINKAGE SECTION.
           COPY "ELIGAREA.cpy".

       PROCEDURE DIVISION USING ELIG-AREA.
       MAIN-PROCEDURE.
      /UN SOLO LUGAR QUE SABE SI UN ALUMNO PUEDE EGRESAR: UNA
      /MATERIA CUENTA COMO APROBADA CON EL MISMO UMBRAL DEL CIERRE
      /DE TERMINO DE MATEMATICA2 Y SUMA LOS SJ-CREDITOS DE SUBJMAST
           MOVE "X" TO EG-RESULTADO.
           MOVE 0 TO EG-CREDITOS-REQUERIDOS.
           MOVE 0 TO EG-CREDITOS-OBTENIDOS.
           MOVE 0 TO EG-CANT-FALTANTES.
           MOVE 0 TO EG-RETORNO.
           MOVE SPACES TO EG-MENSAJE.
           MOVE EG-IMAGEN TO ALUMNO-EVALUADO.
           PERFORM CARGAR-REQUISITOS.
           IF NOT HAY-TABLA
               GOBACK
           END-IF.
      /CON PARTE DE LAS OBLIGATORIAS AFUERA DE LA TABLA UN "S" NO
      /SERIA CIERTO: NO SE VERIFICA NADA Y EL LLAMADOR DECIDE
           IF REQUISITOS-EXCEDIDOS
               MOVE "E" TO EG-RESULTADO
               MOVE 12 TO EG-RETORNO
               MOVE "GRADREQ TRAE MAS DE 30 MATERIAS OBLIGATORIAS"
                   TO EG-MENSAJE
               GOBACK
           END-IF.
           PERFORM LEER-UMBRAL.
           MOVE "N" TO HAY-MATERIAS-SW.
           OPEN INPUT SUBJ-MASTER.
           IF SUBJ-MASTER-STATUS = "00"
               MOVE "Y" TO HAY-MATERIAS-SW
           END-IF.
           PERFORM ARMAR-TABLA-MATERIAS.
           MOVE "S" TO EG-RESULTADO.
           MOVE CREDITOS-TOTALES TO EG-CREDITOS-REQUERIDOS.
           IF EG-CREDITOS-OBTENIDOS < CREDITOS-TOTALES
               PERFORM AGREGAR-FALTANTE
               MOVE SPACES TO EG-FALTA-SUBJ(EG-CANT-FALTANTES)
               MOVE CREDITOS-TOTALES
                   TO EG-FALTA-REQUERIDO(EG-CANT-FALTANTES)
               MOVE EG-CREDITOS-OBTENIDOS
                   TO EG-FALTA-OBTENIDO(EG-CANT-FALTANTES)
               MOVE "S" TO EG-FALTA-CURSADA(EG-CANT-FALTANTES)
               MOVE 0 TO EG-FALTA-PROME(EG-CANT-FALTANTES)
           END-IF.
           PERFORM VARYING IND-REQUISITO FROM 1 BY 1
                   UNTIL IND-REQUISITO > CANT-REQUISITOS
               PERFORM VERIFICAR-MATERIA-OBLIGATORIA
           END-PERFORM.
           IF HAY-MATERIAS
               CLOSE SUBJ-MASTER
           END-IF.
           IF EG-CANT-FALTANTES > 0
               MOVE "N" TO EG-RESULTADO
           END-IF.
           GOBACK.

       CARGAR-REQUISITOS.
           MOVE "N" TO HAY-TABLA-SW.
           MOVE "N" TO TABLA-EOF-SW.
           MOVE 0 TO CREDITOS-TOTALES.
           MOVE 0 TO CANT-REQUISITOS.
           MOVE "N" TO REQUISITOS-EXCEDIDOS-SW.
           OPEN INPUT REQ-TABLA.
           IF REQ-TABLA-STATUS NOT = "00"
               MOVE "Y" TO TABLA-EOF-SW
           ELSE
               READ REQ-TABLA
                   AT END MOVE "Y" TO TABLA-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL TABLA-EOF
               EVALUATE TRUE
                   WHEN GQ-TOTAL
                       MOVE "Y" TO HAY-TABLA-SW
                       MOVE GQ-CREDITOS TO CREDITOS-TOTALES
                   WHEN GQ-MATERIA
                       MOVE "Y" TO HAY-TABLA-SW
                       IF CANT-REQUISITOS < MAX-REQUISITOS
                           ADD 1 TO CANT-REQUISITOS
                           MOVE GQ-SUBJ TO RQ-SUBJ(CANT-REQUISITOS)
                           MOVE GQ-CREDITOS
                               TO RQ-CREDITOS(CANT-REQUISITOS)
                       ELSE
                           MOVE "Y" TO REQUISITOS-EXCEDIDOS-SW
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ REQ-TABLA
                   AT END MOVE "Y" TO TABLA-EOF-SW
               END-READ
           END-PERFORM.
           IF REQ-TABLA-STATUS = "00" OR REQ-TABLA-STATUS = "10"
               CLOSE REQ-TABLA
           END-IF.

       LEER-UMBRAL.
      /EL MISMO UMBRAL DE APROBACION QUE USA EL CIERRE DE TERMINO
           MOVE 3 TO UMBRAL-APROBADO.
           MOVE "MATEMATICA2" TO PR-PROGRAMA.
           MOVE "UMBRAL-APROBADO" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO UMBRAL-APROBADO
           END-IF.

       ARMAR-TABLA-MATERIAS.
      /JUNTA TODA LA HISTORIA DEL ALUMNO: LAS MATERIAS DE LOS
      /TERMINOS CERRADOS EN HISTMAT Y LAS NOTAS DEL TERMINO EN CURSO,
      /AGRUPADAS POR MATERIA COMO EL CIERRE DE TERMINO. CADA MATERIA
      /APROBADA SUMA SUS CREDITOS UNA SOLA VEZ, AUNQUE FIGURE
      /APROBADA EN MAS DE UN TERMINO O EL TERMINO EN CURSO YA ESTE
      /PASADO A HISTMAT
           MOVE 0 TO CANT-MATERIAS.
           PERFORM CARGAR-HISTORIA.
           IF AE-GRADE-COUNT NOT NUMERIC OR AE-GRADE-COUNT < 2
               MOVE 2 TO AE-GRADE-COUNT
           END-IF.
           PERFORM VARYING IND-NOTA FROM 1 BY 1
                   UNTIL IND-NOTA > AE-GRADE-COUNT
               IF AE-SUBJ(IND-NOTA) NOT = SPACES
                   PERFORM ACUMULAR-MATERIA
               END-IF
           END-PERFORM.
           PERFORM VARYING IND-MATERIA FROM 1 BY 1
                   UNTIL IND-MATERIA > CANT-MATERIAS
               IF MT-CANT(IND-MATERIA) > 0
                   PERFORM EVALUAR-TERMINO-EN-CURSO
               END-IF
               ADD MT-CREDITOS(IND-MATERIA) TO EG-CREDITOS-OBTENIDOS
           END-PERFORM.

       CARGAR-HISTORIA.
      /SIN HISTMAT (STATUS 35) EL ALUMNO NO TIENE TERMINOS CERRADOS
      /POR MATERIA; CUALQUIER OTRA FALLA VERIFICA SOLO CON EL TERMINO
      /EN CURSO Y LO AVISA CON EL RETORNO 08
           OPEN INPUT HIST-MATERIA.
           IF HIST-MATERIA-STATUS NOT = "00"
               IF HIST-MATERIA-STATUS NOT = "35"
                   MOVE 08 TO EG-RETORNO
                   MOVE SPACES TO EG-MENSAJE
                   STRING "HISTMAT ILEGIBLE, STATUS " DELIMITED BY SIZE
                       HIST-MATERIA-STATUS DELIMITED BY SIZE
                       INTO EG-MENSAJE
               END-IF
           ELSE
               MOVE "N" TO HIST-EOF-SW
               MOVE AE-STUDENT-ID TO HM-STUDENT-ID
               MOVE LOW-VALUES TO HM-TERM
               MOVE LOW-VALUES TO HM-SUBJ
               START HIST-MATERIA KEY IS NOT LESS THAN HM-KEY
                   INVALID KEY MOVE "Y" TO HIST-EOF-SW
               END-START
               PERFORM UNTIL HIST-EOF
                   READ HIST-MATERIA NEXT RECORD
                       AT END
                           MOVE "Y" TO HIST-EOF-SW
                       NOT AT END
                           IF HM-STUDENT-ID NOT = AE-STUDENT-ID
                               MOVE "Y" TO HIST-EOF-SW
                           ELSE
                               PERFORM ACUMULAR-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-MATERIA
           END-IF.

       ACUMULAR-HISTORIA.
      /UN TERMINO CERRADO APRUEBA LA MATERIA SI LE DIO CREDITOS O SI
      /SU NOTA FINAL SUPERA EL UMBRAL (MATERIA SIN SUBJMAST AL CIERRE)
           MOVE HM-SUBJ TO SUBJ-BUSCADA.
           PERFORM UBICAR-MATERIA.
           IF IND-MATERIA > 0
               IF HM-NOTA-FINAL > MT-PROME(IND-MATERIA)
                   MOVE HM-NOTA-FINAL TO MT-PROME(IND-MATERIA)
               END-IF
               IF HM-CREDITOS-OBTENIDOS > 0
                  OR HM-NOTA-FINAL > UMBRAL-APROBADO
                   MOVE "S" TO MT-APROBADA-SW(IND-MATERIA)
                   IF HM-CREDITOS-OBTENIDOS > MT-CREDITOS(IND-MATERIA)
                       MOVE HM-CREDITOS-OBTENIDOS
                           TO MT-CREDITOS(IND-MATERIA)
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-MATERIA.
           MOVE AE-SUBJ(IND-NOTA) TO SUBJ-BUSCADA.
           PERFORM UBICAR-MATERIA.
           IF IND-MATERIA > 0
               ADD AE-VALOR(IND-NOTA) TO MT-SUMA(IND-MATERIA)
               ADD 1 TO MT-CANT(IND-MATERIA)
           END-IF.

       EVALUAR-TERMINO-EN-CURSO.
      /EL PROMEDIO DEL TERMINO EN CURSO APRUEBA CON EL UMBRAL DEL
      /CIERRE Y DA LOS SJ-CREDITOS DE LA MATERIA
           DIVIDE MT-SUMA(IND-MATERIA) BY MT-CANT(IND-MATERIA)
               GIVING PROMEDIO-EN-CURSO.
           IF PROMEDIO-EN-CURSO > MT-PROME(IND-MATERIA)
               MOVE PROMEDIO-EN-CURSO TO MT-PROME(IND-MATERIA)
           END-IF.
           IF PROMEDIO-EN-CURSO > UMBRAL-APROBADO
               MOVE "S" TO MT-APROBADA-SW(IND-MATERIA)
               MOVE MT-SUBJ(IND-MATERIA) TO SJ-SUBJ
               PERFORM LEER-CREDITOS-MATERIA
               IF CREDITOS-REQUISITO > MT-CREDITOS(IND-MATERIA)
                   MOVE CREDITOS-REQUISITO TO MT-CREDITOS(IND-MATERIA)
               END-IF
           END-IF.

       UBICAR-MATERIA.
      /DEJA IND-MATERIA EN LA ENTRADA DE SUBJ-BUSCADA, AGREGANDOLA SI
      /ES NUEVA; CON LA TABLA LLENA QUEDA EN CERO Y EL RETORNO 08
      /AVISA QUE LA HISTORIA NO ENTRO COMPLETA
           MOVE "N" TO MATERIA-HALLADA-SW.
           PERFORM VARYING IND-MATERIA FROM 1 BY 1
                   UNTIL IND-MATERIA > CANT-MATERIAS
                      OR MATERIA-HALLADA
               IF MT-SUBJ(IND-MATERIA) = SUBJ-BUSCADA
                   MOVE "Y" TO MATERIA-HALLADA-SW
               END-IF
           END-PERFORM.
           IF MATERIA-HALLADA
               SUBTRACT 1 FROM IND-MATERIA
           ELSE
               IF CANT-MATERIAS < MAX-MATERIAS
                   ADD 1 TO CANT-MATERIAS
                   MOVE CANT-MATERIAS TO IND-MATERIA
                   MOVE SUBJ-BUSCADA TO MT-SUBJ(IND-MATERIA)
                   MOVE 0 TO MT-SUMA(IND-MATERIA)
                   MOVE 0 TO MT-CANT(IND-MATERIA)
                   MOVE 0 TO MT-PROME(IND-MATERIA)
                   MOVE 0 TO MT-CREDITOS(IND-MATERIA)
                   MOVE "N" TO MT-APROBADA-SW(IND-MATERIA)
               ELSE
                   MOVE 0 TO IND-MATERIA
                   MOVE 08 TO EG-RETORNO
                   MOVE "HISTORIA CON MAS DE 60 MATERIAS DISTINTAS"
                       TO EG-MENSAJE
               END-IF
           END-IF.

       LEER-CREDITOS-MATERIA.
      /UNA MATERIA SIN ENTRADA EN SUBJMAST NO DA CREDITOS: EL
      /FALTANTE LO DEJA A LA VISTA EN VEZ DE INVENTAR UN PESO
           MOVE 0 TO CREDITOS-REQUISITO.
           IF HAY-MATERIAS
               READ SUBJ-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SJ-CREDITOS TO CREDITOS-REQUISITO
               END-READ
           END-IF.

       VERIFICAR-MATERIA-OBLIGATORIA.
           IF RQ-CREDITOS(IND-REQUISITO) > 0
               MOVE RQ-CREDITOS(IND-REQUISITO) TO CREDITOS-REQUISITO
           ELSE
               MOVE RQ-SUBJ(IND-REQUISITO) TO SJ-SUBJ
               PERFORM LEER-CREDITOS-MATERIA
           END-IF.
           MOVE "N" TO MATERIA-HALLADA-SW.
           PERFORM VARYING IND-MATERIA FROM 1 BY 1
                   UNTIL IND-MATERIA > CANT-MATERIAS
                      OR MATERIA-HALLADA
               IF MT-SUBJ(IND-MATERIA) = RQ-SUBJ(IND-REQUISITO)
                   MOVE "Y" TO MATERIA-HALLADA-SW
               END-IF
           END-PERFORM.
           IF MATERIA-HALLADA
               SUBTRACT 1 FROM IND-MATERIA
      /APROBADA Y CON LOS CREDITOS PEDIDOS: REQUISITO CUMPLIDO
               IF MT-APROBADA(IND-MATERIA)
                  AND MT-CREDITOS(IND-MATERIA) >= CREDITOS-REQUISITO
                   CONTINUE
               ELSE
                   PERFORM ANOTAR-FALTANTE-MATERIA
                   MOVE "S" TO EG-FALTA-CURSADA(EG-CANT-FALTANTES)
                   MOVE MT-CREDITOS(IND-MATERIA)
                       TO EG-FALTA-OBTENIDO(EG-CANT-FALTANTES)
                   MOVE MT-PROME(IND-MATERIA)
                       TO EG-FALTA-PROME(EG-CANT-FALTANTES)
               END-IF
           ELSE
               PERFORM ANOTAR-FALTANTE-MATERIA
               MOVE "N" TO EG-FALTA-CURSADA(EG-CANT-FALTANTES)
               MOVE 0 TO EG-FALTA-OBTENIDO(EG-CANT-FALTANTES)
               MOVE 0 TO EG-FALTA-PROME(EG-CANT-FALTANTES)
           END-IF.

       AGREGAR-FALTANTE.
      /MAS DE 20 FALTANTES PISAN EL ULTIMO RENGLON: EL ALUMNO YA NO
      /CUMPLE Y EL DETALLE SOBRA
           IF EG-CANT-FALTANTES < 20
               ADD 1 TO EG-CANT-FALTANTES
           END-IF.

       ANOTAR-FALTANTE-MATERIA.
           PERFORM AGREGAR-FALTANTE.
           MOVE RQ-SUBJ(IND-REQUISITO)
               TO EG-FALTA-SUBJ(EG-CANT-FALTANTES).
           MOVE CREDITOS-REQUISITO
               TO EG-FALTA-REQUERIDO(EG-CANT-FALTANTES).

       END PROGRAM ELIGCHK.
