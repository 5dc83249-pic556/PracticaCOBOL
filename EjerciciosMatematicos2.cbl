               RECORD KEY IS HG-KEY
               FILE STATUS IS HIST-GRADES-STATUS.

           SELECT HIST-MATERIA ASSIGN TO "HISTMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HM-KEY
               FILE STATUS IS HIST-MATERIA-STATUS.

           SELECT SUBJ-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  HIST-GRADES.
           COPY "HISTGR.cpy".

       FD  HIST-MATERIA.
           COPY "HISTMAT.cpy".

       FD  SUBJ-MASTER.
           COPY "SUBJMAST.cpy".


       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL SERVICIO DE CALENDARIO DE TERMINOS: EL CIERRE DEJA EL
      /TERMINO CERRADO PARA QUE NO SE POSTEEN MAS NOTAS NI ASISTENCIA
       COPY "TERMAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".


       01 HIST-GRADES-STATUS    PIC X(02).

      /HISTORIA POR MATERIA PARA EL ANALITICO: UN RENGLON POR MATERIA
      /CURSADA CON NOTA FINAL, CREDITOS Y ASISTENCIA; SI EL MAESTRO
      /NO ABRE, EL HISTORICO POR TERMINO SE REGISTRA IGUAL
       01 HIST-MATERIA-STATUS   PIC X(02).
       01 HAY-HIST-MATERIA-SW PIC X(01) VALUE "N".
           88 HAY-HIST-MATERIA VALUE "Y".
       01 CREDITOS-MATERIA PIC 9(02).
       01 CLASES-MATERIA PIC 9(04).
       01 ASISTIDAS-MATERIA PIC 9(04).

      /MAESTRO DE MATERIAS: EL BOLETIN Y LAS ESTADISTICAS POR
      /MATERIA IMPRIMEN EL NOMBRE COMPLETO EN VEZ DEL CODIGO PELADO
       01 SUBJ-MASTER-STATUS PIC X(02).
               IF SUBJ-MASTER-STATUS = "00"
                   MOVE "Y" TO HAY-MATERIAS-SW
               END-IF
               IF NOT MODO-RANKING AND NOT MODO-HISTORIA
                   PERFORM ABRIR-HIST-MATERIA
               END-IF

               EVALUATE TRUE
                   WHEN MODO-RANKING
               IF HAY-MATERIAS
                   CLOSE SUBJ-MASTER
               END-IF
               IF HAY-HIST-MATERIA
                   CLOSE HIST-MATERIA
               END-IF
               END-IF
               IF NOT MODO-RANKING AND NOT MODO-HISTORIA
                   PERFORM CERRAR-REPORTE-CARD
                   DISPLAY "HISTORICO YA REGISTRADO PARA "
                       SM-STUDENT-ID " TERMINO " TERM-ACTUAL
                       ", SE RECHAZA EL DUPLICADO"
               NOT INVALID KEY
                   PERFORM REGISTRAR-HISTORIA-MATERIAS
           END-WRITE.

       ABRIR-HIST-MATERIA.
      /LA PRIMERA VEZ EL MAESTRO NO EXISTE Y HAY QUE CREARLO
           OPEN I-O HIST-MATERIA.
           IF HIST-MATERIA-STATUS = "35"
               OPEN OUTPUT HIST-MATERIA
               CLOSE HIST-MATERIA
               OPEN I-O HIST-MATERIA
           END-IF.
           IF HIST-MATERIA-STATUS = "00"
               MOVE "Y" TO HAY-HIST-MATERIA-SW
           ELSE
               DISPLAY "NO SE PUDO ABRIR HISTMAT, STATUS: "
                   HIST-MATERIA-STATUS
               MOVE "HISTMAT" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE HIST-MATERIA-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
           END-IF.

       REGISTRAR-HISTORIA-MATERIAS.
      /UN RENGLON POR MATERIA DE LA TABLA YA ARMADA POR ElPromedio,
      /CON LA ASISTENCIA DEL MISMO TERMINO
           IF HAY-HIST-MATERIA
               PERFORM BUSCAR-ASISTENCIA
               PERFORM REGISTRAR-UNA-MATERIA
                   VARYING IND-MATERIA FROM 1 BY 1
                   UNTIL IND-MATERIA > CANT-MATERIAS
           END-IF.

       REGISTRAR-UNA-MATERIA.
      /LOS CREDITOS SE OBTIENEN CON LA MISMA REGLA DEL RESULTADO
      /DEL TERMINO: NOTA POR ENCIMA DEL UMBRAL DE APROBADO. LAS
      /TARDES CUENTAN COMO CLASES ASISTIDAS
           MOVE SPACES TO HIST-MATERIA-RECORD.
           MOVE SM-STUDENT-ID TO HM-STUDENT-ID.
           MOVE TERM-ACTUAL TO HM-TERM.
           MOVE MT-SUBJ(IND-MATERIA) TO HM-SUBJ.
           MOVE MT-PROME(IND-MATERIA) TO HM-NOTA-FINAL.
           MOVE 0 TO CREDITOS-MATERIA.
           IF HAY-MATERIAS
               MOVE MT-SUBJ(IND-MATERIA) TO SJ-SUBJ
               READ SUBJ-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SJ-CREDITOS TO CREDITOS-MATERIA
               END-READ
           END-IF.
           MOVE CREDITOS-MATERIA TO HM-CREDITOS.
           IF MT-PROME(IND-MATERIA) > UMBRAL-APROBADO
               MOVE CREDITOS-MATERIA TO HM-CREDITOS-OBTENIDOS
           ELSE
               MOVE 0 TO HM-CREDITOS-OBTENIDOS
           END-IF.
           MOVE 0 TO CLASES-MATERIA.
           MOVE 0 TO ASISTIDAS-MATERIA.
           IF ASISTENCIA-HALLADA
               PERFORM VARYING IND-ASIST FROM 1 BY 1
                       UNTIL IND-ASIST > AT-CANT-MATERIAS
                   IF AT-SUBJ(IND-ASIST) = MT-SUBJ(IND-MATERIA)
                       COMPUTE ASISTIDAS-MATERIA =
                           AT-PRESENTES(IND-ASIST)
                           + AT-TARDES(IND-ASIST)
                       COMPUTE CLASES-MATERIA = ASISTIDAS-MATERIA
                           + AT-AUSENTES(IND-ASIST)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE CLASES-MATERIA TO HM-CLASES.
           IF CLASES-MATERIA > 0
               COMPUTE HM-ASISTENCIA-PCT ROUNDED =
                   ASISTIDAS-MATERIA * 100 / CLASES-MATERIA
           ELSE
               MOVE 0 TO HM-ASISTENCIA-PCT
           END-IF.
           WRITE HIST-MATERIA-RECORD
               INVALID KEY
                   DISPLAY "HISTORIA DE MATERIA YA REGISTRADA PARA "
                       SM-STUDENT-ID " " HM-SUBJ
           END-WRITE.

       PROCESO-HISTORIA.
           END-PERFORM.

           PERFORM ESCRIBIR-RESUMEN-CIERRE.
           PERFORM CERRAR-TERMINO-CALENDARIO.

       CERRAR-TERMINO-CALENDARIO.
      /SOLO UN CIERRE DE TODAS LAS SECCIONES CIERRA EL TERMINO: EL
      /CIERRE DE UNA SECCION SUELTA DEJA A LAS DEMAS CARGANDO NOTAS
           IF SECCION-SELECCION = SPACES AND TERM-ACTUAL NOT = SPACES
               MOVE "C" TO TV-ACCION
               MOVE TERM-ACTUAL TO TV-TERM
               MOVE "CIERRE" TO TV-OPERADOR
               CALL "TERMCHK" USING TERM-AREA
               MOVE SPACES TO REPORT-CARD-LINEA
               STRING "CALENDARIO: " DELIMITED BY SIZE
                   TV-MOTIVO DELIMITED BY SIZE
                   INTO REPORT-CARD-LINEA
               PERFORM GRABAR-REPORTE-CARD
               DISPLAY "CALENDARIO DE TERMINOS: " TV-MOTIVO
           END-IF.

       ESCRIBIR-RESUMEN-CIERRE.
           MOVE SPACES TO REPORT-CARD-LINEA.
                   MOVE CR-PONDERADO TO PONDERADO-SW
           END-READ.
           CLOSE CONTROL-FILE.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
           MOVE "MATEMATICA2" TO PR-PROGRAMA.
           MOVE "UMBRAL-PROMOCION" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO UMBRAL-PROMOCIONA
           END-IF.
           MOVE "MATEMATICA2" TO PR-PROGRAMA.
           MOVE "UMBRAL-APROBADO" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO UMBRAL-APROBADO
           END-IF.

       BUSCAR-ESTUDIANTE.
      /BUSCA EL ESTUDIANTE INGRESADO EN STUDENT-MASTER
