      ******************************************************************
      * NOTALOTE - Record layout for the NOTALOTE indexed file of
      * grade-entry batches, keyed on batch + student (NL-CLAVE).
      * NOTACAPT arma un lote por seccion, materia y fecha de
      * evaluacion: el registro con NL-STUDENT-ID en blanco es la
      * cabecera del lote (estado, totales, quien lo cargo y quien
      * lo libero) y cada alumno calificado tiene su renglon con
      * NL-NOTA. Mientras el lote esta pendiente el docente lo revisa
      * y corrige; al liberarlo pasa a GRADETRN con cabecera *LOTE*
      * y cola *TOTAL* para el GRADPOST de esa noche y queda
      * cerrado.
      ******************************************************************
       01  NOTA-LOTE-RECORD.
           05  NL-CLAVE.
               10  NL-LOTE             PIC 9(08).
               10  NL-STUDENT-ID       PIC X(10).
           05  NL-SECCION              PIC X(03).
           05  NL-SUBJ                 PIC X(04).
           05  NL-FECHA                PIC 9(08).
           05  NL-NOTA                 PIC 9(03).
           05  NL-ESTADO               PIC X(01).
               88  NL-PENDIENTE        VALUE "P".
               88  NL-LIBERADO         VALUE "L".
           05  NL-CANT-NOTAS           PIC 9(03).
           05  NL-SUMA-NOTAS           PIC 9(05).
           05  NL-OPERADOR-ALTA        PIC X(10).
           05  NL-FECHA-ALTA           PIC 9(08).
           05  NL-OPERADOR-LIBERA      PIC X(10).
           05  NL-FECHA-LIBERA         PIC 9(08).
