      ******************************************************************
      * HISTMAT - Record layout for the HISTMAT indexed master of
      * subject-level history, keyed on student + term + subject
      * (HM-KEY). HISTGRAD guarda un solo promedio por alumno y
      * termino; aqui MATEMATICA2 deja, al registrar el historico,
      * un renglon por cada materia cursada: nota final (promedio de
      * la materia), creditos de SUBJMAST, creditos obtenidos (los
      * de la materia si la nota aprueba, cero si no) y porcentaje de
      * asistencia de ATTNMAST. HM-CLASES en cero significa que no
      * habia asistencia registrada. TRANSCRP arma el analitico con
      * este maestro.
      ******************************************************************
       01  HIST-MATERIA-RECORD.
           05  HM-KEY.
               10  HM-STUDENT-ID   PIC X(10).
               10  HM-TERM         PIC X(06).
               10  HM-SUBJ         PIC X(04).
           05  HM-NOTA-FINAL       PIC 9(03).
           05  HM-CREDITOS         PIC 9(02).
           05  HM-CREDITOS-OBTENIDOS PIC 9(02).
           05  HM-CLASES           PIC 9(04).
           05  HM-ASISTENCIA-PCT   PIC 9(03).
