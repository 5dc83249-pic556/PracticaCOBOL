      ******************************************************************
      * APELREC - Record layout for the APELACION grade-appeal file,
      * keyed on AP-NUMERO. Cada apelacion identifica la nota
      * discutida por alumno + materia + fecha de la nota (la misma
      * entrada de SM-GRADES) y recorre los pasos presentada,
      * revisada por el docente, decidida por el comite y cerrada.
      * Cada paso deja su fecha y su operador. Al cerrar una
      * apelacion aceptada APELMNT aplica AP-NOTA-RESUELTA al
      * STUDMAST y deja el rastro en GRADAUDT con el numero de
      * apelacion. APELRPT lista las abiertas por antiguedad y
      * resume las aceptadas y rechazadas por materia y termino.
      ******************************************************************
       01  APELACION-RECORD.
           05  AP-NUMERO               PIC 9(06).
           05  AP-STUDENT-ID           PIC X(10).
           05  AP-TERM                 PIC X(06).
           05  AP-SUBJ                 PIC X(04).
           05  AP-FECHA-NOTA           PIC 9(08).
           05  AP-NOTA-POSTEADA        PIC 9(03).
           05  AP-MOTIVO               PIC X(60).
           05  AP-PRESENTADOR          PIC X(30).
           05  AP-ESTADO               PIC X(01).
               88  AP-PRESENTADA       VALUE "P".
               88  AP-REVISADA         VALUE "R".
               88  AP-DECIDIDA         VALUE "D".
               88  AP-CERRADA          VALUE "C".
               88  AP-ABIERTA          VALUE "P" "R" "D".
           05  AP-FECHA-ALTA           PIC 9(08).
           05  AP-OPERADOR-ALTA        PIC X(10).
           05  AP-REVISION.
               10  AP-FECHA-REVISION   PIC 9(08).
               10  AP-OPERADOR-REVISION PIC X(10).
               10  AP-OPINION-DOCENTE  PIC X(01).
                   88  AP-DOCENTE-SOSTIENE VALUE "S".
                   88  AP-DOCENTE-MODIFICA VALUE "M".
               10  AP-NOTA-SUGERIDA    PIC 9(03).
               10  AP-COMENTARIO       PIC X(60).
           05  AP-RESOLUCION.
               10  AP-FECHA-DECISION   PIC 9(08).
               10  AP-OPERADOR-DECISION PIC X(10).
               10  AP-DECISION         PIC X(01).
                   88  AP-ACEPTADA     VALUE "A".
                   88  AP-RECHAZADA    VALUE "R".
               10  AP-NOTA-RESUELTA    PIC 9(03).
               10  AP-FUNDAMENTO       PIC X(60).
           05  AP-CIERRE.
               10  AP-FECHA-CIERRE     PIC 9(08).
               10  AP-OPERADOR-CIERRE  PIC X(10).
               10  AP-APLICADA         PIC X(01).
                   88  AP-NOTA-APLICADA VALUE "S".
