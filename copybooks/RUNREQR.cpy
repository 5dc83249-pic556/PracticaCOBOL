      * resultado, que el solicitante ve en el menu a la manana.
      * Estados: P pendiente, A aprobada, R rechazada, C completada,
      * F fallida.
      * RQ-APROBADOR, RQ-FECHA-DECISION y RQ-HORA-DECISION son quien
      * aprobo o rechazo y cuando; van al final para que los
      * registros anteriores sigan parseando igual (quedan en blanco).
      ******************************************************************
       01  RUN-REQUEST-RECORD.
           05  RQ-ESTADO           PIC X(01).
           05  RQ-PARAMETRO        PIC X(01).
           05  RQ-USUARIO          PIC X(10).
           05  RQ-TIMESTAMP        PIC X(17).
           05  RQ-APROBADOR        PIC X(10).
           05  RQ-FECHA-DECISION   PIC X(08).
           05  RQ-HORA-DECISION    PIC X(08).
