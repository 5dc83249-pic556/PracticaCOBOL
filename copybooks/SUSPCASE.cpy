      ******************************************************************
      * SUSPCASE - Record layout for the SUSPCASE case file of open
      * suspense items, keyed on CS-KEY (referencia + origen + fecha
      * de alta, lo que identifica a la partida en SUSPENSE). El
      * suspenso lo reescribe MATEMATICA5 por mezcla en cada corrida,
      * asi que la gestion de la partida vive aparte: SUSPGEST asigna
      * el caso a un investigador, registra la fecha de seguimiento
      * y la causa raiz, y deja las notas fechadas en SUSPNOTE.
      * SUSPWORK arma con este archivo la lista diaria de cada
      * investigador y SUSPRPT muestra asignado y ultima accion.
      * Causas: 01 error de digitacion, 02 desfase de fecha entre
      * extractos, 03 partida duplicada, 04 referencia mal informada,
      * 05 diferencia de monto, 06 movimiento propio del banco,
      * 99 otra (detallada en las notas).
      ******************************************************************
       01  SUSP-CASE-RECORD.
           05  CS-KEY.
               10  CS-REF-ID       PIC X(06).
               10  CS-ORIGEN       PIC X(01).
               10  CS-FECHA-ALTA   PIC 9(08).
           05  CS-ASIGNADO         PIC X(10).
           05  CS-FECHA-ASIGNA     PIC 9(08).
           05  CS-FECHA-SEGUIM     PIC 9(08).
           05  CS-CAUSA            PIC X(02).
               88  CS-CAUSA-VALIDA VALUE "01" "02" "03" "04" "05"
                                         "06" "99".
           05  CS-FECHA-ULT-ACCION PIC 9(08).
           05  CS-ULT-ACCION-POR   PIC X(10).
           05  CS-CANT-NOTAS       PIC 9(03).
