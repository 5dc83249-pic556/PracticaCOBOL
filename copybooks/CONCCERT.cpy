      ******************************************************************
      * CONCCERT - Record layout for the CONCCERT reconciliation
      * sign-off file, keyed on CO-FECHA (la fecha de la corrida de
      * MATEMATICA5). MATEMATICA5 deja al terminar los numeros de la
      * conciliacion del dia; CONCFIRM es la pantalla donde el que
      * prepara y despues el que revisa (otra persona) firman con su
      * comentario. CONCVENC alerta en OPALERT las fechas que pasan
      * el plazo sin certificar y CONCCAL lista el mes.
      * CO-ESTADO: P pendiente de firma, R firmada por el preparador
      * (espera revision), C certificada. Si MATEMATICA5 se vuelve a
      * correr en la misma fecha los numeros cambian: las firmas se
      * anulan y la fecha vuelve a P.
      ******************************************************************
       01  CONC-CERT-RECORD.
           05  CO-FECHA            PIC 9(08).
           05  CO-ESTADO           PIC X(01).
               88  CO-PENDIENTE    VALUE "P".
               88  CO-PREPARADA    VALUE "R".
               88  CO-CERTIFICADA  VALUE "C".
           05  CO-EMPAREJADAS      PIC 9(05).
           05  CO-MONTO-EMPAREJADO PIC 9(09)V9(02).
           05  CO-MONTOS-DIF       PIC 9(05).
           05  CO-DISCREPANCIAS    PIC 9(05).
           05  CO-SUSP-NUEVAS      PIC 9(05).
           05  CO-TS-CORRIDA       PIC X(17).
           05  CO-PREPARADOR       PIC X(10).
           05  CO-TS-PREPARA       PIC X(17).
           05  CO-COMENT-PREPARA   PIC X(60).
           05  CO-REVISOR          PIC X(10).
           05  CO-TS-REVISA        PIC X(17).
           05  CO-COMENT-REVISA    PIC X(60).
           05  CO-FECHA-ALERTA     PIC 9(08).
