      ******************************************************************
      * LEGHOLD - Record layout for the LEGHOLD legal-hold file. Ante
      * una investigacion o un reclamo de notas, HOLDMNT congela aqui
      * el material que no se puede depurar, con quien lo pidio y por
      * que; GENCLEAN y LOGPURGE leen las retenciones activas y no
      * tocan lo que cubren. HOLDRPT lista las activas.
      * LH-TIPO: G generaciones de GENCAT del reporte LH-OBJETO (el
      *          GC-ARCHIVO) con GC-FECHA dentro del rango;
      *          L registros de LOGINLOG del empleado LH-OBJETO con
      *          fecha dentro del rango, y los de RUNLOG que lo
      *          nombran en sus datos clave.
      * LH-ESTADO: A activa; L liberada, con quien y cuando. Una
      * retencion liberada queda en el archivo como constancia.
      ******************************************************************
       01  LEGAL-HOLD-RECORD.
           05  LH-NUMERO           PIC 9(05).
           05  LH-ESTADO           PIC X(01).
               88  LH-ACTIVA       VALUE "A".
               88  LH-LIBERADA     VALUE "L".
           05  LH-TIPO             PIC X(01).
               88  LH-GENERACIONES VALUE "G".
               88  LH-LOGS         VALUE "L".
           05  LH-OBJETO           PIC X(10).
           05  LH-FECHA-DESDE      PIC 9(08).
           05  LH-FECHA-HASTA      PIC 9(08).
           05  LH-COLOCADA-POR     PIC X(10).
           05  LH-FECHA-COLOCADA   PIC 9(08).
           05  LH-MOTIVO           PIC X(40).
           05  LH-LIBERADA-POR     PIC X(10).
           05  LH-FECHA-LIBERADA   PIC X(08).
