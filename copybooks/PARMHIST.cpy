      ******************************************************************
      * PARMHIST - Record layout for the PARMHIST parameter-change
      * history. PARMMNT agrega un registro por cada version que se
      * carga o corrige en PARMMAST: quien, cuando, que parametro y
      * desde que fecha, el valor que regia hasta entonces para esa
      * fecha y el valor nuevo. PH-SIN-ANTERIOR marca el primer valor
      * de un parametro (no habia nada vigente). PARMRPT lo lista por
      * periodo.
      ******************************************************************
       01  PARM-HIST-RECORD.
           05  PH-TIMESTAMP        PIC X(17).
           05  PH-OPERADOR         PIC X(10).
           05  PH-PROGRAMA         PIC X(15).
           05  PH-PARAMETRO        PIC X(16).
           05  PH-FECHA-DESDE      PIC 9(08).
           05  PH-ANTERIOR-SW      PIC X(01).
               88  PH-SIN-ANTERIOR VALUE "N".
           05  PH-VALOR-ANTERIOR   PIC 9(09)V9(04).
           05  PH-VALOR-NUEVO      PIC 9(09)V9(04).
