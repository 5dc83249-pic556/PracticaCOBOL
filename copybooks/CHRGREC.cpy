      ******************************************************************
      * CHRGREC - Record layout for the CHARGOUT file of monthly
      * departmental charges. CHARGEBK deja una fila por departamento
      * con el total del estado de cuenta del mes (logins mas el
      * prorrateo de pasos y reportes), y la interfaz contable GLJRNL
      * la convierte en asientos una vez cerrado el mes.
      ******************************************************************
       01  CHARGE-OUT-RECORD.
           05  CG-MES              PIC X(06).
           05  CG-DEPT             PIC X(10).
           05  CG-IMPORTE          PIC 9(09)V9(02).
