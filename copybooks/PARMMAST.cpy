      ******************************************************************
      * PARMMAST - Record layout for the PARMMAST parameter master.
      * Un registro por programa + parametro + fecha de vigencia: cada
      * cambio de un umbral es una version nueva con la fecha desde la
      * que rige, y la version vieja queda. PARMGET devuelve la que
      * rige para la fecha de negocio (FECHANEG), asi una recorrida de
      * una fecha vieja usa los umbrales de entonces. Un parametro que
      * comparten varios programas va bajo el programa que lo usa
      * primero (la ventana de horario de SECCTL, por ejemplo, bajo
      * SECRPT).
      * PM-VALOR es numerico con cuatro decimales: alcanza para dias,
      * horas HHMM, porcentajes y montos. PM-OPERADOR y PM-TIMESTAMP
      * dicen quien cargo la version y cuando (el rastro completo con
      * el valor anterior va en PARMHIST). Lo mantiene PARMMNT.
      ******************************************************************
       01  PARM-MASTER-RECORD.
           05  PM-CLAVE.
               10  PM-PROGRAMA     PIC X(15).
               10  PM-PARAMETRO    PIC X(16).
               10  PM-FECHA-DESDE  PIC 9(08).
           05  PM-VALOR            PIC 9(09)V9(04).
           05  PM-DESCRIPCION      PIC X(30).
           05  PM-OPERADOR         PIC X(10).
           05  PM-TIMESTAMP        PIC X(17).
