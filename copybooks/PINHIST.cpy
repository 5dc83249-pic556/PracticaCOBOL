      * N dias en PINCTL) y los ultimos PINES usados, para que el
      * empleado no pueda volver a uno reciente. Un NU sin registro
      * aqui nunca cambio su PIN y se lo fuerza en el proximo login.
      * PH-FORZAR-SW va al final para que los registros anteriores
      * sigan parseando igual: "F" = PIN de un solo uso asignado por
      * la campana de blanqueo PINRESET; MI-APP obliga el cambio en el
      * proximo login y lo limpia al grabar el PIN nuevo. Un PINHIST
      * grabado antes de PH-FORZAR-SW (registro de 29) se convierte
      * una vez con PINHCONV.
      ******************************************************************
       01  PIN-HIST-RECORD.
           05  PH-EMP-ID           PIC X(10).
           05  PH-CANT-HIST        PIC 9(01).
           05  PH-PIN-ANTERIOR     OCCURS 5 TIMES
                                   PIC X(04).
           05  PH-FORZAR-SW        PIC X(01).
               88  PH-CAMBIO-FORZADO VALUE "F".
