      ******************************************************************
      * STEPBASR - Record layout for the STEPBASE step-duration
      * baselines. STEPBASE los reconstruye cada noche desde los pares
      * INICIO/FIN del RUNLOG de los ultimos 30 dias: un registro por
      * programa con la cantidad de corridas, el promedio y la peor
      * duracion en segundos. CHAINPRJ los usa para proyectar cuando
      * termina la cadena de esta noche.
      ******************************************************************
       01  STEP-BASE-RECORD.
           05  SB-PROGRAMA         PIC X(15).
           05  SB-CORRIDAS         PIC 9(05).
           05  SB-SEG-PROMEDIO     PIC 9(07).
           05  SB-SEG-PEOR         PIC 9(07).
           05  SB-FECHA-CALCULO    PIC 9(08).
