      ******************************************************************
      * CHAINCTR - Record layout for the CHAINCTL chain-control file.
      * Una linea por paso de la cadena nocturna que corre EJERCHAIN
      * (secuencia, programa, activo/salteado, parametro de modo);
      * CHAINPRJ la lee para proyectar la hora de fin de la cadena.
      * CC-PISTA va al final para que los CHAINCTL anteriores sigan
      * parseando igual: "1".."9" es la pista del paso (los pasos de
      * pistas distintas no dependen entre si y avanzan lado a lado),
      * "*" es un paso compuerta que espera a que todo lo anterior
      * haya terminado bien, y en blanco es pista "1" (el orden
      * serial historico).
      * Detras de la pista, y por la misma razon, la espera de un
      * archivo de afuera: CC-ARCHIVO es el archivo que tiene que
      * haber llegado para correr el paso; CC-DISPARADOR, si viene, es
      * un archivo de control cuyo primer registro debe empezar con la
      * fecha de negocio (asi no se corre contra la entrega de ayer).
      * Se espera hasta CC-HORA-CORTE (HHMM); a esa hora el paso se
      * saltea (CC-ACCION-CORTE "S") o falla ("F" o en blanco).
      ******************************************************************
       01  CHAIN-CONTROL-RECORD.
           05  CC-SECUENCIA        PIC 9(02).
           05  CC-PROGRAMA         PIC X(15).
           05  CC-ACTIVO           PIC X(01).
               88  CC-PASO-ACTIVO  VALUE "A".
               88  CC-PASO-SALTEADO VALUE "S".
           05  CC-PARAMETRO        PIC X(01).
           05  CC-PISTA            PIC X(01).
           05  CC-ARCHIVO          PIC X(08).
           05  CC-DISPARADOR       PIC X(08).
           05  CC-HORA-CORTE       PIC X(04).
           05  CC-ACCION-CORTE     PIC X(01).
