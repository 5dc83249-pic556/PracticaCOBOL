      ******************************************************************
      * CHAINCMR - Record layout for the CHAINCMD operator-command
      * file. EJERCHAIN lo relee entre paso y paso:
      *   P <programa>  pausa la cadena antes de ese paso hasta que
      *                 la linea se quite del archivo
      *   S <programa>  saltea ese paso esta noche
      *   D             detiene la cadena limpiamente en el proximo
      *                 limite de pasos (CHAINSTS queda consistente)
      * Despues del programa va el NU del operador que deja la orden,
      * que pasa al RUN-LOG con ella (las lineas viejas sin NU siguen
      * valiendo). CHAINDRY lo lee para mostrar que ordenes aplican.
      ******************************************************************
       01  CHAIN-COMMAND-RECORD.
           05  CM-COMANDO          PIC X(01).
               88  CM-PAUSA        VALUE "P".
               88  CM-SALTEAR      VALUE "S".
               88  CM-DETENER      VALUE "D".
           05  FILLER              PIC X(01).
           05  CM-PROGRAMA         PIC X(15).
           05  FILLER              PIC X(01).
           05  CM-OPERADOR         PIC X(10).
