      ******************************************************************
      * NUMTAREA - Communication area for the NUMTCALC number-theory
      * service. The caller fills NT-OPERACION and the operands,
      * CALLs "NUMTCALC" USING NUMT-AREA, and gets the result and a
      * return code back (NT-RETORNO: 00 ok, 08 bad input, 12 the
      * result does not fit in NT-RESULTADO / NT-FACTORES).
      * Es el companero de MATECALC para la teoria de numeros: MCD,
      * MCM, suma de divisores propios y factorizacion en primos, con
      * las mismas reglas que usaban MATEMATICA6, MATEMATICA7 y
      * PRIMFACT. La factorizacion pasa por el cache FACTCACH cuando
      * se puede abrir; NT-ORIGEN dice si salio del cache o se
      * calculo. La operacion C cierra el cache al terminar la
      * corrida (el servicio lo deja abierto entre llamadas).
      ******************************************************************
       01  NUMT-AREA.
           05  NT-OPERACION        PIC X(01).
               88  NT-OP-MCD       VALUE "G".
               88  NT-OP-MCM       VALUE "L".
               88  NT-OP-SUMA-DIV  VALUE "D".
               88  NT-OP-FACTORES  VALUE "F".
               88  NT-OP-CERRAR    VALUE "C".
           05  NT-NUM1             PIC 9(06).
           05  NT-NUM2             PIC 9(06).
           05  NT-RESULTADO        PIC 9(12).
           05  NT-FACTORES         PIC X(60).
           05  NT-ORIGEN           PIC X(01).
               88  NT-DEL-CACHE    VALUE "C".
               88  NT-CALCULADO    VALUE "T".
           05  NT-RETORNO          PIC 9(02).
               88  NT-OK           VALUE 00.
               88  NT-DATO-MALO    VALUE 08.
               88  NT-DESBORDE     VALUE 12.
