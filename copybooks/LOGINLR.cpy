      *   NO-REG   NU inexistente en USER-MASTER
      *   BATCH    saludo generado por la corrida batch del roster
      *   BLOQ     intento de login con la cuenta ya bloqueada
      *   HORARIO  PIN correcto fuera de la ventana del rol (LOGINWIN)
      *            o en un feriado de PROCCAL sin exencion
      * LL-SECUENCIA y LL-SELLO encadenan el archivo (ver SELLAREA.cpy):
      * el sello se calcula sobre los primeros 46 bytes del registro.
      * Los registros anteriores al encadenado los traen en blanco.
      ******************************************************************
       01  LOGIN-LOG-RECORD.
           05  LL-EMP-ID           PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LL-TIMESTAMP        PIC X(26).
           05  LL-RESULTADO        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LL-SECUENCIA        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LL-SELLO            PIC X(08).
