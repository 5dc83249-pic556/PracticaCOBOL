      ******************************************************************
      * TERMAREA - Communication area for the TERMCHK term-calendar
      * service. El llamador carga TV-ACCION y los datos y hace
      * CALL "TERMCHK" USING TERM-AREA:
      *   A  valida una fecha de asistencia: TV-FECHA debe caer en
      *      un termino abierto de TERMCAL (TV-TERM si viene, si no
      *      el abierto que la contenga) y no ser futura
      *   N  igual que A para una fecha de nota, y ademas la carga
      *      no puede pasar la fecha limite del periodo de la nota
      *   C  cierra el termino TV-TERM a nombre de TV-OPERADOR
      * TV-RESULTADO vuelve en "S" si la fecha se acepta (o el cierre
      * se aplico) y en "N" si no; TV-MOTIVO explica la decision y
      * TV-TERM-HALLADO trae el termino que contiene la fecha. Sin
      * archivo TERMCAL las fechas se aceptan sin validar, como antes.
      ******************************************************************
       01  TERM-AREA.
           05  TV-ACCION           PIC X(01).
               88  TV-VALIDAR-ASIST VALUE "A".
               88  TV-VALIDAR-NOTA VALUE "N".
               88  TV-CERRAR       VALUE "C".
           05  TV-TERM             PIC X(06).
           05  TV-FECHA            PIC 9(08).
           05  TV-OPERADOR         PIC X(10).
           05  TV-RESULTADO        PIC X(01).
               88  TV-ACEPTADA     VALUE "S".
               88  TV-RECHAZADA    VALUE "N".
           05  TV-MOTIVO           PIC X(40).
           05  TV-TERM-HALLADO     PIC X(06).
