      ******************************************************************
      * SUSPNOTE - Record layout for the SUSPNOTE file of dated case
      * notes, keyed on the case key plus a running note number, so
      * the notes of one partida read back in the order they were
      * written. SUSPGEST agrega una nota por cada nota libre del
      * investigador y una automatica por cada asignacion, cambio de
      * seguimiento o de causa: el caso cuenta solo lo que se probo.
      ******************************************************************
       01  SUSP-NOTE-RECORD.
           05  SN-KEY.
               10  SN-CASO-KEY     PIC X(15).
               10  SN-NUMERO       PIC 9(03).
           05  SN-FECHA            PIC 9(08).
           05  SN-HORA             PIC 9(06).
           05  SN-AUTOR            PIC X(10).
           05  SN-TEXTO            PIC X(60).
