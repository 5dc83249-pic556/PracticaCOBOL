      ******************************************************************
      * CARDEMIT - Record layout for the CARDEMIT indexed ledger of
      * HR-event cards already issued by Navidad2024, keyed on event
      * + employee + event date (CE-CLAVE), the same fields that
      * identify the hecho in CARDTRIG.
      * La tarjeta se emite solo si el alta en CARDEMIT no choca con
      * la clave: una recorrida o una reimpresion del mismo CARDTRIG
      * nunca emite dos tarjetas por el mismo evento.
      * CE-FECHA-EMISION es la fecha de la corrida que la emitio; la
      * lista diaria por departamento sale de los registros con la
      * fecha de hoy, de todas las corridas del dia.
      ******************************************************************
       01  CARD-ISSUED-RECORD.
           05  CE-CLAVE.
               10  CE-EVENTO       PIC X(04).
               10  CE-EMP-ID       PIC X(10).
               10  CE-FECHA-EVENTO PIC 9(08).
           05  CE-FECHA-EMISION    PIC 9(08).
           05  CE-DEPT             PIC X(10).
           05  CE-EMP-NAME         PIC X(30).
           05  CE-LANG-CODE        PIC X(02).
