      ******************************************************************
      * NOTIFQR - Record layout for the NOTIFQ outbound notification
      * queue. NOTIFPUT agrega una entrada pendiente por direccion;
      * NOTIFEXT le asigna numero la primera vez que la entrega al
      * gateway de correo/SMS, la marca en gateway y al leer la
      * devolucion la deja entregada o, si fallo, la vuelve a
      * pendiente para reintentar hasta agotar los intentos.
      * Estados: P pendiente, X en gateway, E entregada, F fallida
      * (intentos agotados), R sin ruta (la clave no tiene direccion
      * en NOTIFDIR). Canal: E correo, S SMS.
      ******************************************************************
       01  NOTIF-QUEUE-RECORD.
           05  NQ-NUMERO           PIC 9(08).
           05  NQ-ESTADO           PIC X(01).
               88  NQ-PENDIENTE    VALUE "P".
               88  NQ-EN-GATEWAY   VALUE "X".
               88  NQ-ENTREGADA    VALUE "E".
               88  NQ-FALLIDA      VALUE "F".
               88  NQ-SIN-RUTA     VALUE "R".
           05  NQ-INTENTOS         PIC 9(02).
           05  NQ-TIMESTAMP        PIC X(17).
           05  NQ-ULTIMO-ENVIO     PIC X(17).
           05  NQ-ORIGEN           PIC X(15).
           05  NQ-DESTINO          PIC X(15).
           05  NQ-CANAL            PIC X(01).
               88  NQ-CORREO       VALUE "E".
               88  NQ-SMS          VALUE "S".
           05  NQ-DIRECCION        PIC X(60).
           05  NQ-ASUNTO           PIC X(40).
           05  NQ-CUERPO           PIC X(100).
           05  NQ-MOTIVO-FALLA     PIC X(30).
