      ******************************************************************
      * ESPREC - Record layout for the ESPERA section waitlist file,
      * keyed on ER-CLAVE (seccion, fecha y hora del pedido y alumno),
      * asi que dentro de cada seccion las entradas quedan en orden
      * de llegada. STUMNT anota al alumno cuando la seccion esta
      * llena; cuando se libera un lugar (cambio de seccion, retiro o
      * aumento de capacidad en SECTMNT) el servicio LISTESP le
      * ofrece el lugar al primero en espera. ESPRPT lista la espera
      * por seccion con la posicion y los dias de espera.
      ******************************************************************
       01  ESPERA-RECORD.
           05  ER-CLAVE.
               10  ER-SECTION      PIC X(03).
               10  ER-FECHA        PIC 9(08).
               10  ER-HORA         PIC 9(08).
               10  ER-STUDENT-ID   PIC X(10).
           05  ER-NOMBRE           PIC X(30).
           05  ER-SECCION-ACTUAL   PIC X(03).
           05  ER-ESTADO           PIC X(01).
               88  ER-EN-ESPERA    VALUE "E".
               88  ER-OFRECIDA     VALUE "O".
               88  ER-ASIGNADA     VALUE "A".
               88  ER-DECLINADA    VALUE "D".
               88  ER-PENDIENTE    VALUE "E" "O".
           05  ER-FECHA-OFERTA     PIC 9(08).
           05  ER-FECHA-CIERRE     PIC 9(08).
           05  ER-OPERADOR         PIC X(10).
