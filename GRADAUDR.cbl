           05  GA-IMAGEN           PIC X(07).
           05  FILLER              PIC X(01).
           05  GA-CONTENIDO        PIC X(125).
           05  FILLER              PIC X(01).
           05  GA-SECUENCIA        PIC 9(08).
           05  FILLER              PIC X(01).
           05  GA-SELLO            PIC X(08).

       FD  AUDIT-REPORT.
       01  AUDIT-REPORT-LINEA      PIC X(200).
