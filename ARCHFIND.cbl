       FD  LOGIN-ARCH.
      /EL HISTORICO ACUMULA GENERACIONES SEPARADAS POR CABECERAS
      /"*** ARCHIVO DEL ... ***"; CADA LINEA DE DATOS LLEVA LA
      /IMAGEN DEL REGISTRO DE LOGINLOG EN SUS PRIMEROS 64 BYTES
       01  LOGIN-ARCH-RECORD.
           05  LA-EMP-ID           PIC X(10).
           05  FILLER              PIC X(02).
           05  LA-TIMESTAMP        PIC X(26).
           05  LA-RESULTADO        PIC X(08).
           05  FILLER              PIC X(34).

       FD  RUN-ARCH.
      /IMAGEN DEL REGISTRO DE RUNLOG EN SUS PRIMEROS 78 BYTES
