      ******************************************************************
      * GLJREC - Record layout for the GLJOURNAL interface file sent
      * to the general ledger. Cada corrida de GLJRNL agrega un lote
      * con su cabecera, sus lineas de debe y haber y su cola de
      * control, en el formato de posiciones fijas que acepta el
      * equipo contable:
      *   H  cabecera del lote: fecha y sistema de origen
      *   D  linea del asiento: cuenta, D (debe) o C (haber), importe
      *      y la referencia de la partida de origen
      *   T  cola del lote: cantidad de lineas y totales de debe y
      *      haber, que siempre son iguales
      * GJ-ORIGEN es W para los castigos del suspenso y C para los
      * cargos mensuales por departamento.
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-TIPO             PIC X(01).
               88  GJ-CABECERA     VALUE "H".
               88  GJ-DETALLE      VALUE "D".
               88  GJ-COLA         VALUE "T".
           05  GJ-LOTE             PIC 9(06).
           05  GJ-DATOS            PIC X(93).
           05  FILLER REDEFINES GJ-DATOS.
               10  GJ-LINEA        PIC 9(05).
               10  GJ-FECHA-CONTABLE PIC 9(08).
               10  GJ-CUENTA       PIC X(12).
               10  GJ-DEBE-HABER   PIC X(01).
                   88  GJ-DEBE     VALUE "D".
                   88  GJ-HABER    VALUE "C".
               10  GJ-IMPORTE      PIC 9(09)V9(02).
               10  GJ-ORIGEN       PIC X(01).
               10  GJ-REFERENCIA   PIC X(16).
               10  GJ-DESCRIPCION  PIC X(30).
               10  FILLER          PIC X(09).
           05  FILLER REDEFINES GJ-DATOS.
               10  GJ-FECHA-LOTE   PIC 9(08).
               10  GJ-SISTEMA      PIC X(10).
               10  FILLER          PIC X(75).
           05  FILLER REDEFINES GJ-DATOS.
               10  GJ-CANT-LINEAS  PIC 9(05).
               10  GJ-TOTAL-DEBE   PIC 9(11)V9(02).
               10  GJ-TOTAL-HABER  PIC 9(11)V9(02).
               10  FILLER          PIC X(62).
