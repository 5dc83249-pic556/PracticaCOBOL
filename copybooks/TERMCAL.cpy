      ******************************************************************
      * TERMCAL - Record layout for the TERMCAL indexed calendar of
      * terminos lectivos, keyed on CT-TERM (el mismo codigo AAAATN
      * de HG-TERM, AT-TERM y ST-TERM). Cada termino tiene su fecha
      * de inicio y de fin, hasta cuatro periodos de calificacion
      * (fecha de fin del periodo y fecha limite de carga de notas)
      * y su estado: abierto mientras se cargan notas y asistencia,
      * cerrado cuando el PROCESO-CIERRE de MATEMATICA2 lo termina o
      * la oficina lo cierra desde TERMMNT. TERMCHK lo consulta para
      * que GRADPOST, ATTNPOST y ATTNCAPT rechacen fechas fuera del
      * termino abierto.
      ******************************************************************
       01  TERM-CAL-RECORD.
           05  CT-TERM             PIC X(06).
           05  CT-DESCRIPCION      PIC X(30).
           05  CT-FECHA-INICIO     PIC 9(08).
           05  CT-FECHA-FIN        PIC 9(08).
           05  CT-ESTADO           PIC X(01).
               88  CT-ABIERTO      VALUE "A".
               88  CT-CERRADO      VALUE "C".
           05  CT-CANT-PERIODOS    PIC 9(01).
           05  CT-PERIODO OCCURS 4 TIMES.
               10  CT-PER-FIN      PIC 9(08).
               10  CT-PER-LIMITE   PIC 9(08).
           05  CT-FECHA-CIERRE     PIC 9(08).
           05  CT-CERRADO-POR      PIC X(10).
