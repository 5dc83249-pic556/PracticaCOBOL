      ******************************************************************
      * FEELEDG - Record layout for the FEELEDG indexed student fee
      * ledger, one record per movement, keyed on student + date +
      * type + reference (FL-KEY), so each account reads in date
      * order. Tipos de movimiento:
      *   C  cargo de cuota mensual (FEEBILL); referencia "CUOTA" y
      *      el mes, asi una segunda facturacion del mes choca con la
      *      clave y no carga dos veces
      *   P  pago del archivo del banco (FEEPAY); referencia del banco
      *   A  ajuste manual (FEEMNT), al debe o al haber
      * FL-DEBE-HABER dice si el importe suma a la deuda (D) o la
      * descuenta (H): saldo = debe - haber. FL-VENCIMIENTO es el
      * vencimiento de los cargos y ajustes al debe; el informe de
      * antiguedad de deuda (FEEAGE) envejece desde esa fecha.
      ******************************************************************
       01  FEE-LEDGER-RECORD.
           05  FL-KEY.
               10  FL-STUDENT-ID   PIC X(10).
               10  FL-FECHA        PIC 9(08).
               10  FL-TIPO         PIC X(01).
                   88  FL-CARGO    VALUE "C".
                   88  FL-PAGO     VALUE "P".
                   88  FL-AJUSTE   VALUE "A".
               10  FL-REFERENCIA   PIC X(12).
           05  FL-DEBE-HABER       PIC X(01).
               88  FL-DEBE         VALUE "D".
               88  FL-HABER        VALUE "H".
           05  FL-IMPORTE          PIC 9(07)V9(02).
           05  FL-VENCIMIENTO      PIC 9(08).
           05  FL-MES              PIC 9(06).
           05  FL-CONCEPTO         PIC X(30).
           05  FL-OPERADOR         PIC X(10).
           05  FL-FECHA-POSTEO     PIC 9(08).
