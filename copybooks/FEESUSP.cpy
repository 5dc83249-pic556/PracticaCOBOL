      ******************************************************************
      * FEESUSP - Record layout for the FEESUSP suspense list of bank
      * payments that FEEPAY could not match to a student account.
      * Cada pago rechazado se agrega con su motivo y la fecha de la
      * corrida, con la imagen completa del renglon del banco, para
      * que tesoreria lo identifique y lo vuelva a enviar en un
      * archivo de pagos corregido.
      *   01  alumno sin cuenta (ni en STUDMAST ni en FEELEDG)
      *   02  importe invalido o en cero
      *   03  fecha de pago invalida
      *   04  error de archivo al grabar en FEELEDG
      ******************************************************************
       01  FEE-SUSP-RECORD.
           05  FX-ESTADO           PIC X(01).
               88  FX-PENDIENTE    VALUE "P".
           05  FX-MOTIVO           PIC X(02).
           05  FX-FECHA-ALTA       PIC 9(08).
           05  FX-REFERENCIA       PIC X(12).
           05  FX-FECHA-PAGO       PIC X(08).
           05  FX-STUDENT-ID       PIC X(10).
           05  FX-IMPORTE          PIC X(09).
