      * partida envejecida se cierra con su codigo de motivo y quien
      * la castigo; los dos campos nuevos van al final para que los
      * registros anteriores sigan parseando igual.
      * SU-CASTIGO-APROBO es el segundo aprobador que exige SUSPWOFF
      * cuando el monto pasa la tolerancia (blanco si no hizo falta);
      * lo lee el informe de segregacion de funciones.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SU-REF-ID           PIC X(06).
           05  SU-FECHA-CIERRE     PIC 9(08).
           05  SU-MOTIVO-CASTIGO   PIC X(02).
           05  SU-CASTIGO-POR      PIC X(10).
           05  SU-CASTIGO-APROBO   PIC X(10).
