      * y un segundo operador distinto lo revisa y lo aplica o lo
      * rechaza. Ambas mitades quedan en USERAUDT. Los registros
      * aprobados/rechazados se conservan como rastro.
      * PD-OPERACION: A alta, C cambio, B baja, X purga fisica,
      * E pedido del propio empleado desde MI-APP (autogestion: de
      * la imagen solo se aplican el nombre y el idioma).
      * PD-RUTEO-JEFE es el unico aprobador que ve el pendiente (el
      * jefe que resolvio DEPTJEFE desde el departamento del
      * empleado); en blanco, sin jefe en toda la cadena, lo puede
      * decidir cualquier otro operador como antes. PD-RUTEO-DEPTO
      * es el departamento de ese jefe y PD-RUTEO-FECHA la fecha de
      * negocio del ruteo: PENDESC escala al nivel de arriba lo que
      * pase los dias habiles de plazo sin decidirse.
      ******************************************************************
       01  PEND-CHANGE-RECORD.
           05  PD-ESTADO           PIC X(01).
           05  PD-TIMESTAMP        PIC X(17).
           05  PD-EMP-ID           PIC X(10).
           05  PD-IMAGEN-NUEVA     PIC X(80).
           05  PD-RUTEO-JEFE       PIC X(10).
           05  PD-RUTEO-DEPTO      PIC X(10).
           05  PD-RUTEO-FECHA      PIC 9(08).
           05  PD-ESCALAMIENTOS    PIC 9(02).
