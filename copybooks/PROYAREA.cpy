      ******************************************************************
      * PROYAREA - Communication area for the CHAINPRJ chain-finish
      * projection service. El llamador carga PY-MODO, hace
      * CALL "CHAINPRJ" USING PROYECCION-AREA y recibe:
      *   PY-ESTADO  S sin cadena en curso (la ultima pasada cerro
      *              o nunca corrio), C cadena en curso, D cadena
      *              detenida por falla, E sin CHAINCTL
      *   PY-FIN-ESTIMADO / PY-FIN-PEOR  hora (HHMM) y fecha en que
      *              terminarian los pasos pendientes con las
      *              duraciones promedio y las peores de STEPBASE
      *   PY-CIERRE  hora de cierre de la ventana batch (BATCHWIN)
      *   PY-FUERA-VENTANA  "Y" si el fin estimado pasa el cierre
      * Con PY-MODO "D" ademas muestra el detalle paso por paso.
      ******************************************************************
       01  PROYECCION-AREA.
           05  PY-MODO             PIC X(01).
               88  PY-DETALLE      VALUE "D".
               88  PY-RESUMEN      VALUE "R".
           05  PY-ESTADO           PIC X(01).
               88  PY-SIN-CADENA   VALUE "S".
               88  PY-EN-CURSO     VALUE "C".
               88  PY-DETENIDA     VALUE "D".
               88  PY-SIN-CONTROL  VALUE "E".
           05  PY-PASOS-PENDIENTES PIC 9(02).
           05  PY-PASOS-SIN-HISTORIA PIC 9(02).
           05  PY-FECHA-FIN        PIC 9(08).
           05  PY-FIN-ESTIMADO     PIC 9(04).
           05  PY-FECHA-FIN-PEOR   PIC 9(08).
           05  PY-FIN-PEOR         PIC 9(04).
           05  PY-CIERRE           PIC 9(04).
           05  PY-FUERA-VENTANA    PIC X(01).
               88  PY-PASA-CIERRE  VALUE "Y".
           05  PY-PEOR-FUERA       PIC X(01).
               88  PY-PEOR-PASA-CIERRE VALUE "Y".
