      ******************************************************************
      * CERTWRK - Record layout for the CERTWORK access-recertification
      * worklist. CERTCAMP abre la campana armando un renglon por cada
      * empleado no dado de baja de USER-MASTER, ordenado por
      * departamento (DM-DEPT-CODE); CERTREV es la pantalla donde el
      * revisor del departamento decide cada renglon, y CERTCAMP al
      * cerrar lista lo que quedo sin certificar.
      * CW-DECISION: blanco pendiente, M mantener, C cambiar rol (el
      * rol pedido en CW-ROL-NUEVO), R revocar, V vencido sin
      * certificar al cierre. C y R no tocan el maestro: se encolan
      * en PENDCHG para el control dual de siempre.
      ******************************************************************
       01  CERT-WORK-RECORD.
           05  CW-CAMPANA          PIC 9(08).
           05  CW-DEPT             PIC X(10).
           05  CW-EMP-ID           PIC X(10).
           05  CW-EMP-NAME         PIC X(30).
           05  CW-ROL-ACTUAL       PIC X(01).
           05  CW-DECISION         PIC X(01).
               88  CW-PENDIENTE    VALUE SPACE.
               88  CW-MANTENER     VALUE "M".
               88  CW-CAMBIAR-ROL  VALUE "C".
               88  CW-REVOCAR      VALUE "R".
               88  CW-VENCIDO      VALUE "V".
           05  CW-ROL-NUEVO        PIC X(01).
           05  CW-REVISOR          PIC X(10).
           05  CW-TIMESTAMP        PIC X(17).
