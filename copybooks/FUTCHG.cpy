      ******************************************************************
      * FUTCHG - Record layout for the FUTCHG scheduled-changes file
      * of USER-MASTER. RRHH avisa traslados, licencias y bajas con
      * semanas de anticipacion: HRFEED y la aprobacion de USERMNT
      * dejan aqui todo cambio cuya fecha efectiva es posterior a la
      * fecha de negocio, y FUTAPLY lo aplica en la corrida nocturna
      * en que FECHANEG alcanza FC-FECHA-EFECTIVA.
      * Los campos del cambio siguen la regla de HRDELTA: en blanco
      * conservan el valor que tenga el maestro al aplicarse. FC-PIN
      * viaja ya hasheado con el ID como sal, nunca en claro.
      * FC-TIPO: A alta, C cambio, D baja (los codigos de HRDELTA).
      * FC-ESTADO: P programado; A aplicado y R rechazado quedan hasta
      * la corrida siguiente de FUTAPLY, con FC-FECHA-APLICADA.
      ******************************************************************
       01  FUTURE-CHANGE-RECORD.
           05  FC-ESTADO           PIC X(01).
               88  FC-PROGRAMADO   VALUE "P".
               88  FC-APLICADO     VALUE "A".
               88  FC-RECHAZADO    VALUE "R".
           05  FC-FECHA-EFECTIVA   PIC 9(08).
           05  FC-TIPO             PIC X(01).
               88  FC-ALTA         VALUE "A".
               88  FC-CAMBIO       VALUE "C".
               88  FC-BAJA         VALUE "D".
           05  FC-ORIGEN           PIC X(08).
           05  FC-OPERADOR         PIC X(10).
           05  FC-APROBADOR        PIC X(10).
           05  FC-TIMESTAMP        PIC X(17).
           05  FC-EMP-ID           PIC X(10).
           05  FC-EMP-NAME         PIC X(30).
           05  FC-DEPT             PIC X(10).
           05  FC-LANG-CODE        PIC X(02).
           05  FC-PIN              PIC X(04).
           05  FC-FECHA-NAC        PIC X(08).
           05  FC-ROLE             PIC X(01).
           05  FC-STATUS           PIC X(01).
           05  FC-FECHA-APLICADA   PIC X(08).
           05  FC-MOTIVO           PIC X(25).
