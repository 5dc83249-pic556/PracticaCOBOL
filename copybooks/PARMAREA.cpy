      ******************************************************************
      * PARMAREA - Communication area for the PARMGET parameter
      * service. El llamador carga PR-PROGRAMA y PR-PARAMETRO, hace
      * CALL "PARMGET" USING PARM-AREA y recibe en PR-VALOR la version
      * de PARMMAST que rige para PR-FECHA (la ultima con fecha desde
      * menor o igual). PR-FECHA en cero hace que PARMGET resuelva la
      * fecha de negocio solo (FECHANEG o la del dia), como RUNCTRL.
      * Sin version vigente o sin PARMMAST, PR-NO-HALLADO: el programa
      * sigue con su archivo de control de siempre o su valor fijo.
      ******************************************************************
       01  PARM-AREA.
           05  PR-PROGRAMA         PIC X(15).
           05  PR-PARAMETRO        PIC X(16).
           05  PR-FECHA            PIC 9(08).
           05  PR-VALOR            PIC 9(09)V9(04).
           05  PR-FECHA-DESDE      PIC 9(08).
           05  PR-RESULTADO        PIC X(01).
               88  PR-HALLADO      VALUE "0".
               88  PR-NO-HALLADO   VALUE "N".
