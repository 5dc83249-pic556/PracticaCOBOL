      ******************************************************************
      * ELIGAREA - Communication area for the ELIGCHK graduation
      * eligibility service. El llamador carga EG-IMAGEN con el
      * registro de STUDMAST del alumno, hace CALL "ELIGCHK" USING
      * ELIG-AREA y recibe si el alumno cumple los requisitos de
      * egreso de GRADREQ: creditos totales y creditos por materia
      * obligatoria, contando una vez los creditos de cada materia
      * aprobada en su historia: los terminos cerrados de HISTMAT y
      * las notas del termino en curso de STUDMAST. YEARROLL retiene
      * al que no cumple y GRADELIG lista lo que le falta a cada uno.
      * EG-RESULTADO:
      *   S  cumple todos los requisitos
      *   N  no cumple; EG-FALTANTE detalla cada requisito abierto
      *   X  no hay GRADREQ: no hay requisitos que verificar
      *   E  no se verifico (EG-RETORNO 12)
      * EG-FALTA-SUBJ en blanco es el requisito de creditos totales.
      * EG-RETORNO: 00 ok; 08 verificado con la historia incompleta
      * (HISTMAT ilegible o mas materias que la tabla); 12 GRADREQ
      * trae mas materias obligatorias que la tabla del servicio y
      * no se verifico nada. EG-MENSAJE explica el 08 y el 12.
      ******************************************************************
       01  ELIG-AREA.
           05  EG-IMAGEN               PIC X(170).
           05  EG-RESULTADO            PIC X(01).
               88  EG-CUMPLE           VALUE "S".
               88  EG-NO-CUMPLE        VALUE "N".
               88  EG-SIN-REQUISITOS   VALUE "X".
               88  EG-NO-VERIFICADO    VALUE "E".
           05  EG-CREDITOS-REQUERIDOS  PIC 9(03).
           05  EG-CREDITOS-OBTENIDOS   PIC 9(03).
           05  EG-CANT-FALTANTES       PIC 9(02).
           05  EG-FALTANTE             OCCURS 20 TIMES.
               10  EG-FALTA-SUBJ       PIC X(04).
               10  EG-FALTA-REQUERIDO  PIC 9(03).
               10  EG-FALTA-OBTENIDO   PIC 9(03).
               10  EG-FALTA-CURSADA    PIC X(01).
                   88  EG-NO-CURSADA   VALUE "N".
               10  EG-FALTA-PROME      PIC 9(03).
           05  EG-RETORNO              PIC 9(02).
               88  EG-OK               VALUE 00.
               88  EG-HISTORIA-PARCIAL VALUE 08.
               88  EG-REQUISITOS-EXCEDIDOS VALUE 12.
           05  EG-MENSAJE              PIC X(50).
