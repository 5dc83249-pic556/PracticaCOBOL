      ******************************************************************
      * DOCAREA - Communication area for the DOCSECC section-ownership
      * service. El llamador carga el NU del operador identificado y
      * la seccion que quiere tocar y hace CALL "DOCSECC" USING
      * DOCENTE-AREA. DS-RESULTADO vuelve en "S" si el operador es el
      * docente de la seccion en SECTMAST o tiene rol administrativo
      * (UM-ROLE "O"), y en "N" en cualquier otro caso; DS-MOTIVO
      * explica la decision para mostrarla al operador.
      ******************************************************************
       01  DOCENTE-AREA.
           05  DS-EMP-ID           PIC X(10).
           05  DS-SECTION          PIC X(03).
           05  DS-RESULTADO        PIC X(01).
               88  DS-PERMITIDO    VALUE "S".
               88  DS-DENEGADO     VALUE "N".
           05  DS-MOTIVO           PIC X(40).
