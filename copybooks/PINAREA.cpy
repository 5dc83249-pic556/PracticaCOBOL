      ******************************************************************
      * PINAREA - Communication area for the PINHASH service. El
      * llamador carga PN-EMP-ID y PN-PIN (los 4 digitos tipeados),
      * hace CALL "PINHASH" USING PIN-AREA y recibe en PN-HASH la
      * forma irreversible que se guarda en UM-PIN y PH-PIN-ANTERIOR.
      * El hash ocupa los mismos 4 bytes que el PIN en claro, asi los
      * largos de registro no cambian; empieza siempre con una letra,
      * de modo que un PIN en claro (NUMERIC) y uno ya convertido se
      * distinguen a simple vista. El legajo entra como sal: dos
      * empleados con el mismo PIN no tienen el mismo hash.
      * Para verificar un PIN se hashea lo tipeado y se compara con
      * lo guardado; el PIN en claro nunca se graba.
      ******************************************************************
       01  PIN-AREA.
           05  PN-EMP-ID           PIC X(10).
           05  PN-PIN              PIC X(04).
           05  PN-HASH             PIC X(04).
