      ******************************************************************
      * SELLAREA - Communication area for the AUDSELLO audit-chain
      * service. LOGINLOG, USERAUDT y GRADAUDT llevan al final de cada
      * registro un numero de secuencia y un sello calculado sobre el
      * contenido del registro, su secuencia y el sello del registro
      * anterior; borrar, insertar o retocar un registro rompe la
      * cadena desde ahi. AUDSELLO guarda por archivo (SL-ARCHIVO,
      * el nombre logico: "LOGINLOG", "USERAUDT", "GRADAUDT") el
      * ultimo sello emitido y el ancla de donde arranca la cadena
      * del archivo vivo, en el indexado AUDCHAIN.
      * SL-ACCION:
      *   S  sellar: el llamador carga SL-REGISTRO con el registro
      *      sin los campos de cadena y recibe SL-SECUENCIA/SL-SELLO
      *      para grabar; AUDCHAIN avanza
      *   C  calcular: sello de SL-REGISTRO con SL-SELLO-ANTERIOR y
      *      SL-SECUENCIA dados, sin tocar AUDCHAIN (verificacion)
      *   L  leer: devuelve ancla (SL-ANCLA-*) y ultimo emitido
      *      (SL-SECUENCIA/SL-SELLO) del archivo
      *   A  anclar: la depuracion fija SL-ANCLA-* en el ultimo
      *      registro que paso al historico
      *   R  reiniciar: la cadena vuelve al ancla para resellar un
      *      archivo reconstruido por un proceso autorizado
      * Un sello siempre empieza con letra; un registro sin sello
      * (blanco) es anterior al encadenado o se grabo sin AUDCHAIN.
      ******************************************************************
       01  SELLO-AREA.
           05  SL-ACCION           PIC X(01).
               88  SL-SELLAR       VALUE "S".
               88  SL-CALCULAR     VALUE "C".
               88  SL-LEER         VALUE "L".
               88  SL-ANCLAR       VALUE "A".
               88  SL-REINICIAR    VALUE "R".
           05  SL-ARCHIVO          PIC X(08).
           05  SL-ANCLA-SECUENCIA  PIC 9(08).
           05  SL-ANCLA-SELLO      PIC X(08).
           05  SL-SELLO-ANTERIOR   PIC X(08).
           05  SL-SECUENCIA        PIC 9(08).
           05  SL-SELLO            PIC X(08).
           05  SL-RESULTADO        PIC X(01).
               88  SL-OK           VALUE "0".
               88  SL-SIN-CONTROL  VALUE "E".
           05  SL-REGISTRO         PIC X(200).
