      ******************************************************************
      * Author:Pedro Burgos
      * Date:2/4/26
      * Purpose:Servicio-Invocable-De-Hash-Irreversible-Del-PIN
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINHASH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      /TEXTO A MEZCLAR: EL LEGAJO COMO SAL SEGUIDO DEL PIN TIPEADO
       01 TEXTO-HASH.
           05 TH-EMP-ID PIC X(10).
           05 TH-PIN    PIC X(04).
       01 LARGO-TEXTO PIC 9(02) VALUE 14.
       01 IND-CARACTER PIC 9(02) COMP.
       01 IND-VUELTA PIC 9(01) COMP.
       01 CANT-VUELTAS PIC 9(01) VALUE 3.

      /EL ACUMULADOR SE MANTIENE POR DEBAJO DE 26 * 36 * 36 * 36 PARA
      /QUE ENTRE JUSTO EN UNA LETRA MAS TRES SIMBOLOS BASE 36
       01 ACUMULADOR PIC 9(12).
       01 MODULO-HASH PIC 9(07) VALUE 1212949.
       01 MULTIPLICADOR PIC 9(03) VALUE 131.
       01 RESTO-HASH PIC 9(07).

       01 LETRAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 SIMBOLOS PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 IND-SIMBOLO PIC 9(02) COMP.
       01 IND-SALIDA PIC 9(01) COMP.

       LINKAGE SECTION.
           COPY "PINAREA.cpy".

       PROCEDURE DIVISION USING PIN-AREA.
       MAIN-PROCEDURE.
      /HASH DE UNA SOLA VIA DEL PIN: VARIAS VUELTAS DE MULTIPLICAR Y
      /SUMAR CADA CARACTER (PESADO POR SU POSICION) MODULO UN PRIMO,
      /Y EL RESULTADO SE ESCRIBE COMO UNA LETRA MAS TRES SIMBOLOS.
      /NO SE PUEDE VOLVER DEL HASH AL PIN; SOLO SE PUEDE HASHEAR LO
      /TIPEADO Y COMPARAR
           MOVE PN-EMP-ID TO TH-EMP-ID.
           MOVE PN-PIN TO TH-PIN.
           MOVE 7 TO ACUMULADOR.
           PERFORM VARYING IND-VUELTA FROM 1 BY 1
                   UNTIL IND-VUELTA > CANT-VUELTAS
               PERFORM VARYING IND-CARACTER FROM 1 BY 1
                       UNTIL IND-CARACTER > LARGO-TEXTO
                   COMPUTE ACUMULADOR = FUNCTION MOD(
                       ACUMULADOR * MULTIPLICADOR
                       + FUNCTION ORD(TEXTO-HASH(IND-CARACTER:1))
                         * (IND-CARACTER + IND-VUELTA + 16)
                       MODULO-HASH)
               END-PERFORM
           END-PERFORM.
           PERFORM ARMAR-HASH.
           GOBACK.

       ARMAR-HASH.
      /PRIMER BYTE SIEMPRE LETRA: UN HASH NUNCA ES NUMERIC, ASI LA
      /CONVERSION DE LOS PINES EN CLARO SE PUEDE REPETIR SIN DANO
           MOVE SPACES TO PN-HASH.
           DIVIDE ACUMULADOR BY 26 GIVING ACUMULADOR
               REMAINDER RESTO-HASH.
           COMPUTE IND-SIMBOLO = RESTO-HASH + 1.
           MOVE LETRAS(IND-SIMBOLO:1) TO PN-HASH(1:1).
           PERFORM VARYING IND-SALIDA FROM 2 BY 1
                   UNTIL IND-SALIDA > 4
               DIVIDE ACUMULADOR BY 36 GIVING ACUMULADOR
                   REMAINDER RESTO-HASH
               COMPUTE IND-SIMBOLO = RESTO-HASH + 1
               MOVE SIMBOLOS(IND-SIMBOLO:1) TO PN-HASH(IND-SALIDA:1)
           END-PERFORM.

       END PROGRAM PINHASH.
