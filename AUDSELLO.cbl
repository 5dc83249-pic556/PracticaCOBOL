      ******************************************************************
      * Author:Pedro Burgos
      * Date:11/4/26
      * Purpose:Servicio-De-Encadenado-De-Los-Archivos-De-Auditoria
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSELLO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-CHAIN ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CD-ARCHIVO
               FILE STATUS IS AUDIT-CHAIN-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-CHAIN.
      /UNA ENTRADA POR ARCHIVO ENCADENADO: DONDE ARRANCA LA CADENA
      /DEL ARCHIVO VIVO (ANCLA) Y EL ULTIMO SELLO EMITIDO
       01  AUDIT-CHAIN-RECORD.
           05  CD-ARCHIVO          PIC X(08).
           05  CD-ANCLA-SECUENCIA  PIC 9(08).
           05  CD-ANCLA-SELLO      PIC X(08).
           05  CD-SECUENCIA        PIC 9(08).
           05  CD-SELLO            PIC X(08).
           05  CD-TIMESTAMP        PIC X(17).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

       01 AUDIT-CHAIN-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).

       01 ENTRADA-EXISTE-SW PIC X(01) VALUE "N".
           88 ENTRADA-EXISTE VALUE "Y".

      /TEXTO A MEZCLAR: SELLO ANTERIOR, SECUENCIA Y REGISTRO; ASI EL
      /SELLO DE CADA REGISTRO DEPENDE DE TODOS LOS ANTERIORES
       01 TEXTO-SELLO.
           05 TS-SELLO-ANTERIOR PIC X(08).
           05 TS-SECUENCIA      PIC 9(08).
           05 TS-REGISTRO       PIC X(200).
       01 LARGO-TEXTO PIC 9(03) VALUE 216.
       01 IND-CARACTER PIC 9(03) COMP.
       01 IND-VUELTA PIC 9(01) COMP.
       01 CANT-VUELTAS PIC 9(01) VALUE 3.

      /DOS ACUMULADORES CON DISTINTA SEMILLA Y MULTIPLICADOR, CADA
      /UNO POR DEBAJO DE 26 * 36 * 36 * 36 COMO EN PINHASH: CADA UNO
      /DA UNA LETRA MAS TRES SIMBOLOS BASE 36
       01 ACUMULADOR-1 PIC 9(12).
       01 ACUMULADOR-2 PIC 9(12).
       01 ACUMULADOR PIC 9(12).
       01 MODULO-SELLO PIC 9(07) VALUE 1212949.
       01 MULTIPLICADOR-1 PIC 9(03) VALUE 131.
       01 MULTIPLICADOR-2 PIC 9(03) VALUE 137.
       01 RESTO-SELLO PIC 9(07).

       01 LETRAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 SIMBOLOS PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 IND-SIMBOLO PIC 9(02) COMP.
       01 IND-SALIDA PIC 9(01) COMP.
       01 MITAD-SELLO PIC X(04).

       01 EVENTO-LOG PIC X(06).
       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
           COPY "SELLAREA.cpy".

       PROCEDURE DIVISION USING SELLO-AREA.
       MAIN-PROCEDURE.
      /UN SOLO LUGAR QUE SABE COMO SE SELLA UN REGISTRO DE AUDITORIA:
      /LOS QUE GRABAN PIDEN EL SELLO SIGUIENTE Y LA VERIFICACION LO
      /RECALCULA CON LA MISMA RUTINA
           MOVE "0" TO SL-RESULTADO.
           IF SL-CALCULAR
               PERFORM CALCULAR-SELLO
               GOBACK
           END-IF.
           PERFORM ABRIR-CONTROL.
           IF AUDIT-CHAIN-STATUS NOT = "00"
      /SIN AUDCHAIN EL REGISTRO SE GRABA IGUAL PERO SIN SELLO: LA
      /VERIFICACION LO VA A SENALAR, Y NO SE PIERDE LA AUDITORIA
               DISPLAY "AUDCHAIN INACCESIBLE, STATUS: "
                   AUDIT-CHAIN-STATUS " - REGISTRO SIN SELLO"
               MOVE "E" TO SL-RESULTADO
               MOVE 0 TO SL-SECUENCIA
               MOVE SPACES TO SL-SELLO
               GOBACK
           END-IF.
           PERFORM BUSCAR-ENTRADA.
           EVALUATE TRUE
               WHEN SL-SELLAR
                   PERFORM SELLAR-REGISTRO
               WHEN SL-LEER
                   PERFORM DEVOLVER-ENTRADA
               WHEN SL-ANCLAR
                   PERFORM ANCLAR-CADENA
               WHEN SL-REINICIAR
                   PERFORM REINICIAR-CADENA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE AUDIT-CHAIN.
           GOBACK.

       ABRIR-CONTROL.
           OPEN I-O AUDIT-CHAIN.
           IF AUDIT-CHAIN-STATUS = "35"
               OPEN OUTPUT AUDIT-CHAIN
               CLOSE AUDIT-CHAIN
               OPEN I-O AUDIT-CHAIN
           END-IF.

       BUSCAR-ENTRADA.
      /UN ARCHIVO QUE TODAVIA NO SE ENCADENO ARRANCA DE SECUENCIA
      /CERO Y SELLO EN BLANCO
           MOVE SL-ARCHIVO TO CD-ARCHIVO.
           READ AUDIT-CHAIN
               INVALID KEY
                   MOVE "N" TO ENTRADA-EXISTE-SW
                   MOVE SL-ARCHIVO TO CD-ARCHIVO
                   MOVE 0 TO CD-ANCLA-SECUENCIA
                   MOVE SPACES TO CD-ANCLA-SELLO
                   MOVE 0 TO CD-SECUENCIA
                   MOVE SPACES TO CD-SELLO
                   MOVE SPACES TO CD-TIMESTAMP
               NOT INVALID KEY
                   MOVE "Y" TO ENTRADA-EXISTE-SW
           END-READ.

       SELLAR-REGISTRO.
           MOVE CD-SELLO TO SL-SELLO-ANTERIOR.
           COMPUTE SL-SECUENCIA = CD-SECUENCIA + 1.
           PERFORM CALCULAR-SELLO.
           MOVE SL-SECUENCIA TO CD-SECUENCIA.
           MOVE SL-SELLO TO CD-SELLO.
           PERFORM GRABAR-ENTRADA.

       DEVOLVER-ENTRADA.
           MOVE CD-ANCLA-SECUENCIA TO SL-ANCLA-SECUENCIA.
           MOVE CD-ANCLA-SELLO TO SL-ANCLA-SELLO.
           MOVE CD-SECUENCIA TO SL-SECUENCIA.
           MOVE CD-SELLO TO SL-SELLO.

       ANCLAR-CADENA.
      /LO QUE PASO AL HISTORICO SALE DEL ARCHIVO VIVO: SU PRIMER
      /REGISTRO ENCADENA AHORA CONTRA EL ULTIMO ARCHIVADO
           MOVE SL-ANCLA-SECUENCIA TO CD-ANCLA-SECUENCIA.
           MOVE SL-ANCLA-SELLO TO CD-ANCLA-SELLO.
           IF CD-SECUENCIA < CD-ANCLA-SECUENCIA
               MOVE CD-ANCLA-SECUENCIA TO CD-SECUENCIA
               MOVE CD-ANCLA-SELLO TO CD-SELLO
           END-IF.
           PERFORM GRABAR-ENTRADA.
           MOVE "ANCLA" TO EVENTO-LOG.
           PERFORM REGISTRAR-CADENA-LOG.

       REINICIAR-CADENA.
      /EL ARCHIVO SE VA A RESELLAR COMPLETO DESDE EL ANCLA; QUEDA
      /CONSTANCIA EN RUNLOG DE QUE LA CADENA SE REHIZO
           MOVE CD-ANCLA-SECUENCIA TO CD-SECUENCIA.
           MOVE CD-ANCLA-SELLO TO CD-SELLO.
           PERFORM GRABAR-ENTRADA.
           MOVE "RESELL" TO EVENTO-LOG.
           PERFORM REGISTRAR-CADENA-LOG.

       GRABAR-ENTRADA.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           MOVE SPACES TO CD-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO CD-TIMESTAMP.
           IF ENTRADA-EXISTE
               REWRITE AUDIT-CHAIN-RECORD
           ELSE
               WRITE AUDIT-CHAIN-RECORD
               MOVE "Y" TO ENTRADA-EXISTE-SW
           END-IF.

       CALCULAR-SELLO.
      /MISMA MEZCLA QUE PINHASH, CON DOS ACUMULADORES: VARIAS
      /VUELTAS DE MULTIPLICAR Y SUMAR CADA CARACTER PESADO POR SU
      /POSICION, MODULO UN PRIMO
           MOVE SL-SELLO-ANTERIOR TO TS-SELLO-ANTERIOR.
           MOVE SL-SECUENCIA TO TS-SECUENCIA.
           MOVE SL-REGISTRO TO TS-REGISTRO.
           MOVE 7 TO ACUMULADOR-1.
           MOVE 11 TO ACUMULADOR-2.
           PERFORM VARYING IND-VUELTA FROM 1 BY 1
                   UNTIL IND-VUELTA > CANT-VUELTAS
               PERFORM VARYING IND-CARACTER FROM 1 BY 1
                       UNTIL IND-CARACTER > LARGO-TEXTO
                   COMPUTE ACUMULADOR-1 = FUNCTION MOD(
                       ACUMULADOR-1 * MULTIPLICADOR-1
                       + FUNCTION ORD(TEXTO-SELLO(IND-CARACTER:1))
                         * (IND-CARACTER + IND-VUELTA + 16)
                       MODULO-SELLO)
                   COMPUTE ACUMULADOR-2 = FUNCTION MOD(
                       ACUMULADOR-2 * MULTIPLICADOR-2
                       + FUNCTION ORD(TEXTO-SELLO(IND-CARACTER:1))
                         * (IND-VUELTA + 3)
                       MODULO-SELLO)
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO SL-SELLO.
           MOVE ACUMULADOR-1 TO ACUMULADOR.
           PERFORM ARMAR-MITAD.
           MOVE MITAD-SELLO TO SL-SELLO(1:4).
           MOVE ACUMULADOR-2 TO ACUMULADOR.
           PERFORM ARMAR-MITAD.
           MOVE MITAD-SELLO TO SL-SELLO(5:4).

       ARMAR-MITAD.
           MOVE SPACES TO MITAD-SELLO.
           DIVIDE ACUMULADOR BY 26 GIVING ACUMULADOR
               REMAINDER RESTO-SELLO.
           COMPUTE IND-SIMBOLO = RESTO-SELLO + 1.
           MOVE LETRAS(IND-SIMBOLO:1) TO MITAD-SELLO(1:1).
           PERFORM VARYING IND-SALIDA FROM 2 BY 1
                   UNTIL IND-SALIDA > 4
               DIVIDE ACUMULADOR BY 36 GIVING ACUMULADOR
                   REMAINDER RESTO-SELLO
               COMPUTE IND-SIMBOLO = RESTO-SELLO + 1
               MOVE SIMBOLOS(IND-SIMBOLO:1)
                   TO MITAD-SELLO(IND-SALIDA:1)
           END-PERFORM.

       REGISTRAR-CADENA-LOG.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "AUDSELLO" TO RL-PROGRAMA.
           MOVE EVENTO-LOG TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "ARCHIVO=" DELIMITED BY SIZE
               SL-ARCHIVO DELIMITED BY SPACE
               " SEC=" DELIMITED BY SIZE
               CD-SECUENCIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CD-SELLO DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM AUDSELLO.
