      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Servicio-Invocable-De-Teoria-De-Numeros
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMTCALC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACT-CACHE ASSIGN TO "FACTCACH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-NUM
               FILE STATUS IS FACT-CACHE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACT-CACHE.
      /CACHE DE FACTORIZACIONES: LOS MISMOS NUMEROS DE PARTE
      /VUELVEN SEMANA A SEMANA, ASI QUE EL RESULTADO SE GUARDA POR
      /NUMERO Y SOLO SE CALCULA LO QUE NO ESTA; FACTRBLD LO
      /RECONSTRUYE SI EL ARCHIVO SE PIERDE
       01  FACT-CACHE-RECORD.
           05  FC-NUM              PIC 9(03).
           05  FC-FACTORES         PIC X(60).

       WORKING-STORAGE SECTION.

      * El servicio no es INITIAL: el cache queda abierto entre
      * llamadas y se cierra con la operacion C
       01 FACT-CACHE-STATUS PIC X(02).
       01 CACHE-ESTADO-SW PIC X(01) VALUE "N".
           88 CACHE-SIN-ABRIR  VALUE "N".
           88 CACHE-ABIERTO    VALUE "Y".
           88 CACHE-NO-DISPONIBLE VALUE "X".
       01 CACHE-HALLADO-SW PIC X(01) VALUE "N".
           88 CACHE-HALLADO VALUE "Y".
      * Solo los numeros de tres digitos entran en la clave del cache
       01 MAX-NUM-CACHE PIC 9(06) VALUE 999.

       01 MAX-RESULTADO PIC 9(12) VALUE 999999999999.
       01 CALCULO       PIC 9(13).
       01 DESBORDE-SW   PIC X(01) VALUE "N".
           88 HAY-DESBORDE VALUE "Y".

      * Campos del MCD por restos sucesivos
       01 EUC-A     PIC 9(6).
       01 EUC-B     PIC 9(6).
       01 EUC-COC   PIC 9(6).
       01 EUC-RESTO PIC 9(6).

      * Campos de la suma de divisores propios
       01 DIVISOR-PRUEBA PIC 9(6).
       01 DIVISOR-PAR    PIC 9(6).
       01 DIV-COCIENTE   PIC 9(6).
       01 DIV-RESTO      PIC 9(6).

      * Campos de la factorizacion por tanteo
       01 RESTANTE PIC 9(6).
       01 DIVISOR-ACTUAL PIC 9(6).
       01 EXPONENTE PIC 9(2).
       01 FACTOR-EDIT PIC ZZZZZ9.
       01 EXPONENTE-EDIT PIC Z9.
       01 CANT-BLANCOS PIC 9(02).
       01 FACTORIZACION-TEXTO PIC X(60).
       01 PUNTERO-TEXTO PIC 9(03).
       01 PRIMER-FACTOR-SW PIC X(01) VALUE "Y".
           88 PRIMER-FACTOR VALUE "Y".

       LINKAGE SECTION.
           COPY "NUMTAREA.cpy".

       PROCEDURE DIVISION USING NUMT-AREA.
       MAIN-PROCEDURE.
      /MCD, MCM, SUMA DE DIVISORES PROPIOS Y FACTORIZACION EN PRIMOS
      /EMPAQUETADOS PARA QUE MATEMATICA6, MATEMATICA7, PRIMFACT Y
      /CUALQUIER OTRO PROGRAMA DE LA SUITE DEN LA MISMA RESPUESTA SIN
      /COPIAR LA LOGICA
           MOVE 0 TO NT-RETORNO.
           MOVE 0 TO NT-RESULTADO.
           MOVE SPACES TO NT-FACTORES.
           MOVE SPACE TO NT-ORIGEN.
           MOVE "N" TO DESBORDE-SW.
           EVALUATE TRUE
               WHEN NT-OP-CERRAR
                   PERFORM CERRAR-CACHE
               WHEN NT-OP-MCD
               WHEN NT-OP-MCM
                   IF NT-NUM1 NOT NUMERIC OR NT-NUM2 NOT NUMERIC
                       MOVE 08 TO NT-RETORNO
                   ELSE
                       PERFORM CALCULAR-MCD
                       IF NT-OP-MCM
                           PERFORM CALCULAR-MCM
                       END-IF
                   END-IF
               WHEN NT-OP-SUMA-DIV
                   IF NT-NUM1 NOT NUMERIC
                       MOVE 08 TO NT-RETORNO
                   ELSE
                       PERFORM SUMAR-DIVISORES
                   END-IF
               WHEN NT-OP-FACTORES
                   IF NT-NUM1 NOT NUMERIC
                       MOVE 08 TO NT-RETORNO
                   ELSE
                       PERFORM OBTENER-FACTORIZACION
                   END-IF
               WHEN OTHER
                   MOVE 08 TO NT-RETORNO
           END-EVALUATE.

           IF HAY-DESBORDE
               MOVE 12 TO NT-RETORNO
               MOVE 0 TO NT-RESULTADO
               MOVE SPACES TO NT-FACTORES
           END-IF.
           GOBACK.

       CALCULAR-MCD.
      /MCD POR RESTOS SUCESIVOS: SE DIVIDE EL MAYOR POR EL MENOR Y
      /SE SIGUE CON EL DIVISOR Y EL RESTO HASTA QUE EL RESTO DA
      /CERO; EL ULTIMO DIVISOR ES EL MCD. PARA PARES CON CERO SE
      /CONSERVA LA CONVENCION HISTORICA DE MATEMATICA6 DE DEVOLVER AL
      /MENOS 1.
           MOVE NT-NUM1 TO EUC-A.
           MOVE NT-NUM2 TO EUC-B.
           PERFORM UNTIL EUC-B = 0
               DIVIDE EUC-A BY EUC-B
                   GIVING EUC-COC REMAINDER EUC-RESTO
               MOVE EUC-B TO EUC-A
               MOVE EUC-RESTO TO EUC-B
           END-PERFORM.
           IF EUC-A = 0
               MOVE 1 TO EUC-A
           END-IF.
           MOVE EUC-A TO NT-RESULTADO.

       CALCULAR-MCM.
      /EL MCM SE DERIVA DEL MCD: MCM(A,B) = (A * B) / MCD(A,B)
           COMPUTE CALCULO = (NT-NUM1 * NT-NUM2) / EUC-A.
           PERFORM VERIFICAR-DESBORDE.
           IF NOT HAY-DESBORDE
               MOVE CALCULO TO NT-RESULTADO
           END-IF.

       SUMAR-DIVISORES.
      /SUMA DE LOS DIVISORES PROPIOS (SIN EL NUMERO MISMO), COMO LA
      /USA MATEMATICA7 PARA PERFECTOS Y AMIGOS: SE RECORRE SOLO HASTA
      /LA RAIZ CUADRADA Y SE AGREGA DIRECTO EL DIVISOR PAR N / D
           MOVE 0 TO CALCULO.
           PERFORM VARYING DIVISOR-PRUEBA FROM 1 BY 1
                   UNTIL DIVISOR-PRUEBA * DIVISOR-PRUEBA > NT-NUM1
               DIVIDE NT-NUM1 BY DIVISOR-PRUEBA
                   GIVING DIV-COCIENTE REMAINDER DIV-RESTO
               IF DIV-RESTO = 0 AND DIVISOR-PRUEBA NOT = NT-NUM1
                   ADD DIVISOR-PRUEBA TO CALCULO
                   MOVE DIV-COCIENTE TO DIVISOR-PAR
                   IF DIVISOR-PAR NOT = DIVISOR-PRUEBA AND
                         DIVISOR-PAR NOT = NT-NUM1
                       ADD DIVISOR-PAR TO CALCULO
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-DESBORDE.
           IF NOT HAY-DESBORDE
               MOVE CALCULO TO NT-RESULTADO
           END-IF.

       VERIFICAR-DESBORDE.
      /MARCA DESBORDE SI EL RESULTADO INTERMEDIO NO ENTRA EN
      /NT-RESULTADO, IGUAL QUE VERIFICAR-DESBORDE EN MATECALC
           IF CALCULO > MAX-RESULTADO
               MOVE "Y" TO DESBORDE-SW
           END-IF.

       OBTENER-FACTORIZACION.
      /PRIMERO EL CACHE: UN ACIERTO EVITA EL TANTEO COMPLETO; UN
      /FALLO SE CALCULA Y SE GUARDA PARA LA PROXIMA CORRIDA. SI EL
      /CACHE NO SE PUEDE ABRIR SE CALCULA SIEMPRE
           IF CACHE-SIN-ABRIR
               PERFORM ABRIR-CACHE
           END-IF.
           MOVE "N" TO CACHE-HALLADO-SW.
           IF CACHE-ABIERTO AND NT-NUM1 NOT > MAX-NUM-CACHE
               MOVE NT-NUM1 TO FC-NUM
               READ FACT-CACHE
                   INVALID KEY
                       MOVE "N" TO CACHE-HALLADO-SW
                   NOT INVALID KEY
                       MOVE "Y" TO CACHE-HALLADO-SW
               END-READ
           END-IF.
           IF CACHE-HALLADO
               MOVE "C" TO NT-ORIGEN
               MOVE FC-FACTORES TO NT-FACTORES
           ELSE
               MOVE "T" TO NT-ORIGEN
               PERFORM FACTORIZAR
               IF NOT HAY-DESBORDE
                   MOVE FACTORIZACION-TEXTO TO NT-FACTORES
                   IF CACHE-ABIERTO AND NT-NUM1 NOT > MAX-NUM-CACHE
                       MOVE NT-NUM1 TO FC-NUM
                       MOVE FACTORIZACION-TEXTO TO FC-FACTORES
                       WRITE FACT-CACHE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       ABRIR-CACHE.
      /EL CACHE SE CREA EN LA PRIMERA CORRIDA; DESPUES SE ABRE I-O
      /PARA LEER ACIERTOS Y GUARDAR LO CALCULADO
           OPEN I-O FACT-CACHE.
           IF FACT-CACHE-STATUS = "35"
               OPEN OUTPUT FACT-CACHE
               CLOSE FACT-CACHE
               OPEN I-O FACT-CACHE
           END-IF.
           IF FACT-CACHE-STATUS = "00"
               MOVE "Y" TO CACHE-ESTADO-SW
           ELSE
               MOVE "X" TO CACHE-ESTADO-SW
           END-IF.

       CERRAR-CACHE.
      /FIN DE CORRIDA DEL LLAMADOR: SE LIBERA EL CACHE Y LA PROXIMA
      /FACTORIZACION LO VUELVE A ABRIR
           IF CACHE-ABIERTO
               CLOSE FACT-CACHE
           END-IF.
           MOVE "N" TO CACHE-ESTADO-SW.

       FACTORIZAR.
      /DIVISION POR TANTEO: SE PRUEBA CADA DIVISOR DESDE 2 Y SE
      /ACUMULA SU EXPONENTE MIENTRAS DIVIDA EXACTO; CUANDO EL
      /CUADRADO DEL DIVISOR PASA A LO QUE QUEDA, LO QUE QUEDA EN
      /RESTANTE ES EL ULTIMO FACTOR PRIMO
           MOVE SPACES TO FACTORIZACION-TEXTO.
           MOVE 1 TO PUNTERO-TEXTO.
           MOVE "Y" TO PRIMER-FACTOR-SW.
           MOVE NT-NUM1 TO RESTANTE.
           IF NT-NUM1 < 2
               STRING "SIN FACTORIZACION" DELIMITED BY SIZE
                   INTO FACTORIZACION-TEXTO
                   WITH POINTER PUNTERO-TEXTO
           ELSE
               PERFORM VARYING DIVISOR-ACTUAL FROM 2 BY 1
                       UNTIL DIVISOR-ACTUAL * DIVISOR-ACTUAL
                             > RESTANTE
                      OR RESTANTE = 1
                   MOVE 0 TO EXPONENTE
                   PERFORM DIVIDIR-MIENTRAS-EXACTO
                   IF EXPONENTE > 0
                       PERFORM AGREGAR-FACTOR-AL-TEXTO
                   END-IF
               END-PERFORM
               IF RESTANTE > 1
                   MOVE RESTANTE TO DIVISOR-ACTUAL
                   MOVE 1 TO EXPONENTE
                   PERFORM AGREGAR-FACTOR-AL-TEXTO
               END-IF
           END-IF.

       DIVIDIR-MIENTRAS-EXACTO.
           DIVIDE RESTANTE BY DIVISOR-ACTUAL
               GIVING DIV-COCIENTE REMAINDER DIV-RESTO.
           PERFORM UNTIL DIV-RESTO NOT = 0 OR RESTANTE = 1
               ADD 1 TO EXPONENTE
               MOVE DIV-COCIENTE TO RESTANTE
               DIVIDE RESTANTE BY DIVISOR-ACTUAL
                   GIVING DIV-COCIENTE REMAINDER DIV-RESTO
           END-PERFORM.

       AGREGAR-FACTOR-AL-TEXTO.
      /ARMA EL TEXTO "2^3 X 3^2 X 5" FACTOR A FACTOR; EL EXPONENTE 1
      /NO SE ESCRIBE. SI EL TEXTO NO ENTRA EN SESENTA POSICIONES SE
      /DEVUELVE DESBORDE
           IF NOT PRIMER-FACTOR
               STRING " X " DELIMITED BY SIZE
                   INTO FACTORIZACION-TEXTO
                   WITH POINTER PUNTERO-TEXTO
                   ON OVERFLOW
                       MOVE "Y" TO DESBORDE-SW
               END-STRING
           END-IF.
           MOVE "N" TO PRIMER-FACTOR-SW.
      /EL FACTOR SE ESCRIBE SIN CEROS NI ESPACIOS A LA IZQUIERDA
           MOVE DIVISOR-ACTUAL TO FACTOR-EDIT.
           MOVE 0 TO CANT-BLANCOS.
           INSPECT FACTOR-EDIT TALLYING CANT-BLANCOS
               FOR LEADING SPACES.
           STRING FACTOR-EDIT(CANT-BLANCOS + 1:) DELIMITED BY SIZE
               INTO FACTORIZACION-TEXTO
               WITH POINTER PUNTERO-TEXTO
               ON OVERFLOW
                   MOVE "Y" TO DESBORDE-SW
           END-STRING.
           IF EXPONENTE > 1
               MOVE EXPONENTE TO EXPONENTE-EDIT
               IF EXPONENTE < 10
                   STRING "^" DELIMITED BY SIZE
                       EXPONENTE-EDIT(2:1) DELIMITED BY SIZE
                       INTO FACTORIZACION-TEXTO
                       WITH POINTER PUNTERO-TEXTO
                       ON OVERFLOW
                           MOVE "Y" TO DESBORDE-SW
                   END-STRING
               ELSE
                   STRING "^" DELIMITED BY SIZE
                       EXPONENTE-EDIT DELIMITED BY SIZE
                       INTO FACTORIZACION-TEXTO
                       WITH POINTER PUNTERO-TEXTO
                       ON OVERFLOW
                           MOVE "Y" TO DESBORDE-SW
                   END-STRING
               END-IF
           END-IF.

       END PROGRAM NUMTCALC.
