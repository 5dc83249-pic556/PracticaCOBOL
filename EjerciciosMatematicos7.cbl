
       COPY "COMMFLDS.cpy".

      /AREA DEL SERVICIO DE TEORIA DE NUMEROS (SUMA DE DIVISORES)
       COPY "NUMTAREA.cpy".

       01 MyArray1 PIC 9(3) OCCURS 64 TIMES VALUE 0.

       01 MODO-EJECUCION PIC X(01) VALUE "I".


       CALCULAR-SUMA-DIVISORES.
      /LA SUMA DE DIVISORES PROPIOS DE Num1 LA DA NUMTCALC, EL MISMO
      /SERVICIO QUE USA TODA LA SUITE; CON RETORNO MALO QUEDA EN CERO
           MOVE "D" TO NT-OPERACION.
           MOVE Num1 TO NT-NUM1.
           MOVE 0 TO NT-NUM2.
           CALL "NUMTCALC" USING NUMT-AREA.
           IF NT-OK
               MOVE NT-RESULTADO TO SUMA
           ELSE
               DISPLAY "SUMA NO CALCULADA, RETORNO NUMTCALC: "
                   NT-RETORNO
               MOVE 0 TO SUMA
           END-IF.

       LISTAR-DIVISORES.
      /BUSCA LOS DIVISORES PROPIOS DE Num1 PARA EL REPORTE,
      /RECORRIENDO SOLO HASTA LA RAIZ CUADRADA Y AGREGANDO EL DIVISOR
      /PAR (Num1 / D1) DIRECTO; DEJA LA LISTA EN MyArray1
           MOVE 1 TO C1.
           PERFORM VARYING C2 FROM 1 BY 1 UNTIL C2 > 64
               MOVE 0 TO MyArray1(C2)
           END-PERFORM.
                            END-IF
                     END-IF
              END-PERFORM.

       NumPerf.
           PERFORM CALCULAR-SUMA-DIVISORES.
       ESCRIBIR-RESULTADO.
      /GRABA NUMERO, LISTA DE DIVISORES Y CLASIFICACION EN EL ARCHIVO
      /DE RESULTADOS
           PERFORM LISTAR-DIVISORES.
           MOVE Num1 TO NUM1-EDIT.
           MOVE SPACES TO RESULT-FILE-LINEA.
           MOVE 1 TO PUNTERO-LINEA.
