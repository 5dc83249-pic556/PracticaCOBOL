               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIM-LIST-STATUS.

           SELECT PRIM-REPORT ASSIGN TO "RPTPRIMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIM-REPORT-STATUS.
       01  PRIM-LIST-RECORD.
           05  PL-NUM              PIC 9(03).

       FD  PRIM-REPORT.
       01  PRIM-REPORT-LINEA       PIC X(80).

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE TEORIA DE NUMEROS (FACTORIZACION Y CACHE)
       COPY "NUMTAREA.cpy".

       01 Num1 PIC 9(3).

       01 MODO-EJECUCION PIC X(01) VALUE "I".
           88 MODO-INTERACTIVO VALUE "I".
           88 MODO-BATCH       VALUE "B".

       01 CANT-ACIERTOS PIC 9(05) VALUE 0.
       01 CANT-CALCULADOS PIC 9(05) VALUE 0.
       01 PORCIENTO-ACIERTO PIC 9(03).
       01 CANT-FILAS-CSV PIC 9(05) VALUE 0.

       01 NUM1-EDIT PIC ZZ9.
       01 FACTORIZACION-TEXTO PIC X(60).

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).
               TO PRIM-REPORT-LINEA.
           WRITE PRIM-REPORT-LINEA.

           PERFORM ESCRIBIR-CSV-CABECERA.

           IF MODO-BATCH

           PERFORM ESCRIBIR-CSV-COLA.
           PERFORM ESCRIBIR-RESUMEN-CACHE.
           PERFORM CERRAR-CACHE.
           CLOSE PRIM-REPORT.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.
           END-PERFORM.
           CLOSE PRIM-LIST.

       OBTENER-FACTORIZACION.
      /LA FACTORIZACION LA DA NUMTCALC, EL MISMO SERVICIO QUE USA
      /TODA LA SUITE: EL CONSULTA PRIMERO EL CACHE FACTCACH Y GUARDA
      /LO QUE CALCULA; NT-ORIGEN DICE SI FUE ACIERTO DEL CACHE
           MOVE "F" TO NT-OPERACION.
           MOVE Num1 TO NT-NUM1.
           MOVE 0 TO NT-NUM2.
           CALL "NUMTCALC" USING NUMT-AREA.
           IF NT-OK
               MOVE NT-FACTORES TO FACTORIZACION-TEXTO
           ELSE
               MOVE "FACTORIZACION NO DISPONIBLE" TO FACTORIZACION-TEXTO
           END-IF.
           IF NT-DEL-CACHE
               ADD 1 TO CANT-ACIERTOS
           ELSE
               ADD 1 TO CANT-CALCULADOS
           END-IF.

       CERRAR-CACHE.
      /NUMTCALC DEJA EL CACHE ABIERTO ENTRE LLAMADAS; AL TERMINAR LA
      /CORRIDA SE LE PIDE QUE LO CIERRE
           MOVE "C" TO NT-OPERACION.
           CALL "NUMTCALC" USING NUMT-AREA.

       ESCRIBIR-RESUMEN-CACHE.
      /TASA DE ACIERTO DEL CACHE, PARA VER EL AHORRO EN EL REPORTE
           IF CANT-ACIERTOS + CANT-CALCULADOS > 0
           DISPLAY "CACHE DE FACTORES: " CANT-ACIERTOS " ACIERTOS, "
               CANT-CALCULADOS " CALCULADOS".

       ESCRIBIR-LINEA-FACTOR.
           MOVE Num1 TO NUM1-EDIT.
           MOVE SPACES TO PRIM-REPORT-LINEA.
