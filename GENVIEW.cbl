           05  GC-FECHA            PIC 9(08).

       FD  GEN-INPUT.
       01  GEN-INPUT-LINEA         PIC X(120).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".
      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DE LA COMPARACION DE DOS GENERACIONES CON GENCOMP
       COPY "GENCAREA.cpy".
       01 RETORNO-COMPARA PIC 9(04).

       01 GEN-CATALOGO-STATUS PIC X(02).
       01 GEN-INPUT-STATUS PIC X(02).
       01 RUN-LOG-STATUS PIC X(02).
       01 MAX-LINEAS PIC 9(04) VALUE 2000.
       01 CANT-LINEAS PIC 9(04) VALUE 0.
       01 TABLA-LINEAS.
           05 LINEA-ITEM OCCURS 2000 TIMES PIC X(120).
       01 IND-LINEA PIC 9(04) COMP.
       01 LINEA-DESDE PIC 9(04).
       01 LINEA-HASTA PIC 9(04).

       01 ARCHIVO-ELEGIDO PIC X(08).
       01 SELECCION PIC 9(03).
       01 GENERACION-ELEGIDA PIC 9(03).
       01 ORDEN-GENERACION PIC X(01).
           88 ORDEN-COMPARAR VALUE "C".
       01 RESPUESTA PIC X(01).
           88 RESPUESTA-SI VALUE "S".
       01 ORDEN-PAGINA PIC X(01).
           88 ORDEN-ADELANTE VALUE "A".
           88 ORDEN-ATRAS    VALUE "T".
                   ELSE
                       MOVE LO-ARCHIVO(SELECCION) TO ARCHIVO-ELEGIDO
                       PERFORM ELEGIR-GENERACION
                           THRU ELEGIR-GENERACION-EXIT
                   END-IF
                   END-IF
               END-IF
           IF SELECCION = 0 OR SELECCION > CANT-ENTRADAS
               GO TO ELEGIR-GENERACION-EXIT
           END-IF.
           DISPLAY "(H)OJEAR O (C)OMPARAR CON OTRA GENERACION: ".
           MOVE SPACE TO ORDEN-GENERACION.
           ACCEPT ORDEN-GENERACION.
           IF ORDEN-COMPARAR
               PERFORM COMPARAR-GENERACIONES
                   THRU COMPARAR-GENERACIONES-EXIT
           ELSE
               MOVE EN-GENERACION(SELECCION) TO GEN-NOMBRE
               PERFORM HOJEAR-GENERACION THRU HOJEAR-GENERACION-EXIT
           END-IF.
       ELEGIR-GENERACION-EXIT.
           EXIT.

               CLOSE GEN-INPUT
           END-IF.

       COMPARAR-GENERACIONES.
      /COMPARA LA GENERACION ELEGIDA CON OTRA DEL MISMO REPORTE: LA
      /CATALOGADA ANTES ES LA ANTERIOR. GENCOMP DEJA EL LISTADO DE
      /DIFERENCIAS EN RPTGCMP, QUE SE PUEDE HOJEAR COMO UNA GENERACION
           MOVE SELECCION TO GENERACION-ELEGIDA.
           DISPLAY "Numero de la generacion a comparar: ".
           PERFORM VALIDASELEC.
           IF SELECCION = 0 OR SELECCION > CANT-ENTRADAS
              OR SELECCION = GENERACION-ELEGIDA
               DISPLAY "NUMERO FUERA DE RANGO"
               GO TO COMPARAR-GENERACIONES-EXIT
           END-IF.
           MOVE SPACES TO GENC-AREA.
           MOVE ARCHIVO-ELEGIDO TO GX-ARCHIVO.
           IF SELECCION < GENERACION-ELEGIDA
               MOVE EN-GENERACION(SELECCION) TO GX-GENERACION-ANT
               MOVE EN-GENERACION(GENERACION-ELEGIDA)
                   TO GX-GENERACION-NUE
           ELSE
               MOVE EN-GENERACION(GENERACION-ELEGIDA)
                   TO GX-GENERACION-ANT
               MOVE EN-GENERACION(SELECCION) TO GX-GENERACION-NUE
           END-IF.
           MOVE 0 TO RETORNO-COMPARA.
           CALL "GENCOMP" USING RETORNO-COMPARA GENC-AREA.
           IF NOT GX-COMPARADO
               DISPLAY "NO SE PUDO COMPARAR, VER RPTGCMP Y ERRORLOG"
               GO TO COMPARAR-GENERACIONES-EXIT
           END-IF.
           DISPLAY SPACE.
           DISPLAY "ANTERIOR: " GX-GENERACION-ANT.
           DISPLAY "NUEVA:    " GX-GENERACION-NUE.
           MOVE GX-ALTAS TO LINEAS-EDIT.
           DISPLAY "LINEAS AGREGADAS: " LINEAS-EDIT.
           MOVE GX-BAJAS TO LINEAS-EDIT.
           DISPLAY "LINEAS QUITADAS:  " LINEAS-EDIT.
           MOVE GX-CAMBIOS TO LINEAS-EDIT.
           DISPLAY "LINEAS CAMBIADAS: " LINEAS-EDIT.
           MOVE GX-IGUALES TO LINEAS-EDIT.
           DISPLAY "LINEAS IGUALES:   " LINEAS-EDIT.
           DISPLAY "Hojear el listado de diferencias (S/N): ".
           MOVE SPACE TO RESPUESTA.
           ACCEPT RESPUESTA.
           IF RESPUESTA-SI
               MOVE "RPTGCMP" TO GEN-NOMBRE
               PERFORM HOJEAR-GENERACION THRU HOJEAR-GENERACION-EXIT
           END-IF.
       COMPARAR-GENERACIONES-EXIT.
           EXIT.

       HOJEAR-GENERACION.
      /CARGA LA GENERACION (O EL LISTADO) DE GEN-NOMBRE Y LA HOJEA DE
      /A UNA PAGINA, CON (A)DELANTE, A(T)RAS Y (S)ALIR
           MOVE 0 TO CANT-LINEAS.
           MOVE "N" TO GEN-EOF-SW.
           OPEN INPUT GEN-INPUT.
