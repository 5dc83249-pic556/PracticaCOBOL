      ******************************************************************
      * GENCAREA - Communication area for the GENCOMP report
      * generation compare. El llamador carga el reporte logico y
      * las dos generaciones catalogadas en GENCAT (la anterior y la
      * nueva; en blanco se toman las dos ultimas del reporte) y
      * hace CALL "GENCOMP" USING retorno GENC-AREA. El listado de
      * diferencias queda en RPTGCMP y los conteos vuelven aca:
      * lineas agregadas, quitadas, cambiadas e iguales, sin contar
      * los encabezados de pagina ni las lineas con la fecha de la
      * corrida. GX-RESULTADO queda en N si alguna generacion no se
      * pudo leer.
      ******************************************************************
       01  GENC-AREA.
           05  GX-ARCHIVO          PIC X(08).
           05  GX-GENERACION-ANT   PIC X(30).
           05  GX-GENERACION-NUE   PIC X(30).
           05  GX-ALTAS            PIC 9(05).
           05  GX-BAJAS            PIC 9(05).
           05  GX-CAMBIOS          PIC 9(05).
           05  GX-IGUALES          PIC 9(05).
           05  GX-RESULTADO        PIC X(01).
               88  GX-COMPARADO    VALUE "S".
               88  GX-ILEGIBLE     VALUE "N".
