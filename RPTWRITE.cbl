           SELECT R-RPTTARJE ASSIGN TO "RPTTARJE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVO-STATUS.
           SELECT R-RPTCOMB ASSIGN TO "RPTCOMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVO-STATUS.
           SELECT R-RPTEUCL ASSIGN TO "RPTEUCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVO-STATUS.
           SELECT R-RPTCARDL ASSIGN TO "RPTCARDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  R-RPTPERF-LINEA      PIC X(100).
       FD  R-RPTTARJE.
       01  R-RPTTARJE-LINEA      PIC X(100).
       FD  R-RPTCOMB.
       01  R-RPTCOMB-LINEA      PIC X(100).
       FD  R-RPTEUCL.
       01  R-RPTEUCL-LINEA      PIC X(100).
       FD  R-RPTCARDL.
       01  R-RPTCARDL-LINEA      PIC X(100).

       WORKING-STORAGE SECTION.


      * Estado por reporte: pagina en curso, lineas impresas en la
      * pagina y total de lineas de detalle desde la apertura.
       01 CANT-REPORTES PIC 9(02) VALUE 18.
       01 TABLA-REPORTES.
           05 REPORTE-ITEM OCCURS 18 TIMES.
              10 RS-ARCHIVO     PIC X(08).
              10 RS-PAGINA      PIC 9(04).
              10 RS-LINEAS      PIC 9(03).
           MOVE "RPTFRAC" TO RS-ARCHIVO(13).
           MOVE "RPTPERF" TO RS-ARCHIVO(14).
           MOVE "RPTTARJE" TO RS-ARCHIVO(15).
           MOVE "RPTCOMB" TO RS-ARCHIVO(16).
           MOVE "RPTEUCL" TO RS-ARCHIVO(17).
           MOVE "RPTCARDL" TO RS-ARCHIVO(18).
           PERFORM VARYING IND-REPORTE FROM 1 BY 1
                   UNTIL IND-REPORTE > CANT-REPORTES
               MOVE 0 TO RS-PAGINA(IND-REPORTE)
                   OPEN OUTPUT R-RPTPERF
               WHEN "RPTTARJE"
                   OPEN OUTPUT R-RPTTARJE
               WHEN "RPTCOMB"
                   OPEN OUTPUT R-RPTCOMB
               WHEN "RPTEUCL"
                   OPEN OUTPUT R-RPTEUCL
               WHEN "RPTCARDL"
                   OPEN OUTPUT R-RPTCARDL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   OPEN EXTEND R-RPTPERF
               WHEN "RPTTARJE"
                   OPEN EXTEND R-RPTTARJE
               WHEN "RPTCOMB"
                   OPEN EXTEND R-RPTCOMB
               WHEN "RPTEUCL"
                   OPEN EXTEND R-RPTEUCL
               WHEN "RPTCARDL"
                   OPEN EXTEND R-RPTCARDL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               WHEN "RPTTARJE"
                   MOVE LINEA-SALIDA TO R-RPTTARJE-LINEA
                   WRITE R-RPTTARJE-LINEA
               WHEN "RPTCOMB"
                   MOVE LINEA-SALIDA TO R-RPTCOMB-LINEA
                   WRITE R-RPTCOMB-LINEA
               WHEN "RPTEUCL"
                   MOVE LINEA-SALIDA TO R-RPTEUCL-LINEA
                   WRITE R-RPTEUCL-LINEA
               WHEN "RPTCARDL"
                   MOVE LINEA-SALIDA TO R-RPTCARDL-LINEA
                   WRITE R-RPTCARDL-LINEA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   CLOSE R-RPTPERF
               WHEN "RPTTARJE"
                   CLOSE R-RPTTARJE
               WHEN "RPTCOMB"
                   CLOSE R-RPTCOMB
               WHEN "RPTEUCL"
                   CLOSE R-RPTEUCL
               WHEN "RPTCARDL"
                   CLOSE R-RPTCARDL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
