      ******************************************************************
      * Author:Pedro Burgos
      * Date:16/4/26
      * Purpose:Servicio-De-Parametros-Vigentes-Por-Fecha
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMGET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-MASTER ASSIGN TO "PARMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CLAVE
               FILE STATUS IS PARM-MASTER-STATUS.

           SELECT FECHA-NEGOCIO-FILE ASSIGN TO "FECHANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHA-NEGOCIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-MASTER.
           COPY "PARMMAST.cpy".

       FD  FECHA-NEGOCIO-FILE.
       01  FECHA-NEGOCIO-RECORD.
           05  FN-FECHA            PIC 9(08).

       WORKING-STORAGE SECTION.

       01 PARM-MASTER-STATUS PIC X(02).
       01 FECHA-NEGOCIO-STATUS PIC X(02).

       01 PARM-EOF-SW PIC X(01) VALUE "N".
           88 PARM-EOF VALUE "Y".

       01 CURRENT-DATE-FLD PIC 9(08).

       LINKAGE SECTION.
           COPY "PARMAREA.cpy".

       PROCEDURE DIVISION USING PARM-AREA.
       MAIN-PROCEDURE.
      /UN SOLO LUGAR PARA LOS UMBRALES DE LA SUITE: SE POSICIONA EN
      /LA PRIMERA VERSION DEL PARAMETRO Y AVANZA MIENTRAS LA FECHA
      /DESDE NO PASE LA FECHA PEDIDA; LA ULTIMA QUE CUMPLE ES LA
      /VIGENTE
           MOVE "N" TO PR-RESULTADO.
           MOVE 0 TO PR-VALOR.
           MOVE 0 TO PR-FECHA-DESDE.
           MOVE "N" TO PARM-EOF-SW.
           IF PR-FECHA = 0
               PERFORM RESOLVER-FECHA
           END-IF.
           OPEN INPUT PARM-MASTER.
           IF PARM-MASTER-STATUS NOT = "00"
      /SIN MAESTRO DE PARAMETROS CADA PROGRAMA SIGUE CON SU ARCHIVO
      /DE CONTROL DE SIEMPRE
               GOBACK
           END-IF.
           MOVE PR-PROGRAMA TO PM-PROGRAMA.
           MOVE PR-PARAMETRO TO PM-PARAMETRO.
           MOVE 0 TO PM-FECHA-DESDE.
           START PARM-MASTER KEY IS NOT LESS THAN PM-CLAVE
               INVALID KEY MOVE "Y" TO PARM-EOF-SW
           END-START.
           IF NOT PARM-EOF
               READ PARM-MASTER NEXT RECORD
                   AT END MOVE "Y" TO PARM-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL PARM-EOF
               IF PM-PROGRAMA NOT = PR-PROGRAMA
                  OR PM-PARAMETRO NOT = PR-PARAMETRO
                  OR PM-FECHA-DESDE > PR-FECHA
                   MOVE "Y" TO PARM-EOF-SW
               ELSE
                   MOVE PM-VALOR TO PR-VALOR
                   MOVE PM-FECHA-DESDE TO PR-FECHA-DESDE
                   MOVE "0" TO PR-RESULTADO
                   READ PARM-MASTER NEXT RECORD
                       AT END MOVE "Y" TO PARM-EOF-SW
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE PARM-MASTER.
           GOBACK.

       RESOLVER-FECHA.
      /LA FECHA DE NEGOCIO SALE DE FECHANEG SI EJERCHAIN LA PUBLICO;
      /SUELTO O SIN CADENA, LA DEL DIA
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-FLD TO PR-FECHA.
           OPEN INPUT FECHA-NEGOCIO-FILE.
           IF FECHA-NEGOCIO-STATUS = "00"
               READ FECHA-NEGOCIO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FN-FECHA NUMERIC AND FN-FECHA > 0
                           MOVE FN-FECHA TO PR-FECHA
                       END-IF
               END-READ
               CLOSE FECHA-NEGOCIO-FILE
           END-IF.

       END PROGRAM PARMGET.
