      ******************************************************************
      * Author:Pedro Burgos
      * Date:15/10/26
      * Purpose:Servicio-De-Calendario-De-Terminos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CAL ASSIGN TO "TERMCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-TERM
               FILE STATUS IS TERM-CAL-STATUS.

           SELECT FECHA-NEGOCIO-FILE ASSIGN TO "FECHANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FECHA-NEGOCIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-CAL.
           COPY "TERMCAL.cpy".

       FD  FECHA-NEGOCIO-FILE.
      /FECHA DE NEGOCIO PUBLICADA POR EJERCHAIN: EL PLAZO DE CARGA Y
      /LA FECHA DE CIERRE SE MIDEN CONTRA ELLA, ASI UNA RECORRIDA DE
      /UNA FECHA ATRASADA SE JUZGA COMO EL DIA QUE LE CORRESPONDE
       01  FECHA-NEGOCIO-RECORD.
           05  FN-FECHA            PIC 9(08).

       WORKING-STORAGE SECTION.

       01 TERM-CAL-STATUS PIC X(02).
       01 FECHA-NEGOCIO-STATUS PIC X(02).
       01 TERM-CAL-EOF-SW PIC X(01) VALUE "N".
           88 TERM-CAL-EOF VALUE "Y".
       01 TERMINO-HALLADO-SW PIC X(01) VALUE "N".
           88 TERMINO-HALLADO VALUE "Y".

       01 IND-PERIODO PIC 9(01) COMP.
       01 PERIODO-HALLADO-SW PIC X(01) VALUE "N".
           88 PERIODO-HALLADO VALUE "Y".

      * FECHA-HOY es la fecha de negocio (la del dia si no hay
      * cadena); FECHA-TOPE, la mayor entre ella y la del dia, marca
      * desde cuando una fecha es futura: la carga en linea no se
      * frena porque la ultima cadena haya publicado el dia anterior.
       01 FECHA-HOY PIC 9(08).
       01 FECHA-SISTEMA PIC 9(08).
       01 FECHA-TOPE PIC 9(08).

       LINKAGE SECTION.
           COPY "TERMAREA.cpy".

       PROCEDURE DIVISION USING TERM-AREA.
       MAIN-PROCEDURE.
      /UN SOLO LUGAR DONDE SE DECIDE SI UNA FECHA DE NOTA O DE
      /ASISTENCIA CAE EN EL TERMINO ABIERTO: GRADPOST, ATTNPOST Y
      /ATTNCAPT LLAMAN AQUI, Y MATEMATICA2 CIERRA EL TERMINO AL
      /TERMINAR SU PROCESO-CIERRE
           MOVE "N" TO TV-RESULTADO.
           MOVE SPACES TO TV-MOTIVO.
           MOVE SPACES TO TV-TERM-HALLADO.
           PERFORM OBTENER-FECHA-NEGOCIO.
           EVALUATE TRUE
               WHEN TV-VALIDAR-ASIST
               WHEN TV-VALIDAR-NOTA
                   PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT
               WHEN TV-CERRAR
                   PERFORM CERRAR-TERMINO THRU CERRAR-TERMINO-EXIT
               WHEN OTHER
                   MOVE "ACCION INVALIDA" TO TV-MOTIVO
           END-EVALUATE.
           GOBACK.

       OBTENER-FECHA-NEGOCIO.
      /SI EJERCHAIN PUBLICO LA FECHA DE NEGOCIO, EL PLAZO Y EL
      /CIERRE SE MIDEN CONTRA ELLA; SUELTO O SIN CADENA, CONTRA LA
      /FECHA DEL DIA
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE FECHA-SISTEMA TO FECHA-HOY.
           OPEN INPUT FECHA-NEGOCIO-FILE.
           IF FECHA-NEGOCIO-STATUS = "00"
               READ FECHA-NEGOCIO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FN-FECHA NUMERIC AND FN-FECHA > 0
                           MOVE FN-FECHA TO FECHA-HOY
                       END-IF
               END-READ
               CLOSE FECHA-NEGOCIO-FILE
           END-IF.
           MOVE FECHA-HOY TO FECHA-TOPE.
           IF FECHA-SISTEMA > FECHA-TOPE
               MOVE FECHA-SISTEMA TO FECHA-TOPE
           END-IF.

       VALIDAR-FECHA.
      /SIN TERMCAL NO HAY CALENDARIO CONTRA QUE VALIDAR: LAS FECHAS
      /PASAN COMO ANTES, IGUAL QUE LAS MATERIAS SIN SUBJMAST
           IF TV-FECHA NOT NUMERIC
               MOVE "FECHA INVALIDA" TO TV-MOTIVO
               GO TO VALIDAR-FECHA-EXIT
           END-IF.
           OPEN INPUT TERM-CAL.
           IF TERM-CAL-STATUS NOT = "00"
               MOVE "S" TO TV-RESULTADO
               MOVE "SIN TERMCAL: FECHAS SIN VALIDAR" TO TV-MOTIVO
               GO TO VALIDAR-FECHA-EXIT
           END-IF.
           IF TV-FECHA > FECHA-TOPE
               MOVE "FECHA FUTURA" TO TV-MOTIVO
               CLOSE TERM-CAL
               GO TO VALIDAR-FECHA-EXIT
           END-IF.
      /CON TERMINO INFORMADO LA FECHA DEBE CAER EN ESE TERMINO; SIN
      /TERMINO SE BUSCA EL QUE LA CONTIENE
           MOVE "N" TO TERMINO-HALLADO-SW.
           IF TV-TERM NOT = SPACES
               MOVE TV-TERM TO CT-TERM
               READ TERM-CAL
                   INVALID KEY
                       MOVE "TERMINO NO REGISTRADO EN TERMCAL"
                           TO TV-MOTIVO
                   NOT INVALID KEY
                       IF TV-FECHA < CT-FECHA-INICIO
                          OR TV-FECHA > CT-FECHA-FIN
                           MOVE "FECHA FUERA DEL TERMINO" TO TV-MOTIVO
                       ELSE
                           MOVE "Y" TO TERMINO-HALLADO-SW
                       END-IF
               END-READ
           ELSE
               PERFORM BUSCAR-TERMINO-DE-FECHA
               IF NOT TERMINO-HALLADO
                   MOVE "FECHA SIN TERMINO EN TERMCAL" TO TV-MOTIVO
               END-IF
           END-IF.
           IF NOT TERMINO-HALLADO
               CLOSE TERM-CAL
               GO TO VALIDAR-FECHA-EXIT
           END-IF.
           MOVE CT-TERM TO TV-TERM-HALLADO.
           IF CT-CERRADO
               MOVE "TERMINO CERRADO" TO TV-MOTIVO
               CLOSE TERM-CAL
               GO TO VALIDAR-FECHA-EXIT
           END-IF.
           IF TV-VALIDAR-NOTA
               PERFORM VERIFICAR-PLAZO-NOTA
               IF TV-MOTIVO NOT = SPACES
                   CLOSE TERM-CAL
                   GO TO VALIDAR-FECHA-EXIT
               END-IF
           END-IF.
           MOVE "S" TO TV-RESULTADO.
           MOVE "FECHA DENTRO DEL TERMINO ABIERTO" TO TV-MOTIVO.
           CLOSE TERM-CAL.

       VALIDAR-FECHA-EXIT.
           EXIT.

       BUSCAR-TERMINO-DE-FECHA.
      /LOS TERMINOS NO SE SUPERPONEN: EL PRIMERO QUE CONTIENE LA
      /FECHA ES EL SUYO
           MOVE "N" TO TERM-CAL-EOF-SW.
           MOVE LOW-VALUES TO CT-TERM.
           START TERM-CAL KEY IS NOT LESS THAN CT-TERM
               INVALID KEY MOVE "Y" TO TERM-CAL-EOF-SW
           END-START.
           PERFORM UNTIL TERM-CAL-EOF OR TERMINO-HALLADO
               READ TERM-CAL NEXT RECORD
                   AT END
                       MOVE "Y" TO TERM-CAL-EOF-SW
                   NOT AT END
                       IF TV-FECHA NOT < CT-FECHA-INICIO
                          AND TV-FECHA NOT > CT-FECHA-FIN
                           MOVE "Y" TO TERMINO-HALLADO-SW
                       END-IF
               END-READ
           END-PERFORM.

       VERIFICAR-PLAZO-NOTA.
      /LA NOTA PERTENECE AL PRIMER PERIODO QUE TERMINA EN SU FECHA O
      /DESPUES; PASADA LA FECHA LIMITE DE ESE PERIODO YA NO SE CARGA
           MOVE "N" TO PERIODO-HALLADO-SW.
           PERFORM VARYING IND-PERIODO FROM 1 BY 1
                   UNTIL IND-PERIODO > CT-CANT-PERIODOS
                      OR PERIODO-HALLADO
               IF CT-PER-FIN(IND-PERIODO) NOT < TV-FECHA
                   MOVE "Y" TO PERIODO-HALLADO-SW
               END-IF
           END-PERFORM.
           IF PERIODO-HALLADO
               SUBTRACT 1 FROM IND-PERIODO
               IF CT-PER-LIMITE(IND-PERIODO) > 0
                  AND FECHA-HOY > CT-PER-LIMITE(IND-PERIODO)
                   MOVE "PLAZO DE CARGA DEL PERIODO VENCIDO"
                       TO TV-MOTIVO
               END-IF
           END-IF.

       CERRAR-TERMINO.
      /UN SEGUNDO CIERRE DEL MISMO TERMINO (RECORRIDA DEL PROCESO DE
      /CIERRE) NO ES ERROR: EL TERMINO YA QUEDO CERRADO
           OPEN I-O TERM-CAL.
           IF TERM-CAL-STATUS NOT = "00"
               MOVE "TERMCAL NO DISPONIBLE" TO TV-MOTIVO
               GO TO CERRAR-TERMINO-EXIT
           END-IF.
           MOVE TV-TERM TO CT-TERM.
           READ TERM-CAL
               INVALID KEY
                   MOVE "TERMINO NO REGISTRADO EN TERMCAL" TO TV-MOTIVO
                   CLOSE TERM-CAL
                   GO TO CERRAR-TERMINO-EXIT
           END-READ.
           MOVE CT-TERM TO TV-TERM-HALLADO.
           IF CT-CERRADO
               MOVE "S" TO TV-RESULTADO
               MOVE "EL TERMINO YA ESTABA CERRADO" TO TV-MOTIVO
               CLOSE TERM-CAL
               GO TO CERRAR-TERMINO-EXIT
           END-IF.
           MOVE "C" TO CT-ESTADO.
           MOVE FECHA-HOY TO CT-FECHA-CIERRE.
           MOVE TV-OPERADOR TO CT-CERRADO-POR.
           REWRITE TERM-CAL-RECORD
               INVALID KEY
                   MOVE "NO SE PUDO REGRABAR TERMCAL" TO TV-MOTIVO
               NOT INVALID KEY
                   MOVE "S" TO TV-RESULTADO
                   MOVE "TERMINO CERRADO" TO TV-MOTIVO
           END-REWRITE.
           CLOSE TERM-CAL.

       CERRAR-TERMINO-EXIT.
           EXIT.

       END PROGRAM TERMCHK.
