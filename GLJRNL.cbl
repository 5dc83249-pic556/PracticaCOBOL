      ******************************************************************
      * Author:Pedro Burgos
      * Date:17/4/26
      * Purpose:Interfaz-Contable-De-Castigos-Y-Cargos-Mensuales
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL IS INITIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.

           SELECT CHARG-SALIDA ASSIGN TO "CHARGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARG-SALIDA-STATUS.

           SELECT GL-MAPA ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-MAPA-STATUS.

           SELECT GL-ENVIADOS ASSIGN TO "GLSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-ENVIADOS-STATUS.

           SELECT GL-JOURNAL ASSIGN TO "GLJOURNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT GL-REPORT ASSIGN TO "RPTGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-REPORT-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY "SUSPREC.cpy".

       FD  CHARG-SALIDA.
           COPY "CHRGREC.cpy".

       FD  GL-MAPA.
      /CUENTAS CONTABLES POR ORIGEN: W CON EL CODIGO DE MOTIVO DEL
      /CASTIGO, C CON EL DM-DEPT-CODE DEL DEPARTAMENTO CARGADO; CADA
      /FILA TRAE LA CUENTA DEL DEBE Y LA DEL HABER
       01  GL-MAPA-RECORD.
           05  GM-ORIGEN           PIC X(01).
           05  GM-CLAVE            PIC X(10).
           05  GM-CUENTA-DEBE      PIC X(12).
           05  GM-CUENTA-HABER     PIC X(12).

       FD  GL-ENVIADOS.
      /UNA FILA POR PARTIDA YA ENVIADA AL MAYOR, CON EL LOTE QUE LA
      /LLEVO: ES LO QUE IMPIDE MANDAR DOS VECES EL MISMO CASTIGO O
      /EL MISMO CARGO
       01  GL-ENVIADOS-RECORD.
           05  GS-ORIGEN           PIC X(01).
           05  GS-CLAVE            PIC X(16).
           05  GS-LOTE             PIC 9(06).
           05  GS-FECHA            PIC 9(08).
           05  GS-IMPORTE          PIC 9(09)V9(02).

       FD  GL-JOURNAL.
           COPY "GLJREC.cpy".

       FD  GL-REPORT.
       01  GL-REPORT-LINEA         PIC X(110).

       FD  RUN-LOG.
           COPY "RUNLOGR.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

       01 SUSPENSE-STATUS     PIC X(02).
       01 CHARG-SALIDA-STATUS PIC X(02).
       01 GL-MAPA-STATUS      PIC X(02).
       01 GL-ENVIADOS-STATUS  PIC X(02).
       01 GL-JOURNAL-STATUS   PIC X(02).
       01 GL-REPORT-STATUS    PIC X(02).
       01 RUN-LOG-STATUS      PIC X(02).

       01 SUSPENSE-EOF-SW PIC X(01) VALUE "N".
           88 SUSPENSE-EOF VALUE "Y".
       01 CARGOS-EOF-SW PIC X(01) VALUE "N".
           88 CARGOS-EOF VALUE "Y".
       01 MAPA-EOF-SW PIC X(01) VALUE "N".
           88 MAPA-EOF VALUE "Y".
       01 ENVIADOS-EOF-SW PIC X(01) VALUE "N".
           88 ENVIADOS-EOF VALUE "Y".
       01 HAY-LOTE-SW PIC X(01) VALUE "N".
           88 HAY-LOTE VALUE "Y".

      * Cuentas contables cargadas de GLMAP.
       01 MAX-CUENTAS PIC 9(03) VALUE 100.
       01 CANT-CUENTAS PIC 9(03) VALUE 0.
       01 EXCEDENTES-CUENTAS PIC 9(05) VALUE 0.
       01 TABLA-CUENTAS.
           05 CUENTA-ITEM OCCURS 100 TIMES.
              10 TC-ORIGEN       PIC X(01).
              10 TC-CLAVE        PIC X(10).
              10 TC-CUENTA-DEBE  PIC X(12).
              10 TC-CUENTA-HABER PIC X(12).
       01 IND-CUENTA PIC 9(03) COMP.
       01 CUENTA-HALLADA-SW PIC X(01).
           88 CUENTA-HALLADA VALUE "Y".

      * Partidas ya enviadas, cargadas de GLSENT. Si el archivo no
      * entra en la tabla no se puede asegurar que nada salga dos
      * veces, asi que la corrida no envia nada y falla.
       01 MAX-ENVIADOS PIC 9(04) VALUE 2000.
       01 CANT-ENVIADOS PIC 9(04) VALUE 0.
       01 EXCEDENTES-ENVIADOS PIC 9(05) VALUE 0.
       01 TABLA-ENVIADOS.
           05 ENVIADO-ITEM OCCURS 2000 TIMES.
              10 TE-ORIGEN PIC X(01).
              10 TE-CLAVE  PIC X(16).
       01 IND-ENVIADO PIC 9(04) COMP.
       01 ENVIADO-HALLADO-SW PIC X(01).
           88 ENVIADO-HALLADO VALUE "Y".

      * Partida en curso, comun a castigos y cargos.
       01 PARTIDA-ACTUAL.
           05 PT-ORIGEN      PIC X(01).
           05 PT-CLAVE-MAPA  PIC X(10).
           05 PT-REFERENCIA  PIC X(16).
           05 PT-FECHA       PIC 9(08).
           05 PT-IMPORTE     PIC 9(09)V9(02).
           05 PT-DESCRIPCION PIC X(30).

       01 CUENTA-LINEA PIC X(12).
       01 DEBE-HABER-LINEA PIC X(01).

       01 FECHA-HOY PIC 9(08).
       01 MES-ACTUAL PIC X(06).
       01 FIN-DE-MES PIC 9(08).
       01 FIN-DE-MES-R REDEFINES FIN-DE-MES.
           05 FM-ANIO PIC 9(04).
           05 FM-MES  PIC 9(02).
           05 FM-DIA  PIC 9(02).

       01 ULTIMO-LOTE PIC 9(06) VALUE 0.
       01 LOTE-ACTUAL PIC 9(06) VALUE 0.
       01 CANT-LINEAS PIC 9(05) VALUE 0.
       01 TOTAL-DEBE  PIC 9(11)V9(02) VALUE 0.
       01 TOTAL-HABER PIC 9(11)V9(02) VALUE 0.

       01 CANT-CASTIGOS     PIC 9(05) VALUE 0.
       01 CANT-CARGOS       PIC 9(05) VALUE 0.
       01 CANT-YA-ENVIADAS  PIC 9(05) VALUE 0.
       01 CANT-SIN-CUENTA   PIC 9(05) VALUE 0.
       01 CANT-MES-ABIERTO  PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.
       01 IMP-EDIT PIC ZZZZZZZZZZ9.99.
       01 IMP-EDIT2 PIC ZZZZZZZZZZ9.99.

       01 CURRENT-DATE-FLD PIC 9(08).
       01 CURRENT-TIME-FLD PIC 9(08).

       LINKAGE SECTION.
      /LK-RETORNO DEVUELVE EL RESULTADO DEL PASO A EJERCHAIN; LOS
      /PROGRAMAS INITIAL NO CONSERVAN SU RETURN-CODE AL VOLVER, ASI
      /QUE LA FALLA VIAJA TAMBIEN POR AQUI CUANDO EL PARAMETRO VIENE
       01 LK-RETORNO PIC 9(04).

       PROCEDURE DIVISION USING OPTIONAL LK-RETORNO.
       MAIN-PROCEDURE.
      /INTERFAZ CON EL MAYOR: LOS CASTIGOS DEL SUSPENSO Y LOS CARGOS
      /MENSUALES POR DEPARTAMENTO (DE MESES YA CERRADOS) QUE TODAVIA
      /NO SE ENVIARON SALEN COMO UN LOTE DE ASIENTOS BALANCEADOS, UNA
      /LINEA AL DEBE Y OTRA AL HABER POR PARTIDA, CON LAS CUENTAS DE
      /GLMAP. LO ENVIADO QUEDA EN GLSENT Y NO VUELVE A SALIR
           PERFORM REGISTRAR-LOG-INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE FECHA-HOY(1:6) TO MES-ACTUAL.

           OPEN OUTPUT GL-REPORT.
           PERFORM CARGAR-CUENTAS.
           PERFORM CARGAR-ENVIADOS.
           IF EXCEDENTES-ENVIADOS > 0
               MOVE SPACES TO GL-REPORT-LINEA
               STRING "GLSENT EXCEDE LA TABLA DE PARTIDAS ENVIADAS ("
                   DELIMITED BY SIZE
                   MAX-ENVIADOS DELIMITED BY SIZE
                   "): NO SE ENVIA NADA PARA NO DUPLICAR"
                   DELIMITED BY SIZE
                   INTO GL-REPORT-LINEA
               WRITE GL-REPORT-LINEA
               CLOSE GL-REPORT
               DISPLAY "GLSENT EXCEDE LA TABLA DE PARTIDAS ENVIADAS: "
                   EXCEDENTES-ENVIADOS " FILAS DE MAS, LOTE NO ENVIADO"
               PERFORM MARCAR-FALLA-PASO
               PERFORM REGISTRAR-LOG-FIN
               GOBACK
           END-IF.
           COMPUTE LOTE-ACTUAL = ULTIMO-LOTE + 1.

           MOVE SPACES TO GL-REPORT-LINEA.
           STRING "INTERFAZ CONTABLE DEL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               " - CONTROL DEL LOTE " DELIMITED BY SIZE
               LOTE-ACTUAL DELIMITED BY SIZE
               INTO GL-REPORT-LINEA.
           WRITE GL-REPORT-LINEA.
           MOVE SPACES TO GL-REPORT-LINEA.
           WRITE GL-REPORT-LINEA.
           MOVE SPACES TO GL-REPORT-LINEA.
           STRING "O REFERENCIA       FECHA    CUENTA DEBE  CUENTA "
               DELIMITED BY SIZE
               "HABER         IMPORTE RESULTADO" DELIMITED BY SIZE
               INTO GL-REPORT-LINEA.
           WRITE GL-REPORT-LINEA.

           PERFORM PROCESAR-CASTIGOS.
           PERFORM PROCESAR-CARGOS.

           IF HAY-LOTE
               PERFORM CERRAR-LOTE
           END-IF.
           PERFORM ESCRIBIR-CONTROL.
           CLOSE GL-REPORT.

           DISPLAY "INTERFAZ CONTABLE LOTE " LOTE-ACTUAL
               " LINEAS: " CANT-LINEAS
               " SIN CUENTA: " CANT-SIN-CUENTA.
           IF CANT-SIN-CUENTA > 0
      /UNA PARTIDA SIN CUENTA NO SE PIERDE: QUEDA SIN ENVIAR HASTA
      /QUE SE CARGUE SU FILA EN GLMAP; LA CADENA SIGUE CON AVISO
               MOVE 8 TO RETURN-CODE
               IF ADDRESS OF LK-RETORNO NOT = NULL
                   MOVE 8 TO LK-RETORNO
               END-IF
           END-IF.
           PERFORM REGISTRAR-LOG-FIN.
           GOBACK.

       CARGAR-CUENTAS.
           MOVE "N" TO MAPA-EOF-SW.
           OPEN INPUT GL-MAPA.
           IF GL-MAPA-STATUS NOT = "00"
               MOVE "GLMAP" TO EH-ARCHIVO
               MOVE "OPEN" TO EH-OPERACION
               MOVE GL-MAPA-STATUS TO EH-STATUS
               PERFORM INFORMAR-ERROR-ARCHIVO
               MOVE "Y" TO MAPA-EOF-SW
           ELSE
               READ GL-MAPA
                   AT END MOVE "Y" TO MAPA-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL MAPA-EOF
               IF CANT-CUENTAS < MAX-CUENTAS
                   ADD 1 TO CANT-CUENTAS
                   MOVE GM-ORIGEN TO TC-ORIGEN(CANT-CUENTAS)
                   MOVE GM-CLAVE TO TC-CLAVE(CANT-CUENTAS)
                   MOVE GM-CUENTA-DEBE TO TC-CUENTA-DEBE(CANT-CUENTAS)
                   MOVE GM-CUENTA-HABER
                       TO TC-CUENTA-HABER(CANT-CUENTAS)
               ELSE
                   ADD 1 TO EXCEDENTES-CUENTAS
               END-IF
               READ GL-MAPA
                   AT END MOVE "Y" TO MAPA-EOF-SW
               END-READ
           END-PERFORM.
           IF GL-MAPA-STATUS = "00" OR GL-MAPA-STATUS = "10"
               CLOSE GL-MAPA
           END-IF.
      /LAS FILAS QUE NO ENTRAN DEJAN SUS PARTIDAS SIN CUENTA: SE
      /REPORTAN Y QUEDAN PENDIENTES, NUNCA VAN A UNA CUENTA EQUIVOCADA
           IF EXCEDENTES-CUENTAS > 0
               DISPLAY "GLMAP EXCEDE LA TABLA DE CUENTAS: "
                   EXCEDENTES-CUENTAS " FILAS NO CARGADAS"
           END-IF.

       CARGAR-ENVIADOS.
      /CARGA LO YA ENVIADO Y EL ULTIMO LOTE, PARA NUMERAR EL NUEVO
           MOVE "N" TO ENVIADOS-EOF-SW.
           OPEN INPUT GL-ENVIADOS.
           IF GL-ENVIADOS-STATUS NOT = "00"
               MOVE "Y" TO ENVIADOS-EOF-SW
           ELSE
               READ GL-ENVIADOS
                   AT END MOVE "Y" TO ENVIADOS-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ENVIADOS-EOF
               IF CANT-ENVIADOS < MAX-ENVIADOS
                   ADD 1 TO CANT-ENVIADOS
                   MOVE GS-ORIGEN TO TE-ORIGEN(CANT-ENVIADOS)
                   MOVE GS-CLAVE TO TE-CLAVE(CANT-ENVIADOS)
               ELSE
                   ADD 1 TO EXCEDENTES-ENVIADOS
               END-IF
               IF GS-LOTE NUMERIC AND GS-LOTE > ULTIMO-LOTE
                   MOVE GS-LOTE TO ULTIMO-LOTE
               END-IF
               READ GL-ENVIADOS
                   AT END MOVE "Y" TO ENVIADOS-EOF-SW
               END-READ
           END-PERFORM.
           IF GL-ENVIADOS-STATUS = "00" OR GL-ENVIADOS-STATUS = "10"
               CLOSE GL-ENVIADOS
           END-IF.

       PROCESAR-CASTIGOS.
      /CADA PARTIDA CASTIGADA VA AL MAYOR UNA SOLA VEZ, CON LA FECHA
      /DEL CASTIGO Y LAS CUENTAS DE SU CODIGO DE MOTIVO
           MOVE "N" TO SUSPENSE-EOF-SW.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS NOT = "00"
               MOVE "Y" TO SUSPENSE-EOF-SW
           ELSE
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO SUSPENSE-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL SUSPENSE-EOF
               IF SU-CASTIGADA AND SU-MONTO > 0
                   MOVE "W" TO PT-ORIGEN
                   MOVE SU-MOTIVO-CASTIGO TO PT-CLAVE-MAPA
                   MOVE SPACES TO PT-REFERENCIA
                   STRING SU-REF-ID DELIMITED BY SIZE
                       SU-FECHA-CIERRE DELIMITED BY SIZE
                       INTO PT-REFERENCIA
                   MOVE SU-FECHA-CIERRE TO PT-FECHA
                   MOVE SU-MONTO TO PT-IMPORTE
                   MOVE SPACES TO PT-DESCRIPCION
                   STRING "CASTIGO SUSPENSO MOTIVO " DELIMITED BY SIZE
                       SU-MOTIVO-CASTIGO DELIMITED BY SIZE
                       INTO PT-DESCRIPCION
                   PERFORM ENVIAR-PARTIDA THRU ENVIAR-PARTIDA-EXIT
               END-IF
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO SUSPENSE-EOF-SW
               END-READ
           END-PERFORM.
           IF SUSPENSE-STATUS = "00" OR SUSPENSE-STATUS = "10"
               CLOSE SUSPENSE-FILE
           END-IF.

       PROCESAR-CARGOS.
      /EL CARGO DE UN MES SALE RECIEN CUANDO EL MES ESTA CERRADO: UN
      /ESTADO DE CUENTA A MITAD DE MES TODAVIA PUEDE CAMBIAR
           MOVE "N" TO CARGOS-EOF-SW.
           OPEN INPUT CHARG-SALIDA.
           IF CHARG-SALIDA-STATUS NOT = "00"
               MOVE "Y" TO CARGOS-EOF-SW
           ELSE
               READ CHARG-SALIDA
                   AT END MOVE "Y" TO CARGOS-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL CARGOS-EOF
               IF CG-IMPORTE > 0
                   IF CG-MES < MES-ACTUAL
                       MOVE "C" TO PT-ORIGEN
                       MOVE CG-DEPT TO PT-CLAVE-MAPA
                       MOVE SPACES TO PT-REFERENCIA
                       STRING CG-MES DELIMITED BY SIZE
                           CG-DEPT DELIMITED BY SIZE
                           INTO PT-REFERENCIA
                       PERFORM CALCULAR-FIN-DE-MES
                       MOVE FIN-DE-MES TO PT-FECHA
                       MOVE CG-IMPORTE TO PT-IMPORTE
                       MOVE SPACES TO PT-DESCRIPCION
                       STRING "CARGO USO SISTEMA MES "
                           DELIMITED BY SIZE
                           CG-MES DELIMITED BY SIZE
                           INTO PT-DESCRIPCION
                       PERFORM ENVIAR-PARTIDA THRU ENVIAR-PARTIDA-EXIT
                   ELSE
                       ADD 1 TO CANT-MES-ABIERTO
                   END-IF
               END-IF
               READ CHARG-SALIDA
                   AT END MOVE "Y" TO CARGOS-EOF-SW
               END-READ
           END-PERFORM.
           IF CHARG-SALIDA-STATUS = "00" OR CHARG-SALIDA-STATUS = "10"
               CLOSE CHARG-SALIDA
           END-IF.

       CALCULAR-FIN-DE-MES.
      /EL CARGO SE CONTABILIZA EL ULTIMO DIA DEL MES AL QUE CORRESPONDE
           MOVE CG-MES(1:4) TO FM-ANIO.
           MOVE CG-MES(5:2) TO FM-MES.
           MOVE 1 TO FM-DIA.
           IF FM-MES = 12
               ADD 1 TO FM-ANIO
               MOVE 1 TO FM-MES
           ELSE
               ADD 1 TO FM-MES
           END-IF.
           COMPUTE FIN-DE-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FIN-DE-MES) - 1).

       ENVIAR-PARTIDA.
           MOVE "N" TO ENVIADO-HALLADO-SW.
           PERFORM VARYING IND-ENVIADO FROM 1 BY 1
                   UNTIL IND-ENVIADO > CANT-ENVIADOS OR ENVIADO-HALLADO
               IF TE-ORIGEN(IND-ENVIADO) = PT-ORIGEN
                  AND TE-CLAVE(IND-ENVIADO) = PT-REFERENCIA
                   MOVE "Y" TO ENVIADO-HALLADO-SW
               END-IF
           END-PERFORM.
           IF ENVIADO-HALLADO
               ADD 1 TO CANT-YA-ENVIADAS
               GO TO ENVIAR-PARTIDA-EXIT
           END-IF.

           MOVE "N" TO CUENTA-HALLADA-SW.
           PERFORM VARYING IND-CUENTA FROM 1 BY 1
                   UNTIL IND-CUENTA > CANT-CUENTAS OR CUENTA-HALLADA
               IF TC-ORIGEN(IND-CUENTA) = PT-ORIGEN
                  AND TC-CLAVE(IND-CUENTA) = PT-CLAVE-MAPA
                   MOVE "Y" TO CUENTA-HALLADA-SW
               END-IF
           END-PERFORM.
           MOVE PT-IMPORTE TO IMP-EDIT.
           IF NOT CUENTA-HALLADA
               ADD 1 TO CANT-SIN-CUENTA
               MOVE SPACES TO GL-REPORT-LINEA
               STRING PT-ORIGEN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PT-REFERENCIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PT-FECHA DELIMITED BY SIZE
                   " ------------ ------------ " DELIMITED BY SIZE
                   IMP-EDIT DELIMITED BY SIZE
                   " SIN CUENTA EN GLMAP PARA " DELIMITED BY SIZE
                   PT-CLAVE-MAPA DELIMITED BY SIZE
                   INTO GL-REPORT-LINEA
               WRITE GL-REPORT-LINEA
               GO TO ENVIAR-PARTIDA-EXIT
           END-IF.
           SUBTRACT 1 FROM IND-CUENTA.

           IF NOT HAY-LOTE
               PERFORM ABRIR-LOTE
           END-IF.
           MOVE TC-CUENTA-DEBE(IND-CUENTA) TO CUENTA-LINEA.
           MOVE "D" TO DEBE-HABER-LINEA.
           PERFORM ESCRIBIR-LINEA.
           ADD PT-IMPORTE TO TOTAL-DEBE.
           MOVE TC-CUENTA-HABER(IND-CUENTA) TO CUENTA-LINEA.
           MOVE "C" TO DEBE-HABER-LINEA.
           PERFORM ESCRIBIR-LINEA.
           ADD PT-IMPORTE TO TOTAL-HABER.

           MOVE PT-ORIGEN TO GS-ORIGEN.
           MOVE PT-REFERENCIA TO GS-CLAVE.
           MOVE LOTE-ACTUAL TO GS-LOTE.
           MOVE FECHA-HOY TO GS-FECHA.
           MOVE PT-IMPORTE TO GS-IMPORTE.
           WRITE GL-ENVIADOS-RECORD.
           IF CANT-ENVIADOS < MAX-ENVIADOS
               ADD 1 TO CANT-ENVIADOS
               MOVE PT-ORIGEN TO TE-ORIGEN(CANT-ENVIADOS)
               MOVE PT-REFERENCIA TO TE-CLAVE(CANT-ENVIADOS)
           END-IF.
           IF PT-ORIGEN = "W"
               ADD 1 TO CANT-CASTIGOS
           ELSE
               ADD 1 TO CANT-CARGOS
           END-IF.

           MOVE SPACES TO GL-REPORT-LINEA.
           STRING PT-ORIGEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PT-REFERENCIA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PT-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TC-CUENTA-DEBE(IND-CUENTA) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TC-CUENTA-HABER(IND-CUENTA) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMP-EDIT DELIMITED BY SIZE
               " ENVIADA" DELIMITED BY SIZE
               INTO GL-REPORT-LINEA.
           WRITE GL-REPORT-LINEA.
       ENVIAR-PARTIDA-EXIT.
           EXIT.

       ABRIR-LOTE.
      /EL LOTE SE AGREGA AL FINAL DE GLJOURNL: SI EL EQUIPO CONTABLE
      /TODAVIA NO LEVANTO EL ANTERIOR, LOS DOS QUEDAN EN EL ARCHIVO
           OPEN EXTEND GL-JOURNAL.
           IF GL-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT GL-JOURNAL
           END-IF.
           OPEN EXTEND GL-ENVIADOS.
           IF GL-ENVIADOS-STATUS NOT = "00"
               OPEN OUTPUT GL-ENVIADOS
           END-IF.
           MOVE "Y" TO HAY-LOTE-SW.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "H" TO GJ-TIPO.
           MOVE LOTE-ACTUAL TO GJ-LOTE.
           MOVE FECHA-HOY TO GJ-FECHA-LOTE.
           MOVE "SUITE-EJER" TO GJ-SISTEMA.
           WRITE GL-JOURNAL-RECORD.

       ESCRIBIR-LINEA.
           ADD 1 TO CANT-LINEAS.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "D" TO GJ-TIPO.
           MOVE LOTE-ACTUAL TO GJ-LOTE.
           MOVE CANT-LINEAS TO GJ-LINEA.
           MOVE PT-FECHA TO GJ-FECHA-CONTABLE.
           MOVE CUENTA-LINEA TO GJ-CUENTA.
           MOVE DEBE-HABER-LINEA TO GJ-DEBE-HABER.
           MOVE PT-IMPORTE TO GJ-IMPORTE.
           MOVE PT-ORIGEN TO GJ-ORIGEN.
           MOVE PT-REFERENCIA TO GJ-REFERENCIA.
           MOVE PT-DESCRIPCION TO GJ-DESCRIPCION.
           WRITE GL-JOURNAL-RECORD.

       CERRAR-LOTE.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "T" TO GJ-TIPO.
           MOVE LOTE-ACTUAL TO GJ-LOTE.
           MOVE CANT-LINEAS TO GJ-CANT-LINEAS.
           MOVE TOTAL-DEBE TO GJ-TOTAL-DEBE.
           MOVE TOTAL-HABER TO GJ-TOTAL-HABER.
           WRITE GL-JOURNAL-RECORD.
           CLOSE GL-JOURNAL.
           CLOSE GL-ENVIADOS.

       ESCRIBIR-CONTROL.
           MOVE SPACES TO GL-REPORT-LINEA.
           WRITE GL-REPORT-LINEA.
           IF HAY-LOTE
               MOVE SPACES TO GL-REPORT-LINEA
               STRING "COLA DEL LOTE " DELIMITED BY SIZE
                   LOTE-ACTUAL DELIMITED BY SIZE
                   " ENVIADO A GLJOURNL" DELIMITED BY SIZE
                   INTO GL-REPORT-LINEA
           ELSE
               MOVE "SIN PARTIDAS NUEVAS: NO SE GENERO LOTE"
                   TO GL-REPORT-LINEA
           END-IF.
           WRITE GL-REPORT-LINEA.
           MOVE CANT-LINEAS TO CANT-EDIT.
           MOVE SPACES TO GL-REPORT-LINEA.
           STRING "  LINEAS DEL LOTE:           " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO GL-REPORT-LINEA.
           WRITE GL-REPORT-LINEA.
           MOVE TOTAL-DEBE TO IMP-EDIT.
           MOVE TOTAL-HABER TO IMP-EDIT2.
           MOVE SPACES TO GL-REPORT-LINEA.
           STRING "  TOTAL DEBE: " DELIMITED BY SIZE
               IMP-EDIT DELIMITED BY SIZE
               "  TOTAL HABER: " DELIMITED BY SIZE
               IMP-EDIT2 DELIMITED BY SIZE
               INTO GL-REPORT-LINEA.
           WRITE GL-REPORT-LINEA.
           IF TOTAL-DEBE = TOTAL-HABER
               MOVE "  LOTE BALANCEADO" TO GL-REPORT-LINEA
           ELSE
               MOVE "  LOTE DESBALANCEADO" TO GL-REPORT-LINEA
           END-IF.
           WRITE GL-REPORT-LINEA.
           MOVE CANT-CASTIGOS TO CANT-EDIT.
           MOVE SPACES TO GL-REPORT-LINEA.
           STRING "  CASTIGOS ENVIADOS:         " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO GL-REPORT-LINEA.
           WRITE GL-REPORT-LINEA.
           MOVE CANT-CARGOS TO CANT-EDIT.
           MOVE SPACES TO GL-REPORT-LINEA.
           STRING "  CARGOS ENVIADOS:           " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO GL-REPORT-LINEA.
           WRITE GL-REPORT-LINEA.
           MOVE CANT-YA-ENVIADAS TO CANT-EDIT.
           MOVE SPACES TO GL-REPORT-LINEA.
           STRING "  YA ENVIADAS ANTES:         " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO GL-REPORT-LINEA.
           WRITE GL-REPORT-LINEA.
           MOVE CANT-SIN-CUENTA TO CANT-EDIT.
           MOVE SPACES TO GL-REPORT-LINEA.
           STRING "  SIN CUENTA, PENDIENTES:    " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO GL-REPORT-LINEA.
           WRITE GL-REPORT-LINEA.
           MOVE CANT-MES-ABIERTO TO CANT-EDIT.
           MOVE SPACES TO GL-REPORT-LINEA.
           STRING "  CARGOS DEL MES EN CURSO:   " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO GL-REPORT-LINEA.
           WRITE GL-REPORT-LINEA.

       MARCAR-FALLA-PASO.
      /FALLA DURA: SE DEJA EL RETORNO EN EL REGISTRO ESPECIAL Y, SI
      /EJERCHAIN PASO SU AREA DE RETORNO, TAMBIEN POR LINKAGE
           MOVE 12 TO RETURN-CODE.
           IF ADDRESS OF LK-RETORNO NOT = NULL
               MOVE 12 TO LK-RETORNO
           END-IF.

       INFORMAR-ERROR-ARCHIVO.
      /DERIVA EL ERROR DE ARCHIVO AL MANEJADOR CENTRAL, QUE LO DEJA
      /EN ERRORLOG Y MUESTRA EL MENSAJE UNIFORME DE OPERADOR
           MOVE "GLJRNL" TO EH-PROGRAMA.
           CALL "ERRHAND" USING ERROR-AREA.

       REGISTRAR-LOG-INICIO.
      /DEJA CONSTANCIA DEL INICIO DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "GLJRNL" TO RL-PROGRAMA.
           MOVE "INICIO" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       REGISTRAR-LOG-FIN.
      /DEJA CONSTANCIA DEL FIN DE LA CORRIDA EN EL RUN-LOG COMPARTIDO
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-FLD FROM TIME.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE "GLJRNL" TO RL-PROGRAMA.
           MOVE "FIN" TO RL-EVENTO.
           MOVE SPACES TO RL-TIMESTAMP.
           STRING CURRENT-DATE-FLD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CURRENT-TIME-FLD DELIMITED BY SIZE
               INTO RL-TIMESTAMP.
           MOVE SPACES TO RL-DATOS-CLAVE.
           STRING "LOTE=" DELIMITED BY SIZE
               LOTE-ACTUAL DELIMITED BY SIZE
               " LINEAS=" DELIMITED BY SIZE
               CANT-LINEAS DELIMITED BY SIZE
               INTO RL-DATOS-CLAVE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

       END PROGRAM GLJRNL.
