
           SELECT SECT-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-SECTION
               FILE STATUS IS SECT-MASTER-STATUS.

       FD  LOGIN-KEEP.
      /MISMO LARGO QUE EL REGISTRO DE LOGINLR.cpy (NO SE PUEDE
      /COPIAR EL COPYBOOK DOS VECES EN EL MISMO PROGRAMA)
       01  LOGIN-KEEP-RECORD       PIC X(64).

       FD  HIST-QUAR.
       01  HIST-QUAR-RECORD        PIC X(40).
       01  IDX-QUAR-RECORD         PIC X(45).

       FD  LOG-QUAR.
       01  LOG-QUAR-RECORD         PIC X(64).

       FD  INTG-CONTROL.
      /IC-CUARENTENA = "S" MUEVE LOS HUERFANOS A LOS ARCHIVOS DE
      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE ENCADENADO: SACAR HUERFANOS DEL LOGIN-LOG
      /ROMPE LA CADENA, ASI QUE EL ARCHIVO RECONSTRUIDO SE RESELLA
       COPY "SELLAREA.cpy".

       01 STUDENT-MASTER-STATUS PIC X(02).
       01 USER-MASTER-STATUS PIC X(02).
       01 SECT-MASTER-STATUS PIC X(02).
       01 HUERFANOS-IDX  PIC 9(05) VALUE 0.
       01 HUERFANOS-LOG  PIC 9(05) VALUE 0.
       01 SECCIONES-MALAS PIC 9(05) VALUE 0.
       01 DOCENTES-MALOS PIC 9(05) VALUE 0.
       01 ESTADO-DOCENTE PIC X(20).
       01 CUARENTENADOS  PIC 9(05) VALUE 0.
       01 CANT-EDIT PIC ZZZZ9.

       MAIN-PROCEDURE.
      /CADA MAESTRO ES CONSISTENTE CONSIGO MISMO PERO NADIE LOS
      /CRUZABA: AQUI HISTGRAD SE COTEJA CONTRA STUDMAST, LOGINIDX Y
      /LOGINLOG CONTRA USERMAST, SM-SECTION CONTRA SECTMAST Y EL
      /DOCENTE DE CADA SECCION CONTRA USERMAST, CON REPORTE DE
      /HUERFANOS POR ARCHIVO Y CUARENTENA OPCIONAL
           PERFORM REGISTRAR-LOG-INICIO.
           PERFORM LEER-CONTROL.
           ACCEPT CURRENT-DATE-FLD FROM DATE YYYYMMDD.
           PERFORM AUDITAR-LOGINIDX THRU AUDITAR-LOGINIDX-EXIT.
           PERFORM AUDITAR-LOGINLOG THRU AUDITAR-LOGINLOG-EXIT.
           PERFORM AUDITAR-SECCIONES THRU AUDITAR-SECCIONES-EXIT.
           PERFORM AUDITAR-DOCENTES THRU AUDITAR-DOCENTES-EXIT.

           IF HAY-SECCIONES
               CLOSE SECT-MASTER
           END-IF.

       RECONSTRUIR-LOGINLOG.
      /SI SE SACO ALGUN HUERFANO, LA CADENA SE REHACE DESDE EL ANCLA
      /(AUDSELLO DEJA CONSTANCIA EN RUNLOG); SIN HUERFANOS EL ARCHIVO
      /VUELVE TAL CUAL Y LOS SELLOS ORIGINALES SE CONSERVAN
           MOVE "N" TO ARCHIVO-EOF-SW.
           IF HUERFANOS-LOG > 0
               MOVE "R" TO SL-ACCION
               MOVE "LOGINLOG" TO SL-ARCHIVO
               CALL "AUDSELLO" USING SELLO-AREA
               MOVE "LOGINLOG RESELLADO DESDE EL ANCLA POR CUARENTENA"
                   TO INTG-REPORT-LINEA
               WRITE INTG-REPORT-LINEA
           END-IF.
           OPEN INPUT LOGIN-KEEP.
           OPEN OUTPUT LOGIN-LOG.
           READ LOGIN-KEEP
           END-READ.
           PERFORM UNTIL ARCHIVO-EOF
               MOVE LOGIN-KEEP-RECORD TO LOGIN-LOG-RECORD
               IF HUERFANOS-LOG > 0
                   PERFORM RESELLAR-LOGIN
               END-IF
               WRITE LOGIN-LOG-RECORD
               READ LOGIN-KEEP
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
           CLOSE LOGIN-KEEP.
           CLOSE LOGIN-LOG.

       RESELLAR-LOGIN.
           MOVE "S" TO SL-ACCION.
           MOVE "LOGINLOG" TO SL-ARCHIVO.
           MOVE SPACES TO SL-REGISTRO.
           MOVE LOGIN-LOG-RECORD(1:46) TO SL-REGISTRO.
           CALL "AUDSELLO" USING SELLO-AREA.
           MOVE SL-SECUENCIA TO LL-SECUENCIA.
           MOVE SL-SELLO TO LL-SELLO.

       AUDITAR-SECCIONES.
      /UNA SECCION QUE NO FIGURA EN SECTMAST SOLO SE REPORTA: EL
      /ALUMNO NO SE CUARENTENA POR UNA REFERENCIA MALA, SE CORRIGE
       AUDITAR-SECCIONES-EXIT.
           EXIT.

       AUDITAR-DOCENTES.
      /EL DOCENTE DE CADA SECCION DEBE SER UN USUARIO VIGENTE: UNA
      /SECCION SIN NU, CON UN NU QUE NO EXISTE O CON UN DOCENTE DE
      /BAJA O DE LICENCIA QUEDA SIN QUIEN CARGUE SUS NOTAS. SOLO SE
      /REPORTA; EL DOCENTE SE CORRIGE POR SECTMNT
           IF NOT HAY-SECCIONES
               GO TO AUDITAR-DOCENTES-EXIT
           END-IF.
           MOVE "N" TO ARCHIVO-EOF-SW.
           MOVE LOW-VALUES TO SE-SECTION.
           START SECT-MASTER KEY IS NOT LESS THAN SE-SECTION
               INVALID KEY MOVE "Y" TO ARCHIVO-EOF-SW
           END-START.
           IF NOT ARCHIVO-EOF
               READ SECT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-IF.
           PERFORM UNTIL ARCHIVO-EOF
               MOVE SPACES TO ESTADO-DOCENTE
               IF SE-TEACHER-ID = SPACES
                   MOVE "SIN NU DE DOCENTE" TO ESTADO-DOCENTE
               ELSE
                   MOVE SE-TEACHER-ID TO UM-EMP-ID
                   READ USER-MASTER
                       INVALID KEY
                           MOVE "DOCENTE DESCONOCIDO" TO ESTADO-DOCENTE
                       NOT INVALID KEY
                           IF UM-BAJA
                               MOVE "DOCENTE DE BAJA" TO ESTADO-DOCENTE
                           END-IF
                           IF UM-LICENCIA
                               MOVE "DOCENTE DE LICENCIA"
                                   TO ESTADO-DOCENTE
                           END-IF
                   END-READ
               END-IF
               IF ESTADO-DOCENTE NOT = SPACES
                   ADD 1 TO DOCENTES-MALOS
                   MOVE SPACES TO INTG-REPORT-LINEA
                   STRING ESTADO-DOCENTE DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       SE-TEACHER-ID DELIMITED BY SIZE
                       " EN SECCION " DELIMITED BY SIZE
                       SE-SECTION DELIMITED BY SIZE
                       INTO INTG-REPORT-LINEA
                   WRITE INTG-REPORT-LINEA
               END-IF
               READ SECT-MASTER NEXT RECORD
                   AT END MOVE "Y" TO ARCHIVO-EOF-SW
               END-READ
           END-PERFORM.
       AUDITAR-DOCENTES-EXIT.
           EXIT.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO INTG-REPORT-LINEA.
           WRITE INTG-REPORT-LINEA.
               CANT-EDIT DELIMITED BY SIZE
               INTO INTG-REPORT-LINEA.
           WRITE INTG-REPORT-LINEA.
           MOVE DOCENTES-MALOS TO CANT-EDIT.
           MOVE SPACES TO INTG-REPORT-LINEA.
           STRING "DOCENTES NO VIGENTES:  " DELIMITED BY SIZE
               CANT-EDIT DELIMITED BY SIZE
               INTO INTG-REPORT-LINEA.
           WRITE INTG-REPORT-LINEA.
           IF CUARENTENA
               MOVE CUARENTENADOS TO CANT-EDIT
               MOVE SPACES TO INTG-REPORT-LINEA
