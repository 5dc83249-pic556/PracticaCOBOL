      /AREA DEL CANDADO DE CORRIDAS COMPARTIDO
       COPY "RUNCAREA.cpy".

      /AREA DEL SERVICIO DE CALENDARIO DE TERMINOS: LA FECHA DE LA
      /CLASE DEBE CAER DENTRO DEL TERMINO INFORMADO Y ESTE ABIERTO
       COPY "TERMAREA.cpy".

       01 ATTN-MASTER-STATUS PIC X(02).
           88 ATTN-MASTER-OK VALUE "00".
       01 ATTN-TRANS-STATUS PIC X(02).
           88 REGISTRO-EXISTE VALUE "Y".
       01 MATERIA-HALLADA-SW PIC X(01) VALUE "N".
           88 MATERIA-HALLADA VALUE "Y".
       01 FECHA-EN-TERMINO-SW PIC X(01) VALUE "N".
           88 FECHA-EN-TERMINO VALUE "Y".

       01 MOTIVO-RECHAZO PIC X(02).
           88 RECHAZO-ESTADO-MALO  VALUE "01".
           88 RECHAZO-SIN-TERMINO  VALUE "03".
           88 RECHAZO-TABLA-LLENA  VALUE "04".
           88 RECHAZO-ERROR-ARCHIVO VALUE "05".
           88 RECHAZO-FUERA-TERMINO VALUE "06".

       01 IND-MATERIA PIC 9(02) COMP.


       POSTEAR-UNA-ASISTENCIA.
           MOVE SPACES TO MOTIVO-RECHAZO.
           PERFORM VALIDAR-LA-FECHA.
           EVALUATE TRUE
               WHEN AN-ESTADO NOT = "P" AND AN-ESTADO NOT = "A"
                AND AN-ESTADO NOT = "T"
                   MOVE "02" TO MOTIVO-RECHAZO
               WHEN AN-TERM = SPACES
                   MOVE "03" TO MOTIVO-RECHAZO
               WHEN NOT FECHA-EN-TERMINO
                   MOVE "06" TO MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM APLICAR-ASISTENCIA
           END-EVALUATE.
               PERFORM ESCRIBIR-LINEA-RECHAZO
           END-IF.

       VALIDAR-LA-FECHA.
      /UNA CLASE FECHADA EN EL FUTURO, FUERA DE LAS FECHAS DEL
      /TERMINO O EN UN TERMINO YA CERRADO SE RECHAZA; SIN TERMCAL
      /SOLO SE EXIGE QUE LA FECHA SEA NUMERICA
           MOVE "N" TO FECHA-EN-TERMINO-SW.
           IF AN-FECHA NUMERIC
               MOVE "A" TO TV-ACCION
               MOVE AN-TERM TO TV-TERM
               MOVE AN-FECHA TO TV-FECHA
               CALL "TERMCHK" USING TERM-AREA
               IF TV-ACEPTADA
                   MOVE "Y" TO FECHA-EN-TERMINO-SW
               END-IF
           END-IF.

       APLICAR-ASISTENCIA.
           MOVE AN-STUDENT-ID TO AT-STUDENT-ID.
           MOVE AN-TERM TO AT-TERM.
