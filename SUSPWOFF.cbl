      /MISMO LARGO QUE EL REGISTRO DE SUSPREC.cpy (NO SE PUEDE
      /COPIAR EL COPYBOOK DOS VECES EN EL MISMO PROGRAMA): SI EL
      /LAYOUT DEL SUSPENSO CRECE, ESTE LARGO DEBE CRECER CON EL
       01  SUSP-KEEP-RECORD        PIC X(53).

       FD  USER-MASTER.
           COPY "USERMAST.cpy".

       WORKING-STORAGE SECTION.

      /AREA DEL SERVICIO DE PARAMETROS VIGENTES POR FECHA DE NEGOCIO
       COPY "PARMAREA.cpy".

      /AREA DEL MANEJADOR CENTRAL DE ERRORES DE ARCHIVO
       COPY "ERRAREA.cpy".

      /AREA DEL SERVICIO DE FECHAS EN DIAS HABILES
       COPY "DATEAREA.cpy".

      /AREA DEL SERVICIO DE HASH DE PIN: EL MAESTRO GUARDA SOLO EL
      /HASH, ASI QUE EL PIN TIPEADO SE HASHEA Y SE COMPARA
       COPY "PINAREA.cpy".

       01 SUSPENSE-STATUS PIC X(02).
       01 SUSP-KEEP-STATUS PIC X(02).
       01 USER-MASTER-STATUS PIC X(02).
              10 SP-FECHA-CIERRE PIC 9(08).
              10 SP-MOTIVO-CAST  PIC X(02).
              10 SP-CASTIGO-POR  PIC X(10).
              10 SP-CASTIGO-APROBO PIC X(10).
              10 SP-TOCADA-SW    PIC X(01).
       01 IND-SUSP PIC 9(03) COMP.
       01 TOCADA-HALLADA-SW PIC X(01).
               END-READ
               CLOSE WOFF-CONTROL
           END-IF.
      /LA VERSION DEL MAESTRO DE PARAMETROS QUE RIGE PARA LA FECHA
      /DE NEGOCIO PREVALECE SOBRE EL ARCHIVO DE CONTROL
           MOVE "SUSPWOFF" TO PR-PROGRAMA.
           MOVE "TOLERANCIA" TO PR-PARAMETRO.
           MOVE 0 TO PR-FECHA.
           CALL "PARMGET" USING PARM-AREA.
           IF PR-HALLADO AND PR-VALOR > 0
               MOVE PR-VALOR TO TOLERANCIA
           END-IF.

       IDENTIFICAR-OPERADOR.
      /EL CASTIGO ES UNA FUNCION DE OPERACIONES: EL USUARIO DEBE
                       ELSE
                           DISPLAY "Su PIN: "
                           ACCEPT OPERADOR-PIN WITH NO-ECHO
                           MOVE UM-EMP-ID TO PN-EMP-ID
                           MOVE OPERADOR-PIN TO PN-PIN
                           CALL "PINHASH" USING PIN-AREA
                           IF PN-HASH = UM-PIN
                               MOVE "Y" TO OPERADOR-OK-SW
                           ELSE
                               DISPLAY "PIN INCORRECTO"
               DISPLAY "EL MOTIVO NO PUEDE ESTAR EN BLANCO"
               GO TO CASTIGAR-PARTIDA-EXIT
           END-IF.
           MOVE SPACES TO APROBADOR-ENTRADA.
           IF SP-MONTO(IND-SUSP) > TOLERANCIA
               DISPLAY "MONTO SOBRE LA TOLERANCIA: HACE FALTA UN "
                   "SEGUNDO APROBADOR"
               MOVE FECHA-HOY TO SP-FECHA-CIERRE(IND-SUSP)
               MOVE MOTIVO-ENTRADA TO SP-MOTIVO-CAST(IND-SUSP)
               MOVE OPERADOR-ACTUAL TO SP-CASTIGO-POR(IND-SUSP)
               MOVE APROBADOR-ENTRADA TO SP-CASTIGO-APROBO(IND-SUSP)
               MOVE "Y" TO SP-TOCADA-SW(IND-SUSP)
               MOVE "Y" TO HUBO-CAMBIOS-SW
               PERFORM REGISTRAR-CASTIGO-LOG
                       ELSE
                           DISPLAY "PIN del aprobador: "
                           ACCEPT APROBADOR-PIN WITH NO-ECHO
                           MOVE UM-EMP-ID TO PN-EMP-ID
                           MOVE APROBADOR-PIN TO PN-PIN
                           CALL "PINHASH" USING PIN-AREA
                           IF PN-HASH = UM-PIN
                               MOVE "Y" TO APROBADOR-OK-SW
                           ELSE
                               DISPLAY "PIN INCORRECTO"
                       TO SP-MOTIVO-CAST(CANT-SUSPENSO)
                   MOVE SU-CASTIGO-POR
                       TO SP-CASTIGO-POR(CANT-SUSPENSO)
                   MOVE SU-CASTIGO-APROBO
                       TO SP-CASTIGO-APROBO(CANT-SUSPENSO)
                   MOVE "N" TO SP-TOCADA-SW(CANT-SUSPENSO)
               ELSE
                   ADD 1 TO EXCEDENTES-SUSPENSO
               MOVE SP-FECHA-CIERRE(IND-SUSP) TO SU-FECHA-CIERRE
               MOVE SP-MOTIVO-CAST(IND-SUSP) TO SU-MOTIVO-CASTIGO
               MOVE SP-CASTIGO-POR(IND-SUSP) TO SU-CASTIGO-POR
               MOVE SP-CASTIGO-APROBO(IND-SUSP) TO SU-CASTIGO-APROBO
           END-IF.
       APLICAR-CASTIGO-SI-TOCADA-EXIT.
           EXIT.
