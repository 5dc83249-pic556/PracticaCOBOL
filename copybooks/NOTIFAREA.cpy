      ******************************************************************
      * NOTIFAREA - Communication area for the NOTIFPUT outbound
      * notification service. El llamador carga el programa de
      * origen, la clave de destino (un grupo como SEGURIDAD u
      * OPERACIONES, un NU, un alumno o un destinatario de RPTDIST),
      * el asunto y el cuerpo, y hace CALL "NOTIFPUT" USING
      * NOTIF-AREA. El servicio resuelve la clave contra el
      * directorio NOTIFDIR y deja en NOTIFQ una notificacion por
      * cada direccion de correo o celular que la clave tenga.
      * NT-ENCOLADAS devuelve cuantas quedaron; en cero la clave no
      * tiene direccion y la notificacion queda en la cola como sin
      * ruta para que operaciones la vea.
      ******************************************************************
       01  NOTIF-AREA.
           05  NT-ORIGEN           PIC X(15).
           05  NT-DESTINO          PIC X(15).
           05  NT-ASUNTO           PIC X(40).
           05  NT-CUERPO           PIC X(100).
           05  NT-ENCOLADAS        PIC 9(03).
