      * El vigia de la ventana batch (CHAINWDG) agrega una alerta por
      * cada paso vencido o que no arranco a su hora; EJERMENU las
      * muestra en cada vuelta del menu para que quien este conectado
      * vea la ventana deslizarse a tiempo de actuar. PENDESC agrega
      * una por cada pendiente de PENDCHG que vence su plazo sin
      * decidirse y escala (o no tiene a quien escalar). TBLMON agrega
      * una por cada tabla en memoria que pasa su umbral de ocupacion,
      * EJERCHAIN una por cada archivo esperado que no llego a la
      * hora de corte de su paso, y GRADCOMP una por cada seccion que
      * sigue con notas faltantes vencido el plazo de entrega.
      ******************************************************************
       01  OP-ALERT-RECORD.
           05  AL-ESTADO           PIC X(01).
