      ******************************************************************
      * SECALERT - Record layout for the SECALERT security-alert
      * queue. MI-APP encola una alerta EN EL MOMENTO cuando un login
      * termina en PIN-3MAL o en HORARIO (fuera de la ventana del
      * rol), o cuando los intentos NO-REG del mismo NU superan el
      * umbral del dia (SC-UMBRAL-NOREG en SECCTL), en
      * vez de esperar al SECRPT de la manana. EJERMENU se las
      * muestra a los usuarios de rol "O" al entrar y el acuse deja
      * quien la reviso y cuando.
