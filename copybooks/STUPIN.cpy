      ******************************************************************
      * STUPIN - Record layout for the STUPIN student inquiry PIN
      * master, keyed on SP-STUDENT-ID (el mismo legajo de STUDMAST).
      * STUMNT emite el PIN al inscribir al alumno y lo blanquea a
      * pedido de la familia; STUCONS lo verifica en la consulta de
      * alumnos y tutores. SP-PIN guarda solo el hash de PINHASH, con
      * el legajo como sal, igual que UM-PIN en USERMAST.
      * SP-INTENTOS cuenta los PIN incorrectos seguidos, aunque sean
      * de consultas distintas; al llegar al tope la cuenta queda
      * bloqueada (SP-LOCK-SW = "B") hasta que la oficina emita un
      * PIN nuevo por STUMNT. Un ingreso correcto vuelve el contador
      * a cero.
      ******************************************************************
       01  STUDENT-PIN-RECORD.
           05  SP-STUDENT-ID       PIC X(10).
           05  SP-PIN              PIC X(04).
           05  SP-INTENTOS         PIC 9(01).
           05  SP-LOCK-SW          PIC X(01).
               88  SP-BLOQUEADO    VALUE "B".
           05  SP-FECHA-EMISION    PIC 9(08).
           05  SP-EMITIDO-POR      PIC X(10).
           05  SP-ULTIMO-ACCESO    PIC 9(08).
