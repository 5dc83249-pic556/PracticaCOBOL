      ******************************************************************
      * ESPAREA - Communication area for the LISTESP section waitlist
      * service. El llamador carga EA-ACCION y la seccion (y el
      * alumno cuando corresponde) y hace CALL "LISTESP" USING
      * ESPERA-AREA:
      *   A  anota al alumno al final de la espera de la seccion
      *      (EA-POSICION devuelve su lugar en la fila)
      *   O  ofrece EA-VACANTES lugares a los primeros en espera
      *   S  cierra como asignada la entrada del alumno
      *   D  cierra como declinada la entrada del alumno; si tenia
      *      un lugar ofrecido, el lugar pasa al siguiente
      *   C  consulta cuantos esperan y cuantos lugares hay ofrecidos
      *      sin respuesta (EA-POSICION del alumno si esta en la fila)
      * EA-OFRECIDAS devuelve los lugares ofrecidos en la llamada
      * (en C, los pendientes) y EA-OFRECIDO-ID el primer alumno al
      * que se le ofrecio.
      ******************************************************************
       01  ESPERA-AREA.
           05  EA-ACCION           PIC X(01).
               88  EA-ANOTAR       VALUE "A".
               88  EA-OFRECER      VALUE "O".
               88  EA-ASIGNAR      VALUE "S".
               88  EA-DECLINAR     VALUE "D".
               88  EA-CONSULTAR    VALUE "C".
           05  EA-SECTION          PIC X(03).
           05  EA-STUDENT-ID       PIC X(10).
           05  EA-NOMBRE           PIC X(30).
           05  EA-SECCION-ACTUAL   PIC X(03).
           05  EA-OPERADOR         PIC X(10).
           05  EA-VACANTES         PIC 9(03).
           05  EA-POSICION         PIC 9(03).
           05  EA-EN-ESPERA        PIC 9(03).
           05  EA-OFRECIDAS        PIC 9(03).
           05  EA-OFRECIDO-ID      PIC X(10).
           05  EA-OFRECIDO-NOMBRE  PIC X(30).
           05  EA-RESULTADO        PIC X(01).
               88  EA-OK           VALUE "S".
               88  EA-YA-ANOTADO   VALUE "Y".
               88  EA-NO-HALLADO   VALUE "N".
               88  EA-FALLA        VALUE "F".
