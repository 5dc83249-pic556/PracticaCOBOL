      ******************************************************************
      * CARDTRIG - Record layout for the CARDTRIG card-trigger file.
      * One record per hire or termination applied to USER-MASTER,
      * appended by HRFEED (and by FUTAPLY for future-dated changes)
      * and read by the Navidad2024 HR-events pass (mode E).
      * CT-EVENTO es tambien el codigo de plantilla en CARDTMPL:
      *   BIEN  tarjeta de bienvenida por un alta aplicada
      *   DESP  tarjeta de despedida por una baja aplicada
      * CT-FECHA-EVENTO es la fecha efectiva que quedo en el maestro;
      * junto con el evento y el ID identifica el hecho, asi que un
      * disparador repetido no vuelve a emitir (ver CARDEMIT).
      * Los datos del empleado son los del maestro ya actualizado.
      ******************************************************************
       01  CARD-TRIGGER-RECORD.
           05  CT-EVENTO           PIC X(04).
               88  CT-BIENVENIDA   VALUE "BIEN".
               88  CT-DESPEDIDA    VALUE "DESP".
           05  CT-EMP-ID           PIC X(10).
           05  CT-EMP-NAME         PIC X(30).
           05  CT-DEPT             PIC X(10).
           05  CT-LANG-CODE        PIC X(02).
           05  CT-FECHA-EVENTO     PIC 9(08).
           05  CT-ORIGEN           PIC X(08).
           05  CT-FECHA-GRAB       PIC 9(08).
