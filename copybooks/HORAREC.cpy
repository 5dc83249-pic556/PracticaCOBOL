      ******************************************************************
      * HORAREC - Record layout for the HORARIO class timetable file,
      * keyed on HO-CLAVE (seccion, dia de la semana y modulo). Cada
      * registro es una franja en la que la seccion tiene clase de
      * la materia SJ-SUBJ, en un aula y con un docente que por
      * defecto son los de SECTMAST. HORAMNT lo mantiene en linea y
      * rechaza la franja que pisa un aula o un docente ya ocupados
      * en el mismo dia y modulo, o que pone a la seccion en un aula
      * mas chica que su inscripcion; HORARPT imprime el horario por
      * seccion, por docente y por aula.
      ******************************************************************
       01  HORARIO-RECORD.
           05  HO-CLAVE.
               10  HO-SECTION      PIC X(03).
               10  HO-DIA          PIC 9(01).
                   88  HO-DIA-VALIDO VALUE 1 THRU 6.
               10  HO-PERIODO      PIC 9(02).
                   88  HO-PERIODO-VALIDO VALUE 1 THRU 12.
           05  HO-SUBJ             PIC X(04).
           05  HO-ROOM             PIC X(06).
           05  HO-TEACHER          PIC X(30).
