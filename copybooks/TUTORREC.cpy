      ******************************************************************
      * TUTORREC - Record layout for the TUTOR-MASTER guardian and
      * contact file, keyed on TU-STUDENT-ID (el mismo SM-STUDENT-ID
      * del maestro de alumnos). Cada alumno tiene hasta cuatro
      * tutores, cada uno con su domicilio postal y su idioma de
      * preferencia (ES castellano, EN ingles). TUTORMNT lo mantiene
      * en linea y TUTORENV lo usa para ensobrar boletines y cartas
      * de estado academico, una carta por tutor, ordenadas por
      * codigo postal.
      ******************************************************************
       01  TUTOR-RECORD.
           05  TU-STUDENT-ID       PIC X(10).
           05  TU-CANT-TUTORES     PIC 9(01).
           05  TU-TUTOR OCCURS 4 TIMES.
               10  TU-NOMBRE       PIC X(30).
               10  TU-VINCULO      PIC X(10).
               10  TU-CALLE        PIC X(40).
               10  TU-LOCALIDAD    PIC X(30).
               10  TU-COD-POSTAL   PIC X(08).
               10  TU-IDIOMA       PIC X(02).
                   88  TU-IDIOMA-CASTELLANO VALUE "ES".
                   88  TU-IDIOMA-INGLES     VALUE "EN".
