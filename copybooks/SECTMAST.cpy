      * de cada seccion. STUMNT valida la seccion y avisa cuando la
      * inscripcion supera la capacidad, y el ranking y el resumen de
      * seccion de MATEMATICA2 imprimen docente y aula en sus
      * encabezados. SE-TEACHER-ID es el NU del docente en USERMAST
      * (SECTMNT lo valida y copia su nombre en SE-TEACHER): DOCSECC
      * lo usa para que cada docente solo cargue asistencia y notas
      * de sus secciones. Va al final para que los registros
      * anteriores sigan parseando igual; blanco = sin docente
      * asignado. Un SECTMAST grabado antes de SE-TEACHER-ID
      * (registro de 42) se convierte una vez con SECTCONV.
      ******************************************************************
       01  SECT-MASTER-RECORD.
           05  SE-SECTION          PIC X(03).
           05  SE-TEACHER          PIC X(30).
           05  SE-ROOM             PIC X(06).
           05  SE-CAPACIDAD        PIC 9(03).
           05  SE-TEACHER-ID       PIC X(10).
