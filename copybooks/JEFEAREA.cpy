      ******************************************************************
      * JEFEAREA - Communication area for the DEPTJEFE department-head
      * routing service. El llamador carga JF-ACCION, JF-DEPTO y los
      * NU a excluir, hace CALL "DEPTJEFE" USING JEFE-AREA y recibe
      * el jefe que debe aprobar:
      *   D  busca desde el propio JF-DEPTO hacia arriba (ruteo)
      *   P  busca desde el padre de JF-DEPTO hacia arriba
      *      (escalamiento al nivel superior)
      * Un jefe igual a JF-EXCLUIR-1 (quien capturo) o a
      * JF-EXCLUIR-2 (el empleado afectado) no cuenta y se sigue
      * subiendo por DM-PARENT. La cadena termina en el departamento
      * que es su propio padre.
      * JF-RESULTADO: 0 jefe hallado en JF-JEFE / JF-DEPTO-JEFE,
      * N sin jefe en la cadena, E sin maestro DEPTMAST.
      ******************************************************************
       01  JEFE-AREA.
           05  JF-ACCION           PIC X(01).
               88  JF-DESDE-DEPTO  VALUE "D".
               88  JF-DESDE-PADRE  VALUE "P".
           05  JF-DEPTO            PIC X(10).
           05  JF-EXCLUIR-1        PIC X(10).
           05  JF-EXCLUIR-2        PIC X(10).
           05  JF-JEFE             PIC X(10).
           05  JF-DEPTO-JEFE       PIC X(10).
           05  JF-RESULTADO        PIC X(01).
               88  JF-OK           VALUE "0".
               88  JF-SIN-JEFE     VALUE "N".
               88  JF-SIN-MAESTRO  VALUE "E".
