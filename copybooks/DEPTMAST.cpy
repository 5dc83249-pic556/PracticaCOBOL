      * departamento contra este maestro, y los reportes agrupan los
      * conteos bajo DM-PARENT (el departamento padre / centro de
      * costo) en vez de bajo cada tipeo distinto del mismo nombre.
      * DM-JEFE es el NU del jefe del departamento: los pendientes de
      * PENDCHG se rutean al jefe del departamento del empleado y, si
      * el departamento no tiene jefe, al del primer padre que lo
      * tenga (servicio DEPTJEFE). Un DEPTMAST grabado antes de
      * DM-JEFE (registro de 50) se convierte una vez con DEPTCONV.
      ******************************************************************
       01  DEPT-MASTER-RECORD.
           05  DM-DEPT-CODE        PIC X(10).
           05  DM-DEPT-NAME        PIC X(30).
           05  DM-PARENT           PIC X(10).
           05  DM-JEFE             PIC X(10).
