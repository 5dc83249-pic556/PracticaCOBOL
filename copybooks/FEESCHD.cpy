      ******************************************************************
      * FEESCHD - Record layout for the FEESCHD indexed fee schedule,
      * keyed on the section (FE-SECTION, the same code as SECTMAST).
      * FE-CUOTA es la cuota mensual que FEEBILL carga a cada alumno
      * inscripto en la seccion; FE-DIA-VENCE es el dia del mes en
      * que vence (cero = el dia 10). La mantiene FEEMNT, que deja
      * la fecha y el NU del ultimo cambio.
      ******************************************************************
       01  FEE-SCHED-RECORD.
           05  FE-SECTION          PIC X(03).
           05  FE-CONCEPTO         PIC X(30).
           05  FE-CUOTA            PIC 9(07)V9(02).
           05  FE-DIA-VENCE        PIC 9(02).
           05  FE-FECHA-CAMBIO     PIC 9(08).
           05  FE-CAMBIADO-POR     PIC X(10).
