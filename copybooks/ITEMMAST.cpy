      ******************************************************************
      * ITEMMAST - Record layout for the ITEM-MASTER reference file of
      * items, keyed on IM-ITEM-ID (el mismo IL-ITEM-ID de ITEMLIST).
      * Es la descripcion que vale: cada fuente de ITEMMERG puede
      * describir el mismo item a su manera, pero la lista consolidada
      * sale con IM-DESCRIPCION. ITEMMERG y MATEMATICA4 rechazan a
      * ITEMEXC los items que no estan aca o que estan inactivos;
      * ITEMCAT agrupa los valores por IM-CATEGORIA. Se mantiene por
      * ITEMMNT; la baja solo inactiva, asi el historial sigue
      * encontrando el item.
      ******************************************************************
       01  ITEM-MASTER-RECORD.
           05  IM-ITEM-ID          PIC X(05).
           05  IM-DESCRIPCION      PIC X(20).
           05  IM-CATEGORIA        PIC X(04).
           05  IM-UNIDAD           PIC X(03).
           05  IM-ACTIVO           PIC X(01).
               88  IM-ES-ACTIVO    VALUE "S".
           05  IM-FECHA-MODIF      PIC 9(08).
