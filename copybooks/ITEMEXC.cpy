      ******************************************************************
      * ITEMEXC - Record layout for the ITEMEXC item exceptions list.
      * ITEMMERG y MATEMATICA4 agregan un renglon por cada registro de
      * ITEMLIST cuyo IL-ITEM-ID no figura en ITEMMAST (motivo NE) o
      * figura inactivo (motivo IN); el registro no sigue adelante.
      * IX-FUENTE es la fuente de ITEMMERG (1 a 3), cero desde
      * MATEMATICA4.
      ******************************************************************
       01  ITEM-EXCEPTION-RECORD.
           05  IX-PROGRAMA         PIC X(15).
           05  IX-FECHA            PIC 9(08).
           05  IX-FUENTE           PIC 9(01).
           05  IX-ITEM-ID          PIC X(05).
           05  IX-DESCRIPCION      PIC X(20).
           05  IX-VALOR            PIC 9(03).
           05  IX-MOTIVO           PIC X(02).
               88  IX-NO-EXISTE    VALUE "NE".
               88  IX-INACTIVO     VALUE "IN".
