      * FD y layout del registro de facturas de proveedores. Copiar
      * dentro de FILE SECTION, junto con FACTPROV-FC.cpy en
      * FILE-CONTROL. Estados: R = retenida para revision (precio,
      * cantidad o proveedor no coinciden con la orden), A = apta
      * para pagar, O = ya ordenada en ORDENES-PAGO, X = rechazada.
      * FV-MOTIVO dice por que quedo retenida (PRE precio, CAN
      * cantidad, PRV proveedor distinto al de la orden).
      * FV-IMPORTE es el neto gravado; FV-ALICUOTA y FV-IVA son el
      * IVA facturado (credito fiscal del libro IVA compras). Un
      * renglon grabado antes de que se registrara el IVA los trae
      * en blanco.
          FD FACTPROV-FILE.
          01 FACTPROV-RECORD.
             05 FV-ID          PIC 9(6).
             05 FILLER         PIC X VALUE SPACE.
             05 FV-ESTADO      PIC X.
                88 FV-RETENIDA  VALUE "R".
                88 FV-APTA      VALUE "A".
                88 FV-ORDENADA  VALUE "O".
                88 FV-RECHAZADA VALUE "X".
             05 FILLER         PIC X VALUE SPACE.
             05 FV-PROVEEDOR   PIC X(15).
             05 FILLER         PIC X VALUE SPACE.
             05 FV-COMPROBANTE PIC X(12).
             05 FILLER         PIC X VALUE SPACE.
             05 FV-FECHA       PIC 9(8).
             05 FILLER         PIC X VALUE SPACE.
             05 FV-OC          PIC 9(6).
             05 FILLER         PIC X VALUE SPACE.
             05 FV-CODIGO      PIC X(6).
             05 FILLER         PIC X VALUE SPACE.
             05 FV-CANTIDAD    PIC 9(3).
             05 FILLER         PIC X VALUE SPACE.
             05 FV-PRECIO      PIC 9(5)V99.
             05 FILLER         PIC X VALUE SPACE.
             05 FV-IMPORTE     PIC 9(9)V99.
             05 FILLER         PIC X VALUE SPACE.
             05 FV-MOTIVO      PIC X(3).
             05 FILLER         PIC X VALUE SPACE.
             05 FV-SUPERVISOR  PIC X(10).
             05 FILLER         PIC X VALUE SPACE.
             05 FV-TIMESTAMP   PIC X(21).
             05 FILLER         PIC X VALUE SPACE.
             05 FV-ALICUOTA    PIC 9(2)V99.
             05 FILLER         PIC X VALUE SPACE.
             05 FV-IVA         PIC 9(9)V99.
