      * FD y layout del detalle por renglon de los comprobantes.
      * Copiar dentro de FILE SECTION, junto con FACTLIN-FC.cpy en
      * FILE-CONTROL. DL-DOCUMENTO es FC (factura) o NC (nota de
      * credito); DL-CATEGORIA es GENERAL, REDUCIDO o EXENTO, con su
      * alicuota en DL-ALICUOTA.
          FD FACTLIN-FILE.
          01 FACTLIN-RECORD.
             05 DL-NUMERO      PIC 9(6).
             05 FILLER         PIC X VALUE SPACE.
             05 DL-DOCUMENTO   PIC X(2).
             05 FILLER         PIC X VALUE SPACE.
             05 DL-RENGLON     PIC 9(2).
             05 FILLER         PIC X VALUE SPACE.
             05 DL-DESCRIPCION PIC X(30).
             05 FILLER         PIC X VALUE SPACE.
             05 DL-CATEGORIA   PIC X(8).
             05 FILLER         PIC X VALUE SPACE.
             05 DL-ALICUOTA    PIC 9(2)V99.
             05 FILLER         PIC X VALUE SPACE.
             05 DL-BASE        PIC 9(7)V99.
             05 FILLER         PIC X VALUE SPACE.
             05 DL-IVA         PIC 9(7)V99.
