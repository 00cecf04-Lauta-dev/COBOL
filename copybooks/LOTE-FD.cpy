      * FD y layout de lotes_inventario.txt: codigo, numero de lote
      * (de lote_secuencia.txt), fecha de ingreso, vencimiento y
      * cantidad que queda en el lote. Copiar dentro de FILE SECTION,
      * junto con LOTE-FC.cpy en FILE-CONTROL.
          FD LOTES-FILE.
          01 LOTE-RECORD.
             05 LT-CODIGO        PIC X(6).
             05 FILLER           PIC X VALUE SPACE.
             05 LT-LOTE          PIC 9(5).
             05 FILLER           PIC X VALUE SPACE.
             05 LT-FECHA-INGRESO PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 LT-VENCIMIENTO   PIC 9(8).
             05 FILLER           PIC X VALUE SPACE.
             05 LT-CANTIDAD      PIC 9(3).
