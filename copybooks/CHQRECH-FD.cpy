      * FD y layout del registro de cheques rechazados. Copiar
      * dentro de FILE SECTION, junto con CHQRECH-FC.cpy en
      * FILE-CONTROL. Un renglon por rechazo (el cheque queda en
      * estado R en cartera_cheques.txt):
      *   CR-CHEQUE-ID  CQ-ID del cheque en la cartera
      *   CR-IMPORTE    el importe del cheque, que el banco debita
      *   CR-GASTO      gasto bancario del rechazo, a cargo del
      *                 cliente
      *   CR-OPERADOR   quien lo registro
          FD CHQRECH-FILE.
          01 CHQRECH-RECORD.
             05 CR-FECHA       PIC 9(8).
             05 FILLER         PIC X VALUE SPACE.
             05 CR-CHEQUE-ID   PIC 9(5).
             05 FILLER         PIC X VALUE SPACE.
             05 CR-BANCO       PIC X(10).
             05 FILLER         PIC X VALUE SPACE.
             05 CR-NUMERO      PIC 9(8).
             05 FILLER         PIC X VALUE SPACE.
             05 CR-FACTURA     PIC 9(6).
             05 FILLER         PIC X VALUE SPACE.
             05 CR-CLIENTE     PIC X(6).
             05 FILLER         PIC X VALUE SPACE.
             05 CR-IMPORTE     PIC 9(7)V99.
             05 FILLER         PIC X VALUE SPACE.
             05 CR-GASTO       PIC 9(5)V99.
             05 FILLER         PIC X VALUE SPACE.
             05 CR-MOTIVO      PIC X(20).
             05 FILLER         PIC X VALUE SPACE.
             05 CR-OPERADOR    PIC X(10).
