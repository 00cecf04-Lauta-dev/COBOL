      * FD y layout del renglon de asiento pendiente: fecha en que
      * se genero, cuenta del plan (plan_cuentas.txt), debe o haber
      * y origen (se copia a AS-ORIGEN de asientos.txt). Cada
      * programa graba sus renglones balanceados, debe = haber.
      * El centro de costo (ver CCOSTO-FD.cpy) pasa tal cual a
      * AS-CCOSTO; en blanco si el movimiento no tiene centro.
          FD ASIPEND-FILE.
          01 ASIPEND-RECORD.
             05 AG-FECHA   PIC 9(8).
             05 FILLER     PIC X VALUE SPACE.
             05 AG-CUENTA  PIC 9(4).
             05 FILLER     PIC X VALUE SPACE.
             05 AG-DEBE    PIC 9(9)V99.
             05 FILLER     PIC X VALUE SPACE.
             05 AG-HABER   PIC 9(9)V99.
             05 FILLER     PIC X VALUE SPACE.
             05 AG-ORIGEN  PIC X(10).
             05 FILLER     PIC X VALUE SPACE.
             05 AG-CCOSTO  PIC X(6).
