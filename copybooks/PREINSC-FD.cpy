      * FD de la ventana de preinscripcion: un solo renglon con el
      * ciclo, las fechas desde/hasta en que se toman solicitudes, el
      * estado (A = abierta, sin sortear; S = sorteada) y la semilla
      * y la fecha del sorteo una vez hecho. Copiar dentro de FILE
      * SECTION, junto con PREINSC-FC.cpy en FILE-CONTROL.
          FD VENTANA-PREINSC-FILE.
          01 VENTANA-PREINSC-RECORD.
             05 VP-CICLO        PIC 9(5).
             05 FILLER          PIC X VALUE SPACE.
             05 VP-DESDE        PIC 9(8).
             05 FILLER          PIC X VALUE SPACE.
             05 VP-HASTA        PIC 9(8).
             05 FILLER          PIC X VALUE SPACE.
             05 VP-ESTADO       PIC X.
             05 FILLER          PIC X VALUE SPACE.
             05 VP-SEMILLA      PIC 9(10).
             05 FILLER          PIC X VALUE SPACE.
             05 VP-FECHA-SORTEO PIC 9(8).
