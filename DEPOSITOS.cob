      *    saldo del deposito, queda en ajustes_inventario.txt como
      *    siempre, y el reporte de mermas sale abierto por deposito
      *    en mermas_deposito.txt
      *
      * El ajuste del conteo por deposito deja en
      * ajustes_inventario.txt el deposito contado como columna
      * final, y VALORIZAR lo pasa al costo del centro de costo de
      * ese deposito.
      *
      * El conteo_fisico.txt del modo 4 puede venir del conteo
      * ciclico (CONTEO-CICLICO modo 3), que arma solo los codigos
      * que le tocan al dia por su clase ABC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSITOS.
           05 AJ-FISICO    PIC 9(3).
           05 FILLER       PIC X VALUE SPACE.
           05 AJ-AJUSTE    PIC S9(4).
           05 FILLER       PIC X VALUE SPACE.
           05 AJ-DEPOSITO  PIC 9(1).

        FD MERMAS-FILE.
        01 MERMAS-LINE PIC X(70).
              MOVE SD-CANTIDAD(WS-SALDO-IDX) TO AJ-LIBRO
              MOVE CO-CANTIDAD      TO AJ-FISICO
              MOVE WS-AJUSTE        TO AJ-AJUSTE
              MOVE CO-DEPOSITO      TO AJ-DEPOSITO
              PERFORM GRABAR-AJUSTE

              MOVE WS-AJUSTE TO WS-EDIT-MERMA
