      * SELECT del detalle de lotes con vencimiento (ver LOTE-FD.cpy,
      * LOTE-WS.cpy y LOTE-CALC.cpy). Lo mantiene LOTES (ingreso,
      * alerta y baja de vencidos); cualquier programa que saque
      * fruta del inventario lo consume por FEFO con los mismos
      * parrafos.
           SELECT LOTES-FILE ASSIGN TO "lotes_inventario.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTES-STATUS.
