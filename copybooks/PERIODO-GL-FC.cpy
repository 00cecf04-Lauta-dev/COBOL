      * SELECT de lectura del control de periodos contables que
      * mantiene CONTABILIZAR (ver PERIODO-GL-FD.cpy, PERIODO-GL-WS.cpy
      * y PERIODO-GL-CALC.cpy). Para los programas que generan
      * asientos pendientes y tienen que saber si el periodo todavia
      * admite movimientos.
           SELECT PERIODO-GL-FILE ASSIGN TO "periodos_contables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODO-GL-STATUS.
