      * SELECT de los asientos pendientes de contabilizar (ver
      * ASIPEND-FD.cpy, ASIPEND-WS.cpy y ASIPEND-CALC.cpy). Los
      * programas que generan movimientos contables propios (bienes
      * de uso, etc.) dejan aca sus renglones; CONTABILIZAR los pasa
      * a asientos.txt en la contabilizacion del periodo, bajo su
      * control de periodos, y vacia el archivo.
           SELECT ASIPEND-FILE ASSIGN TO "asientos_pendientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIPEND-STATUS.
