      * SELECT del registro de cheques rechazados (ver
      * CHQRECH-FD.cpy y CHQRECH-WS.cpy). Lo agrega CHEQUES al
      * registrar el rechazo; CUENTAS-COBRAR carga el gasto bancario
      * al cliente, CONCILIAR-BANCO espera los dos debitos y CARTAS
      * manda el aviso.
           SELECT CHQRECH-FILE ASSIGN TO "cheques_rechazados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQRECH-STATUS.
