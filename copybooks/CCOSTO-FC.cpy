      * SELECT del maestro de centros de costo (ver CCOSTO-FD.cpy y
      * CCOSTO-WS.cpy). Lo mantiene CENTROS-COSTO; CONTABILIZAR lo
      * consulta para avisar los renglones del diario que llevan un
      * centro de costo que no esta en el maestro.
           SELECT CCOSTO-FILE ASSIGN TO "centros_costo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCOSTO-STATUS.
