      * SELECT del detalle por renglon de facturas y notas de credito
      * (ver FACTLIN-FD.cpy, FACTLIN-WS.cpy y FACTLIN-CALC.cpy).
      * Copiar dentro de FILE-CONTROL junto con FACTURA-FC.cpy en todo
      * programa que corte facturas o notas de credito: cada renglon
      * queda en facturas_detalle.txt con el numero del comprobante
      * (la misma secuencia para los dos), para poder explicar y
      * reimprimir la factura y clasificar el libro IVA por la
      * categoria real de cada renglon.
           SELECT FACTLIN-FILE ASSIGN TO "facturas_detalle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTLIN-STATUS.
