      * SELECT de la lista de control del cierre mensual (ver
      * LISTA-CIERRE-FD.cpy, LISTA-CIERRE-WS.cpy y
      * LISTA-CIERRE-CALC.cpy). La llena CIERRE-MENSUAL y la consulta
      * CONTABILIZAR antes de cerrar un periodo; el listado firmado
      * se archiva en el spool, asi que copiar tambien ESPOOL-FC.cpy.
           SELECT LISTA-CIERRE-FILE ASSIGN TO "lista_cierre.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-CIERRE-STATUS.
