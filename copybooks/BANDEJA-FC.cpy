      * SELECT de las colas de pendientes que junta la bandeja de
      * aprobaciones (ver BANDEJA-FD.cpy, BANDEJA-WS.cpy y
      * BANDEJA-CALC.cpy). Las facturas de proveedor retenidas y la
      * cola de correcciones se leen con sus propios copybooks, asi
      * que copiar tambien FACTPROV-FC.cpy y EXCEPCION-FC.cpy.
           SELECT BJ-AJUSTES-FILE ASSIGN TO "ajustes_pendientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BJ-AJUSTES-STATUS.

           SELECT BJ-HORAS-FILE ASSIGN TO "horas_extra_pendientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BJ-HORAS-STATUS.

           SELECT BJ-LICENCIAS-FILE ASSIGN TO
               "licencias_pendientes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BJ-LICENCIAS-STATUS.

           SELECT BJ-PERMUTAS-FILE ASSIGN TO "permutas_guardia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BJ-PERMUTAS-STATUS.

           SELECT BJ-INCOBRABLES-FILE ASSIGN TO
               "bajas_incobrables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BJ-INCOBRABLES-STATUS.

           SELECT BJ-PARAMETROS-FILE ASSIGN TO
               "bandeja_parametros.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BJ-PARAMETROS-STATUS.
