      * SELECT del registro de cuentas bancarias de los beneficiarios
      * de pagos (ver CTABANCO-FD.cpy y CTABANCO-WS.cpy). Lo mantiene
      * CUENTAS-BANCARIAS; ORDENES-PAGO lo lee en la corrida de pagos
      * para armar el archivo de transferencias del banco.
           SELECT CTABANCO-FILE ASSIGN TO "cuentas_bancarias.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTABANCO-STATUS.
