      * SELECT del registro de saldos a favor de los clientes (ver
      * SALDOFAV-FD.cpy y SALDOFAV-WS.cpy). Lo rearma entero
      * CUENTAS-COBRAR en cada imputacion; ORDENES-PAGO, CLIENTES y
      * RESUMEN-CLIENTES lo leen.
           SELECT SALDOFAV-FILE ASSIGN TO "saldos_a_favor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOFAV-STATUS.
