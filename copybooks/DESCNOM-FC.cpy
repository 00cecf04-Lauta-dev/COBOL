      * SELECT de los convenios de descuento por nomina (adelantos,
      * prestamos y embargos) y de los descuentos ya aplicados (ver
      * DESCNOM-FD.cpy y DESCNOM-WS.cpy). Los convenios los carga
      * DESCUENTOS-NOMINA; la liquidacion semanal de JUBI-LARSE los
      * descuenta, baja el saldo y deja cada descuento aplicado, que
      * ORDENES-PAGO toma para pagar los embargos.
           SELECT DESCNOM-FILE ASSIGN TO "descuentos_nomina.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESCNOM-STATUS.
           SELECT DESCAPL-FILE ASSIGN TO "descuentos_aplicados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESCAPL-STATUS.
