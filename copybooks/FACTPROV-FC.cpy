      * SELECT del registro de facturas de proveedores (ver
      * FACTPROV-FD.cpy). Lo mantiene FACTURAS-PROVEEDOR (alta con el
      * control de tres vias contra la orden de compra y su recepcion,
      * y la revision de las retenidas); ORDENES-PAGO lo lee para
      * emitir las ordenes de pago a proveedores (tipo PRV).
           SELECT FACTPROV-FILE ASSIGN TO "facturas_proveedor.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTPROV-STATUS.
