      * Campos de trabajo del registro de facturas de proveedores.
      * Copiar en WORKING-STORAGE junto con FACTPROV-FC.cpy y
      * FACTPROV-FD.cpy.
          77 WS-FACTPROV-STATUS PIC X(2) VALUE "00".
              88 FACTPROV-OK VALUE "00".
