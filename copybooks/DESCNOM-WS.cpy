      * Campos de trabajo de los convenios de descuento por nomina.
      * Copiar en WORKING-STORAGE junto con DESCNOM-FC.cpy y
      * DESCNOM-FD.cpy.
          77 WS-DESCNOM-STATUS PIC X(2) VALUE "00".
              88 DESCNOM-OK VALUE "00".
          77 WS-DESCAPL-STATUS PIC X(2) VALUE "00".
              88 DESCAPL-OK VALUE "00".
