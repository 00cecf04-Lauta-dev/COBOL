      * Campos de trabajo del maestro de centros de costo. Copiar en
      * WORKING-STORAGE junto con CCOSTO-FC.cpy y CCOSTO-FD.cpy.
          77 WS-CCOSTO-STATUS PIC X(2) VALUE "00".
              88 CCOSTO-OK VALUE "00".
          77 WS-FIN-CCOSTO PIC X VALUE "N".
              88 FIN-CCOSTO VALUE "S".
