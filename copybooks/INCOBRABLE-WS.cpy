      * Campos de trabajo del registro de bajas de deudores
      * incobrables. Copiar en WORKING-STORAGE junto con
      * INCOBRABLE-FC.cpy e INCOBRABLE-FD.cpy.
          77 WS-INCOBRABLE-STATUS PIC X(2) VALUE "00".
              88 INCOBRABLE-OK VALUE "00".
          77 WS-INCOBRABLE-FIN PIC X VALUE "N".
              88 FIN-INCOBRABLE VALUE "S".
