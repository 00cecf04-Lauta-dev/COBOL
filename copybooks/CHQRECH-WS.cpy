      * Campos de trabajo del registro de cheques rechazados.
      * Copiar en WORKING-STORAGE junto con CHQRECH-FC.cpy y
      * CHQRECH-FD.cpy.
          77 WS-CHQRECH-STATUS PIC X(2) VALUE "00".
              88 CHQRECH-OK VALUE "00".
          77 WS-CHQRECH-FIN PIC X VALUE "N".
              88 FIN-CHQRECH VALUE "S".
