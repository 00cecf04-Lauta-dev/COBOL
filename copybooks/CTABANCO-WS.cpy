      * Campos de trabajo del registro de cuentas bancarias. Copiar en
      * WORKING-STORAGE junto con CTABANCO-FC.cpy y CTABANCO-FD.cpy.
          77 WS-CTABANCO-STATUS PIC X(2) VALUE "00".
              88 CTABANCO-OK VALUE "00".
