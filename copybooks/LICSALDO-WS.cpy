      * Campos de trabajo de los saldos de licencia. Copiar en
      * WORKING-STORAGE junto con LICSALDO-FC.cpy y LICSALDO-FD.cpy.
          77 WS-SALDOS-LIC-STATUS PIC X(2) VALUE "00".
              88 SALDOS-LIC-OK VALUE "00".
