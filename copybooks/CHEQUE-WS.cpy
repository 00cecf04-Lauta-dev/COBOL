      * Campos de trabajo de la cartera de cheques de terceros.
      * Copiar en WORKING-STORAGE junto con CHEQUE-FC.cpy y
      * CHEQUE-FD.cpy.
          77 WS-CHEQUE-STATUS PIC X(2) VALUE "00".
              88 CHEQUE-OK VALUE "00".
          77 WS-CHEQUE-FIN PIC X VALUE "N".
              88 FIN-CHEQUE VALUE "S".
