      * Campos de trabajo del registro de entregas de reportes.
      * Copiar en WORKING-STORAGE junto con ENTREGA-REP-FC.cpy y
      * ENTREGA-REP-FD.cpy.
          77 WS-ENTREGA-REP-STATUS PIC X(2) VALUE "00".
              88 ENTREGA-REP-OK VALUE "00".
          77 WS-FIN-ENTREGAS PIC X VALUE "N".
              88 FIN-ENTREGAS VALUE "S".
