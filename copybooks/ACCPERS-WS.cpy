      * Campos de trabajo del registro de acciones de personal.
      * Copiar en WORKING-STORAGE junto con ACCPERS-FC.cpy y
      * ACCPERS-FD.cpy.
          77 WS-ACCPERS-STATUS PIC X(2) VALUE "00".
              88 ACCPERS-OK VALUE "00".
