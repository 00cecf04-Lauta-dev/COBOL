      * Campos de trabajo de los renglones de diferencias
      * retroactivas. Copiar en WORKING-STORAGE junto con
      * RETRO-FC.cpy y RETRO-FD.cpy.
          77 WS-RETRO-STATUS PIC X(2) VALUE "00".
              88 RETRO-OK VALUE "00".
