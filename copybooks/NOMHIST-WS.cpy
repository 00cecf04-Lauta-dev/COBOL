      * Campos de trabajo de la historia semanal de liquidaciones.
      * Copiar en WORKING-STORAGE junto con NOMHIST-FC.cpy y
      * NOMHIST-FD.cpy.
          77 WS-NOMHIST-STATUS PIC X(2) VALUE "00".
              88 NOMHIST-OK VALUE "00".
