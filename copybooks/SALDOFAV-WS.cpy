      * Campos de trabajo del registro de saldos a favor. Copiar en
      * WORKING-STORAGE junto con SALDOFAV-FC.cpy y SALDOFAV-FD.cpy.
      * Uso (ver SALDOFAV-CALC.cpy): cargar WS-SF-CLIENTE y PERFORM
      * BUSCAR-SALDO-FAVOR; los importes quedan en los WS-SF- (cero
      * si el cliente no tiene renglon) y SALDO-FAVOR-ENCONTRADO
      * indica si lo tiene.
          77 WS-SALDOFAV-STATUS PIC X(2) VALUE "00".
              88 SALDOFAV-OK VALUE "00".
          77 WS-SALDOFAV-FIN PIC X VALUE "N".
              88 FIN-SALDOFAV VALUE "S".

          77 WS-SF-CLIENTE  PIC X(6) VALUE SPACES.
          77 WS-SF-GENERADO PIC 9(9)V99 VALUE ZEROS.
          77 WS-SF-APLICADO PIC 9(9)V99 VALUE ZEROS.
          77 WS-SF-DEVUELTO PIC 9(9)V99 VALUE ZEROS.
          77 WS-SF-SALDO    PIC S9(9)V99 VALUE ZEROS.
          77 WS-SF-FECHA    PIC 9(8) VALUE ZEROS.
          77 WS-SF-HALLADO  PIC X VALUE "N".
              88 SALDO-FAVOR-ENCONTRADO VALUE "S".
