              88 SEQ-OK VALUE "00".
          77 WS-FACTURA-STATUS PIC X(2) VALUE "00".
              88 FACTURA-OK VALUE "00".
              88 FACTURA-GRABADA VALUE "00" "02".
              88 FACTURA-SIN-MAESTRO VALUE "35".
          77 WS-NUM-FACTURA    PIC 9(6) VALUE ZEROS.
