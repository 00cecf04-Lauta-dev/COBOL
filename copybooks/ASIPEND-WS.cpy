      * Campos de trabajo de los asientos pendientes. Copiar en
      * WORKING-STORAGE SECTION. Antes de PERFORM GRABAR-ASIENTO-PEND
      * (ver ASIPEND-CALC.cpy) cargar WS-AG-FECHA, WS-AG-CUENTA,
      * WS-AG-DEBE, WS-AG-HABER y WS-AG-ORIGEN, y WS-AG-CCOSTO si
      * el movimiento corresponde a un centro de costo (queda en
      * blanco si no; quien lo carga lo vuelve a blanco despues).
          77 WS-ASIPEND-STATUS PIC X(2) VALUE "00".
              88 ASIPEND-OK VALUE "00".
          77 WS-AG-FECHA   PIC 9(8) VALUE ZEROS.
          77 WS-AG-CUENTA  PIC 9(4) VALUE ZEROS.
          77 WS-AG-DEBE    PIC 9(9)V99 VALUE ZEROS.
          77 WS-AG-HABER   PIC 9(9)V99 VALUE ZEROS.
          77 WS-AG-ORIGEN  PIC X(10) VALUE SPACES.
          77 WS-AG-CCOSTO  PIC X(6) VALUE SPACES.
