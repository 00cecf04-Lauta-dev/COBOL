      * Campos de trabajo del control de periodos contables. Copiar
      * en WORKING-STORAGE SECTION. Cargar WS-PERIODO-GL (AAAAMM) y
      * hacer PERFORM VERIFICAR-PERIODO-GL (ver PERIODO-GL-CALC.cpy):
      * PERIODO-GL-ABIERTO queda en verdadero si el periodo todavia
      * no fue posteado ni cerrado.
          77 WS-PERIODO-GL-STATUS PIC X(2) VALUE "00".
              88 PERIODO-GL-OK VALUE "00".
          77 WS-PERIODO-GL        PIC 9(6) VALUE ZEROS.
          77 WS-PERIODO-GL-ESTADO PIC X VALUE SPACE.
              88 PERIODO-GL-ABIERTO VALUE SPACE.
          77 WS-FIN-PERIODO-GL    PIC X VALUE "N".
              88 FIN-PERIODO-GL VALUE "S".
