      * Campos de trabajo de la ventana de preinscripcion. Copiar en
      * WORKING-STORAGE junto con PREINSC-FC.cpy, PREINSC-FD.cpy y el
      * ciclo lectivo (CICLO-*). Uso (ver PREINSC-CALC.cpy):
      *   1) PERFORM LEER-CICLO-LECTIVO y despues
      *      PERFORM LEER-VENTANA-PREINSC
      *   2) si queda VENTANA-PENDIENTE hay una preinscripcion del
      *      ciclo abierto sin sortear (WS-VP-DESDE / WS-VP-HASTA);
      *      SIN-VENTANA si el ciclo no tiene preinscripcion
      *   3) para abrirla o marcarla sorteada, cargar los WS-VP-* y
      *      PERFORM GRABAR-VENTANA-PREINSC
          77 WS-VENTANA-STATUS PIC X(2) VALUE "00".
              88 VENTANA-OK VALUE "00".

          77 WS-VP-CICLO        PIC 9(5) VALUE ZEROS.
          77 WS-VP-DESDE        PIC 9(8) VALUE ZEROS.
          77 WS-VP-HASTA        PIC 9(8) VALUE ZEROS.
          77 WS-VP-ESTADO       PIC X VALUE SPACE.
              88 SIN-VENTANA        VALUE SPACE.
              88 VENTANA-PENDIENTE  VALUE "A".
              88 VENTANA-SORTEADA   VALUE "S".
          77 WS-VP-SEMILLA      PIC 9(10) VALUE ZEROS.
          77 WS-VP-FECHA-SORTEO PIC 9(8) VALUE ZEROS.
