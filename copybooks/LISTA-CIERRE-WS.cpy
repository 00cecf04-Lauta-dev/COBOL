      * Campos de trabajo de la lista de control del cierre mensual.
      * Copiar en WORKING-STORAGE junto con LISTA-CIERRE-FC.cpy,
      * LISTA-CIERRE-FD.cpy y los ESPOOL-*.cpy. Uso (ver
      * LISTA-CIERRE-CALC.cpy):
      *   1) PERFORM CARGAR-LISTA-CIERRE: toda la lista en
      *      LISTA-CIERRE-TABLA y los items fijos en
      *      LISTA-ITEMS-TABLA
      *   2) cargar WS-LC-PERIODO y PERFORM VERIFICAR-LISTA-CIERRE:
      *      LISTA-CIERRE-COMPLETA queda en verdadero si cada item del
      *      periodo esta OK u OMITIDO; WS-LC-FALTAN cuenta los que no
      *   3) con WS-SPOOL-PROGRAMA y WS-SPOOL-FECHA cargados, PERFORM
      *      IMPRIMIR-LISTA-CIERRE muestra la lista del periodo y la
      *      archiva en el spool con sus firmas
          77 WS-LISTA-CIERRE-STATUS PIC X(2) VALUE "00".
              88 LISTA-CIERRE-OK VALUE "00".
          77 WS-LC-FIN PIC X VALUE "N".
              88 FIN-LISTA-CIERRE VALUE "S".

          01 LISTA-CIERRE-TABLA.
             02 LISTA-CIERRE-ENT OCCURS 300 TIMES.
                03 LT-PERIODO   PIC 9(6).
                03 LT-ITEM      PIC X(3).
                03 LT-ESTADO    PIC X(9).
                03 LT-OPERADOR  PIC X(10).
                03 LT-TIMESTAMP PIC X(14).
                03 LT-DETALLE   PIC X(40).
          77 WS-CANT-LISTA PIC 9(3) VALUE ZEROS.
          77 WS-LT         PIC 9(3) VALUE ZEROS.
          77 WS-LT-IDX     PIC 9(3) VALUE ZEROS.
          77 WS-LISTA-DESBORDE PIC X VALUE "N".
              88 LISTA-DESBORDADA VALUE "S".

      * los items de la lista, en el orden en que se verifican
          01 LISTA-ITEMS-TABLA.
             02 LISTA-ITEM-ENT OCCURS 5 TIMES.
                03 LI-ITEM   PIC X(3).
                03 LI-NOMBRE PIC X(30).
          77 WS-LI PIC 9 VALUE ZERO.

          77 WS-LC-PERIODO  PIC 9(6) VALUE ZEROS.
          77 WS-LC-FALTAN   PIC 9 VALUE ZERO.
          77 WS-LC-COMPLETA PIC X VALUE "N".
              88 LISTA-CIERRE-COMPLETA VALUE "S".
          77 WS-LC-ESTADO   PIC X(9) VALUE SPACES.
