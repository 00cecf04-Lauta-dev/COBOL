      * Campos de trabajo de la tabla de autoridad de aprobacion.
      * Copiar en WORKING-STORAGE junto con AUTORIDAD-FC.cpy,
      * AUTORIDAD-FD.cpy y los EXCEPCION-*.cpy. Uso (ver
      * AUTORIDAD-CALC.cpy):
      *   1) cargar WS-AU-PROGRAMA, WS-AU-TIPO, WS-AU-MONTO (cero
      *      para un rechazo: el tope solo limita lo que se aprueba)
      *      y WS-AU-SOLICITANTE / WS-AU-SOLICITANTE-2 con el
      *      empleado (codigo o nombre) u operador que pidio
      *   2) PERFORM AUTORIZAR-DECISION: pide operador y clave, y si
      *      AUTORIDAD-CONCEDIDA el que firmo queda en
      *      WS-AU-OPERADOR; si no, el pedido sigue PENDIENTE
          77 WS-AUTORIDAD-STATUS PIC X(2) VALUE "00".
              88 AUTORIDAD-OK VALUE "00".
          77 WS-AUT-OPERADORES-STATUS PIC X(2) VALUE "00".
              88 AUT-OPERADORES-OK VALUE "00".

          01 AUTORIDAD-TABLA.
             02 AUTORIDAD-ENT OCCURS 200 TIMES.
                03 AR-OPERADOR   PIC X(10).
                03 AR-ROL        PIC X(10).
                03 AR-TIPO       PIC X(3).
                03 AR-LIMITE     PIC 9(9)V99.
                03 AR-NIVEL      PIC 9.
                03 AR-EMPLEADO   PIC X(6).
                03 AR-NOMBRE     PIC X(15).
          77 WS-CANT-AUTORIDAD PIC 9(3) VALUE ZEROS.
          77 WS-AR             PIC 9(3) VALUE ZEROS.
          77 WS-AUTORIDAD-FIN  PIC X VALUE "N".
              88 FIN-AUTORIDAD VALUE "S".

          77 WS-AU-PROGRAMA     PIC X(15) VALUE SPACES.
          77 WS-AU-TIPO         PIC X(3) VALUE SPACES.
          77 WS-AU-MONTO        PIC 9(9)V99 VALUE ZEROS.
          77 WS-AU-SOLICITANTE   PIC X(15) VALUE SPACES.
          77 WS-AU-SOLICITANTE-2 PIC X(15) VALUE SPACES.
          77 WS-AU-OPERADOR     PIC X(10) VALUE SPACES.
          77 WS-AU-CLAVE        PIC X(10) VALUE SPACES.
          77 WS-AU-ROL          PIC X(10) VALUE SPACES.
          77 WS-AU-NIVEL        PIC 9 VALUE ZERO.
          77 WS-AU-IDX          PIC 9(3) VALUE ZEROS.
          77 WS-AU-CANT-ESC     PIC 9(3) VALUE ZEROS.
          77 WS-AU-OTRO         PIC X VALUE "S".
          77 WS-AU-PROPIO       PIC X VALUE "N".
              88 AU-ES-PROPIO VALUE "S".
          77 WS-AU-RESULTADO    PIC X VALUE SPACE.
              88 AUTORIDAD-CONCEDIDA VALUE "S".
              88 AUTORIDAD-SIN-CLAVE VALUE "I".
              88 AUTORIDAD-SIN-TIPO  VALUE "T".
              88 AUTORIDAD-PROPIA    VALUE "P".
              88 AUTORIDAD-EXCEDIDA  VALUE "L".
          77 WS-AU-LIMITE-ED    PIC Z(8)9.99.
          77 WS-AU-MONTO-ED     PIC Z(8)9.99.
