      * Campos de trabajo de la dotacion de cuadrillas. Copiar en
      * WORKING-STORAGE junto con DOTACION-FC.cpy y DOTACION-FD.cpy.
      * Uso (ver DOTACION-CALC.cpy):
      *   1) cargar WS-DO-FECHA (AAAAMMDD) y WS-DO-HORA (HHMM) y
      *      PERFORM CARGAR-DOTACION, que deja en WS-DO-TURNO el
      *      turno de esa hora y en memoria las cuadrillas de guardia
      *      y las que tienen algun movil en servicio
      *   2) por cada cuadrilla cargar WS-DO-CUADRILLA y PERFORM
      *      VERIFICAR-CUADRILLA-HABILITADA: CUADRILLA-HABILITADA si
      *      esta de guardia y tiene un movil en servicio
      * Sin dotacion generada para la fecha (SIN-DOTACION) o sin
      * registro de moviles (SIN-REGISTRO-MOVILES) esa parte del
      * control no se aplica, como antes de existir la dotacion.
          77 WS-DOTACION-STATUS PIC X(2) VALUE "00".
              88 DOTACION-OK VALUE "00".
          77 WS-DOT-MOVILES-STATUS PIC X(2) VALUE "00".
              88 DOT-MOVILES-OK VALUE "00".
          77 WS-DOTACION-FIN PIC X VALUE "N".
              88 FIN-DOTACION VALUE "S".

          77 WS-DO-FECHA      PIC 9(8) VALUE ZEROS.
          77 WS-DO-HORA       PIC 9(4) VALUE ZEROS.
          77 WS-DO-TURNO      PIC 9(1) VALUE ZEROS.
          77 WS-DO-CUADRILLA  PIC X(6) VALUE SPACES.
          77 WS-DO-HABILITADA PIC X VALUE "N".
              88 CUADRILLA-HABILITADA VALUE "S".
          77 WS-DO-CON-DOTACION PIC X VALUE "N".
              88 SIN-DOTACION VALUE "N".
          77 WS-DO-CON-MOVILES PIC X VALUE "N".
              88 SIN-REGISTRO-MOVILES VALUE "N".

      * cuadrillas de guardia en el turno pedido
          01 DOT-GUARDIA-TABLA.
             02 DG-CUADRILLA PIC X(6) OCCURS 30 TIMES.
          77 WS-DO-CANT-GUARDIA PIC 9(2) VALUE ZEROS.

      * cuadrillas con al menos un movil en servicio
          01 DOT-MOVILES-TABLA.
             02 DM-CUADRILLA PIC X(6) OCCURS 30 TIMES.
          77 WS-DO-CANT-MOVILES PIC 9(2) VALUE ZEROS.
          77 WS-DO-I            PIC 9(2) VALUE ZEROS.
