      * Campos de trabajo de los contratos de asistencia. Copiar en
      * WORKING-STORAGE junto con CONTRATO-FC.cpy y CONTRATO-FD.cpy.
      * Uso (ver CONTRATO-CALC.cpy):
      *   1) al abrir el incidente cargar WS-CN-CLIENTE,
      *      WS-CN-PATENTE y WS-CN-FECHA (AAAAMMDD) y PERFORM
      *      VERIFICAR-COBERTURA: WS-CN-ESTADO dice si hay cobertura
      *      y WS-CN-DISPONIBLES cuantas llamadas le quedan en el ano
      *   2) al cerrarlo cargar WS-CN-RESULTADO y PERFORM
      *      VERIFICAR-SERVICIO-CUBIERTO (la basica no cubre grua);
      *      si sigue COBERTURA-VIGENTE, PERFORM CONSUMIR-LLAMADA;
      *      si no, PERFORM BUSCAR-TARIFA-ASISTENCIA deja el neto a
      *      facturar en WS-TA-IMPORTE
          77 WS-CONTRATO-STATUS PIC X(2) VALUE "00".
              88 CONTRATO-OK VALUE "00".
          77 WS-TARIFA-ASIST-STATUS PIC X(2) VALUE "00".
              88 TARIFA-ASIST-OK VALUE "00".
          77 WS-CONTRATO-FIN PIC X VALUE "N".
              88 FIN-CONTRATOS VALUE "S".

          77 WS-CN-CLIENTE     PIC X(6) VALUE SPACES.
          77 WS-CN-PATENTE     PIC X(7) VALUE SPACES.
          77 WS-CN-FECHA       PIC 9(8) VALUE ZEROS.
          77 WS-CN-RESULTADO   PIC X(20) VALUE SPACES.
          77 WS-CN-ESTADO      PIC X VALUE SPACE.
              88 COBERTURA-VIGENTE   VALUE "C".
              88 SIN-CONTRATO        VALUE "N".
              88 CONTRATO-VENCIDO    VALUE "V".
              88 CUPO-AGOTADO        VALUE "E".
              88 SERVICIO-EXCLUIDO   VALUE "X".
          77 WS-CN-DISPONIBLES PIC 9(3) VALUE ZEROS.
          77 WS-CN-USADAS      PIC 9(3) VALUE ZEROS.
          77 WS-TA-IMPORTE     PIC 9(7)V99 VALUE ZEROS.

      * contratos cargados para descontar la llamada y reescribir
          01 CONTRATOS-TABLA.
             02 CONTRATO-ENT OCCURS 500 TIMES.
                03 CT-CLIENTE    PIC X(6).
                03 CT-PATENTE    PIC X(7).
                03 CT-COBERTURA  PIC X.
                03 CT-DESDE      PIC 9(8).
                03 CT-HASTA      PIC 9(8).
                03 CT-INCLUIDAS  PIC 9(3).
                03 CT-ANIO       PIC 9(4).
                03 CT-USADAS     PIC 9(3).
          77 WS-CANT-CONTRATOS PIC 9(3) VALUE ZEROS.
          77 WS-CN-I           PIC 9(3) VALUE ZEROS.
          77 WS-CN-IDX         PIC 9(3) VALUE ZEROS.
