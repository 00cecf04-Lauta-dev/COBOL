      * FD y layout de la cartera de cheques de terceros. Copiar
      * dentro de FILE SECTION, junto con CHEQUE-FC.cpy en
      * FILE-CONTROL. Un renglon por cheque recibido:
      *   CQ-ESTADO        C en cartera, D depositado, R rechazado
      *   CQ-FACTURA,      el pago de pagos.txt que lo trajo (la
      *   CQ-FECHA-RECEP,  factura, o el cliente si es a cuenta);
      *   CQ-IMPORTE,      es la clave contra pagos.txt
      *   CQ-CLIENTE
      *   CQ-VENCIMIENTO   fecha de pago del cheque (diferido); no
      *                    se deposita antes
      *   CQ-FECHA-DEP     fecha de negocio del deposito
      *   CQ-FECHA-RECH    fecha de negocio del rechazo
          FD CHEQUE-FILE.
          01 CHEQUE-RECORD.
             05 CQ-ID          PIC 9(5).
             05 FILLER         PIC X VALUE SPACE.
             05 CQ-ESTADO      PIC X.
                88 CQ-EN-CARTERA  VALUE "C".
                88 CQ-DEPOSITADO  VALUE "D".
                88 CQ-RECHAZADO   VALUE "R".
             05 FILLER         PIC X VALUE SPACE.
             05 CQ-BANCO       PIC X(10).
             05 FILLER         PIC X VALUE SPACE.
             05 CQ-NUMERO      PIC 9(8).
             05 FILLER         PIC X VALUE SPACE.
             05 CQ-LIBRADOR    PIC X(20).
             05 FILLER         PIC X VALUE SPACE.
             05 CQ-VENCIMIENTO PIC 9(8).
             05 FILLER         PIC X VALUE SPACE.
             05 CQ-FACTURA     PIC 9(6).
             05 FILLER         PIC X VALUE SPACE.
             05 CQ-CLIENTE     PIC X(6).
             05 FILLER         PIC X VALUE SPACE.
             05 CQ-FECHA-RECEP PIC 9(8).
             05 FILLER         PIC X VALUE SPACE.
             05 CQ-IMPORTE     PIC 9(7)V99.
             05 FILLER         PIC X VALUE SPACE.
             05 CQ-FECHA-DEP   PIC 9(8).
             05 FILLER         PIC X VALUE SPACE.
             05 CQ-FECHA-RECH  PIC 9(8).
