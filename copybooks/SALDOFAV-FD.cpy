      * FD y layout del registro de saldos a favor. Copiar dentro de
      * FILE SECTION, junto con SALDOFAV-FC.cpy en FILE-CONTROL. Un
      * renglon por CL-ID con plata del cliente: lo generado (pagos
      * de mas sobre sus facturas, notas de credito mayores que el
      * saldo de la factura y pagos a cuenta sin factura), lo
      * aplicado a sus facturas abiertas, lo devuelto por ordenes de
      * pago DEV y el saldo que queda, a la fecha de la imputacion.
          FD SALDOFAV-FILE.
          01 SALDOFAV-RECORD.
             05 SF-CLIENTE    PIC X(6).
             05 FILLER        PIC X VALUE SPACE.
             05 SF-GENERADO   PIC 9(9)V99.
             05 FILLER        PIC X VALUE SPACE.
             05 SF-APLICADO   PIC 9(9)V99.
             05 FILLER        PIC X VALUE SPACE.
             05 SF-DEVUELTO   PIC 9(9)V99.
             05 FILLER        PIC X VALUE SPACE.
             05 SF-SALDO      PIC S9(9)V99.
             05 FILLER        PIC X VALUE SPACE.
             05 SF-FECHA      PIC 9(8).
