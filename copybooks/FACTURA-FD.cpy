      * Copiar dentro de FILE SECTION, junto con FACTURA-FC.cpy en
      * FILE-CONTROL. La factura ahora lleva la fecha de emision
      * (FA-FECHA, AAAAMMDD) para poder envejecer los saldos.
      * FA-AUTORIZACION es el sello de la autoridad fiscal que pone
      * AUTORIZAR-CAE: en blanco sin enviar, E enviada sin respuesta,
      * A autorizada (CAE y su vencimiento), R rechazada (motivo).
      * Sin CAE la factura no es valida como comprobante.
      * El registro es el mismo de facturas.txt, ahora en el maestro
      * indexado facturas_master.dat (ver FACTURA-FC.cpy).
          FD SECUENCIA-FILE.
          01 SECUENCIA-RECORD.
             05 SEQ-ULTIMO-NUM PIC 9(6).
             05 FA-IVA         PIC 9(7)V99.
             05 FILLER         PIC X VALUE SPACE.
             05 FA-TOTAL       PIC 9(7)V99.
             05 FA-AUTORIZACION.
                10 FILLER         PIC X.
                10 FA-AUT-ESTADO  PIC X.
                   88 FA-AUT-SIN-ENVIAR VALUE SPACE.
                   88 FA-AUT-ENVIADA    VALUE "E".
                   88 FA-AUTORIZADA     VALUE "A".
                   88 FA-AUT-RECHAZADA  VALUE "R".
                10 FILLER         PIC X.
                10 FA-CAE         PIC X(14).
                10 FILLER         PIC X.
                10 FA-CAE-VTO     PIC X(8).
                10 FILLER         PIC X.
                10 FA-AUT-MOTIVO  PIC X(20).
