      * FD y layout de las notas de credito compartidas. Copiar en
      * FILE SECTION junto con NOTACRED-FC.cpy en FILE-CONTROL. El
      * layout calca el de facturas.txt (FACTURA-FD.cpy) mas la
      * referencia a la factura original. NC-AUTORIZACION es el
      * sello de la autoridad fiscal, con los mismos estados que
      * FA-AUTORIZACION de la factura.
          FD NOTA-CREDITO-FILE.
          01 NOTA-CREDITO-RECORD.
             05 NC-NUM         PIC 9(6).
             05 NC-IVA         PIC 9(7)V99.
             05 FILLER         PIC X VALUE SPACE.
             05 NC-TOTAL       PIC 9(7)V99.
             05 NC-AUTORIZACION.
                10 FILLER         PIC X.
                10 NC-AUT-ESTADO  PIC X.
                   88 NC-AUT-SIN-ENVIAR VALUE SPACE.
                   88 NC-AUT-ENVIADA    VALUE "E".
                   88 NC-AUTORIZADA     VALUE "A".
                   88 NC-AUT-RECHAZADA  VALUE "R".
                10 FILLER         PIC X.
                10 NC-CAE         PIC X(14).
                10 FILLER         PIC X.
                10 NC-CAE-VTO     PIC X(8).
                10 FILLER         PIC X.
                10 NC-AUT-MOTIVO  PIC X(20).
