      * Campos de trabajo del detalle por renglon. Copiar en
      * WORKING-STORAGE junto con FACTLIN-FC.cpy y FACTLIN-FD.cpy.
      * Los renglones se juntan en FACTLIN-TABLA mientras se arma el
      * comprobante (AGREGAR-RENGLON, ver FACTLIN-CALC.cpy) y se
      * graban recien cuando el comprobante tiene numero y quedo
      * grabado (GRABAR-RENGLONES), asi una factura bloqueada no deja
      * renglones huerfanos.
          77 WS-FACTLIN-STATUS PIC X(2) VALUE "00".
              88 FACTLIN-OK VALUE "00".

      * renglon a agregar
          77 WS-DL-DESCRIPCION PIC X(30) VALUE SPACES.
          77 WS-DL-CATEGORIA   PIC X(8) VALUE SPACES.
          77 WS-DL-ALICUOTA    PIC 9(2)V99 VALUE ZEROS.
          77 WS-DL-BASE        PIC 9(7)V99 VALUE ZEROS.
          77 WS-DL-IVA         PIC 9(7)V99 VALUE ZEROS.

      * comprobante a grabar: FC o NC y el IVA de su encabezado
          77 WS-DL-DOCUMENTO   PIC X(2) VALUE SPACES.
          77 WS-DL-IVA-DOC     PIC 9(7)V99 VALUE ZEROS.
          77 WS-DL-IVA-SUMA    PIC 9(7)V99 VALUE ZEROS.
          77 WS-DL-DIFERENCIA  PIC S9(7)V99 VALUE ZEROS.

          01 FACTLIN-TABLA.
             02 FACTLIN-ENT OCCURS 99 TIMES.
                03 DT-DESCRIPCION PIC X(30).
                03 DT-CATEGORIA   PIC X(8).
                03 DT-ALICUOTA    PIC 9(2)V99.
                03 DT-BASE        PIC 9(7)V99.
                03 DT-IVA         PIC 9(7)V99.
          77 WS-DL-CANT        PIC 9(2) VALUE ZEROS.
          77 WS-DL-I           PIC 9(2) VALUE ZEROS.
