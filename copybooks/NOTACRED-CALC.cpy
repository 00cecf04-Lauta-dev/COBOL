      *   1) cargar NC-REF-FACTURA, NC-CLIENTE, NC-SUBTOTAL, NC-IVA
      *      y NC-TOTAL
      *   2) PERFORM GRABAR-NOTA-CREDITO, que completa numero y
      *      fecha y deja la nota en notas_credito.txt, sin CAE
      *      hasta que la autorice AUTORIZAR-CAE
       GRABAR-NOTA-CREDITO.
           PERFORM ASIGNAR-NUM-FACTURA
           MOVE WS-NUM-FACTURA             TO NC-NUM
           MOVE FUNCTION CURRENT-DATE(1:8) TO NC-FECHA
           MOVE SPACES                     TO NC-AUTORIZACION

           OPEN INPUT NOTA-CREDITO-FILE
           IF NOT NC-OK
