      *   2) MOVE SPACES TO FACTURA-RECORD y cargar FA-CLIENTE,
      *      FA-SUBTOTAL, FA-IVA y FA-TOTAL
      *   3) PERFORM GRABAR-FACTURA, que completa numero y fecha y
      *      deja la factura en el maestro facturas_master.dat,
      *      todavia sin el CAE de la autoridad fiscal (lo pone
      *      AUTORIZAR-CAE). El maestro se crea con la primera
      *      factura si todavia no existe
       ASIGNAR-NUM-FACTURA.
           MOVE ZEROS TO WS-NUM-FACTURA
           OPEN INPUT SECUENCIA-FILE
       GRABAR-FACTURA.
           MOVE WS-NUM-FACTURA             TO FA-NUM-FACTURA
           MOVE FUNCTION CURRENT-DATE(1:8) TO FA-FECHA
           MOVE SPACES                     TO FA-AUTORIZACION

           OPEN I-O FACTURA-FILE
           IF FACTURA-SIN-MAESTRO
              OPEN OUTPUT FACTURA-FILE
              CLOSE FACTURA-FILE
              OPEN I-O FACTURA-FILE
           END-IF

           WRITE FACTURA-RECORD
             INVALID KEY
               DISPLAY "ERROR: la factura " FA-NUM-FACTURA
                  " ya esta en facturas_master.dat, revisar"
                  " factura_secuencia.txt"
           END-WRITE
           IF NOT FACTURA-GRABADA AND WS-FACTURA-STATUS NOT = "22"
              DISPLAY "ERROR al grabar la factura " FA-NUM-FACTURA
                 ": " WS-FACTURA-STATUS
           END-IF
           CLOSE FACTURA-FILE.
