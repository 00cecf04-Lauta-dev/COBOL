      *    pago tipo FLE en ordenes_pago.txt (la misma secuencia de
      *    ORDENES-PAGO), con lo que el pagadero entra al circuito de
      *    pagos de los libros
      *
      * La factura del fletero queda registrada con la liquidacion:
      * por cada transportista liquidado se pide su numero de
      * comprobante y la alicuota de IVA (21, 10.5 o exenta), que
      * se guardan en fletes_liquidados.txt junto con el IVA y el
      * numero de orden. La orden FLE paga neto mas IVA y el credito
      * fiscal va a asientos_pendientes.txt (debe IVA credito
      * fiscal, haber proveedores a pagar, origen IVA COMPRA) para el
      * libro IVA compras de LIBRO-IVA.
      *
      * El neto de la factura del fletero tambien se asienta al
      * liquidar (debe gasto de fletes, haber proveedores a pagar,
      * origen FLETE COMP): proveedores a pagar queda con el total
      * que despues cancela el pago de la orden FLE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-FLETES.
                 FILE STATUS IS WS-ORDEN-SEQ-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "ASIPEND-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
           05 FL-IMPORTE       PIC 9(9)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 FL-FECHA         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 FL-COMPROBANTE   PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 FL-ALICUOTA      PIC 9(2)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 FL-IVA           PIC 9(9)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 FL-ORDEN         PIC 9(6).

        FD REPORTE-FILE.
        01 REPORTE-LINE PIC X(75).
           05 OQ-ULTIMO-NUM PIC 9(6).

        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "ASIPEND-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ASIPEND-WS.cpy".

          77 WS-HISTORIA-STATUS PIC X(2) VALUE "00".
              88 HISTORIA-OK VALUE "00".
              88 CARGA-YA-VISTA VALUE "S".

          77 WS-IMPORTE      PIC 9(9)V99 VALUE ZEROS.
          77 WS-COMPROBANTE  PIC X(12) VALUE SPACES.
          77 WS-OPCION-IVA   PIC 9(1) VALUE ZEROS.
          77 WS-ALICUOTA     PIC 9(2)V99 VALUE ZEROS.
          77 WS-IVA          PIC 9(9)V99 VALUE ZEROS.
          77 WS-IMPORTE-ORDEN PIC 9(9)V99 VALUE ZEROS.
          77 WS-EDIT-ALICUOTA PIC Z9.99 VALUE ZEROS.
          77 CTA-IVA-CREDITO  PIC 9(4) VALUE 1150.
          77 CTA-PROV-A-PAGAR PIC 9(4) VALUE 2310.
          77 CTA-FLETES       PIC 9(4) VALUE 5360.
          77 WS-YA-LIQUIDADO PIC X VALUE "N".
              88 FLETE-YA-LIQUIDADO VALUE "S".
          77 WS-NUM-ORDEN    PIC 9(6) VALUE ZEROS.
                 TO REPORTE-LINE
              PERFORM ESCRIBIR-LINEA-REP

              PERFORM PEDIR-FACTURA-FLETERO

              MOVE WS-IVA TO WS-EDIT-IMPORTE
              MOVE WS-ALICUOTA TO WS-EDIT-ALICUOTA
              MOVE SPACES TO REPORTE-LINE
              STRING "  Factura " WS-COMPROBANTE "  IVA "
                 WS-EDIT-ALICUOTA "%: " WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO REPORTE-LINE
              PERFORM ESCRIBIR-LINEA-REP

              PERFORM EMITIR-ORDEN-FLETE
              PERFORM GRABAR-LIQUIDADO
              PERFORM ASENTAR-FACTURA-FLETE
           END-IF.

      * la factura que el fletero presento por el mes; sin una
      * alicuota valida se toma exenta
       PEDIR-FACTURA-FLETERO.
           DISPLAY "Comprobante de la factura de "
              FE-TRANSPORTISTA(WS-FL)
           ACCEPT WS-COMPROBANTE
           DISPLAY "IVA de la factura: 1 = 21%, 2 = 10.5%, 3 = exenta"
           ACCEPT WS-OPCION-IVA
           EVALUATE WS-OPCION-IVA
              WHEN 1 MOVE 21.00 TO WS-ALICUOTA
              WHEN 2 MOVE 10.50 TO WS-ALICUOTA
              WHEN OTHER MOVE ZEROS TO WS-ALICUOTA
           END-EVALUATE
           COMPUTE WS-IVA ROUNDED = WS-IMPORTE * WS-ALICUOTA / 100
           COMPUTE WS-IMPORTE-ORDEN = WS-IMPORTE + WS-IVA.

      * la factura del fletero completa: el neto al gasto de fletes
      * y el IVA al credito fiscal, los dos contra proveedores a
      * pagar, que la orden FLE cancela por el total
       ASENTAR-FACTURA-FLETE.
           MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
           MOVE "FLETE COMP"     TO WS-AG-ORIGEN
           MOVE CTA-FLETES       TO WS-AG-CUENTA
           MOVE WS-IMPORTE       TO WS-AG-DEBE
           MOVE ZEROS            TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND
           MOVE CTA-PROV-A-PAGAR TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE WS-IMPORTE       TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           IF WS-IVA > ZEROS
              MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
              MOVE "IVA COMPRA"     TO WS-AG-ORIGEN
              MOVE CTA-IVA-CREDITO  TO WS-AG-CUENTA
              MOVE WS-IVA           TO WS-AG-DEBE
              MOVE ZEROS            TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
              MOVE CTA-PROV-A-PAGAR TO WS-AG-CUENTA
              MOVE ZEROS            TO WS-AG-DEBE
              MOVE WS-IVA           TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF.

       VERIFICAR-YA-LIQUIDADO.
           MOVE WS-PERIODO       TO FL-PERIODO
           MOVE WS-IMPORTE       TO FL-IMPORTE
           MOVE WS-FECHA-NEGOCIO TO FL-FECHA
           MOVE WS-COMPROBANTE   TO FL-COMPROBANTE
           MOVE WS-ALICUOTA      TO FL-ALICUOTA
           MOVE WS-IVA           TO FL-IVA
           MOVE WS-NUM-ORDEN     TO FL-ORDEN

           OPEN INPUT LIQUIDADOS-FILE
           IF NOT LIQUIDADOS-OK
           MOVE "FLE"        TO OP-TIPO
           MOVE FE-TRANSPORTISTA(WS-FL) TO OP-BENEFICIARIO
           MOVE WS-FECHA-NEGOCIO TO OP-FECHA
           MOVE WS-IMPORTE-ORDEN TO OP-IMPORTE
           MOVE "E"          TO OP-ESTADO

           OPEN INPUT ORDENES-FILE
           CLOSE ORDENES-FILE

           DISPLAY "Orden " WS-NUM-ORDEN " emitida a "
              FE-TRANSPORTISTA(WS-FL) " por " WS-IMPORTE-ORDEN.

       ESCRIBIR-LINEA-REP.
           DISPLAY REPORTE-LINE
           WRITE REPORTE-LINE.

       COPY "FECHA-NEGOCIO-CALC.cpy".
       COPY "ASIPEND-CALC.cpy".
