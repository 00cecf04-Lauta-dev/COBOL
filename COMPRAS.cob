      *  - modo 3: reporte de ordenes abiertas con su antiguedad en
      *    dias contra la fecha de negocio, por pantalla y en
      *    compras_abiertas.txt
      *
      * Cada ingreso valorizado lleva en movimientos_costo.txt el
      * deposito que lo recibe (la recepcion es en el deposito 1),
      * para que la contabilizacion lo impute al centro de costo de
      * ese deposito.
      *
      * La orden guarda la fecha de la ultima recepcion
      * (OC-FECHA-RECEP), y PUNTO-REPOSICION mide con ella el plazo
      * de entrega real de cada proveedor. Un producto con cantidad
      * de pedido en el maestro (PD-CANT-PEDIDO, que tambien propone
      * PUNTO-REPOSICION) pide esa cantidad; sin ella sigue la regla
      * del doble del punto.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRAS.
           05 PD-PROVEEDOR   PIC X(15).
           05 FILLER         PIC X.
           05 PD-COSTO       PIC 9(5)V99.
           05 FILLER         PIC X.
           05 PD-CANT-PEDIDO PIC 9(3).

        FD INVENTARIO-FILE.
        01 INVENTARIO-RECORD.
           05 OC-ESTADO    PIC X.
              88 OC-ABIERTA VALUE "A".
              88 OC-CERRADA VALUE "C".
           05 FILLER       PIC X VALUE SPACE.
           05 OC-FECHA-RECEP PIC 9(8).

        FD OC-SEQ-FILE.
        01 OC-SEQ-RECORD.
           05 MO-TIPO    PIC X(3).
           05 FILLER     PIC X VALUE SPACE.
           05 MO-IMPORTE PIC S9(9)V99.
           05 FILLER     PIC X VALUE SPACE.
           05 MO-DEPOSITO PIC 9(1).

        COPY "FECHA-NEGOCIO-FD.cpy".

                03 OT-CANTIDAD  PIC 9(3).
                03 OT-RECIBIDO  PIC 9(3).
                03 OT-ESTADO    PIC X.
                03 OT-FECHA-RECEP PIC 9(8).
          77 WS-CANT-ORDENES PIC 9(3) VALUE ZEROS.
          77 WS-O            PIC 9(3) VALUE ZEROS.
          77 WS-ORDEN-IDX    PIC 9(3) VALUE ZEROS.
              88 MOVS-COSTO-OK VALUE "00".
          77 WS-COSTO-UNIT   PIC 9(5)V99 VALUE ZEROS.
          77 WS-COSTO-ING    PIC 9(9)V99 VALUE ZEROS.
          77 WS-DEPOSITO-RECEPCION PIC 9(1) VALUE 1.
          77 WS-EDAD-DIAS    PIC S9(7) VALUE ZEROS.
          77 WS-CANT-ABIERTAS PIC 9(3) VALUE ZEROS.

                    MOVE OC-RECIBIDO
                       TO OT-RECIBIDO(WS-CANT-ORDENES)
                    MOVE OC-ESTADO TO OT-ESTADO(WS-CANT-ORDENES)
                    MOVE ZEROS TO OT-FECHA-RECEP(WS-CANT-ORDENES)
                    IF OC-FECHA-RECEP IS NUMERIC
                       MOVE OC-FECHA-RECEP
                          TO OT-FECHA-RECEP(WS-CANT-ORDENES)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ORDENES-FILE
              MOVE OT-CANTIDAD(WS-O)  TO OC-CANTIDAD
              MOVE OT-RECIBIDO(WS-O)  TO OC-RECIBIDO
              MOVE OT-ESTADO(WS-O)    TO OC-ESTADO
              MOVE OT-FECHA-RECEP(WS-O) TO OC-FECHA-RECEP
              WRITE ORDEN-COMPRA-RECORD
           END-PERFORM
           CLOSE ORDENES-FILE.
              IF ORDEN-YA-ABIERTA
                 ADD 1 TO WS-CANT-YA-ABIERTA
              ELSE
                 IF PD-CANT-PEDIDO IS NUMERIC
                     AND PD-CANT-PEDIDO > ZEROS
                    MOVE PD-CANT-PEDIDO TO WS-CANT-PEDIR
                 ELSE
                    COMPUTE WS-CANT-PEDIR =
                       (PD-REORDEN * 2) - WS-SALDO-PROD
                 END-IF
                 PERFORM ASIGNAR-NUM-OC

                 IF WS-CANT-ORDENES < 200
                       TO OT-CANTIDAD(WS-CANT-ORDENES)
                    MOVE ZEROS TO OT-RECIBIDO(WS-CANT-ORDENES)
                    MOVE "A"   TO OT-ESTADO(WS-CANT-ORDENES)
                    MOVE ZEROS TO OT-FECHA-RECEP(WS-CANT-ORDENES)
                    ADD 1 TO WS-CANT-GENERADAS
                    DISPLAY "OC " WS-NUM-OC ": " WS-CANT-PEDIR
                       " x " PD-DESCRIPCION " a " PD-PROVEEDOR

       APLICAR-RECEPCION.
           ADD WS-CANT-RECIBIDA TO OT-RECIBIDO(WS-ORDEN-IDX)
           MOVE WS-FECHA-NEGOCIO TO OT-FECHA-RECEP(WS-ORDEN-IDX)

           EVALUATE TRUE
              WHEN OT-RECIBIDO(WS-ORDEN-IDX)
              MOVE WS-FECHA-NEGOCIO TO MO-FECHA
              MOVE "ING"            TO MO-TIPO
              MOVE WS-COSTO-ING     TO MO-IMPORTE
              MOVE WS-DEPOSITO-RECEPCION TO MO-DEPOSITO

              OPEN INPUT MOVS-COSTO-FILE
              IF NOT MOVS-COSTO-OK
