      *    ING los anota la recepcion de COMPRAS), el archivo que
      *    CONTABILIZAR consume para que el balance de comprobacion
      *    por fin incluya el stock
      *
      * Los movimientos costeados llevan el deposito al que
      * corresponden, para imputarlos a su centro de costo: la
      * donacion sale del deposito 1 y el ajuste del deposito que
      * figura en ajustes_inventario.txt (0 = sin deposito, el
      * ajuste del saldo consolidado).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALORIZAR.
           05 PD-PROVEEDOR   PIC X(15).
           05 FILLER         PIC X.
           05 PD-COSTO       PIC 9(5)V99.
           05 FILLER         PIC X.
           05 PD-CANT-PEDIDO PIC 9(3).

        FD INVENTARIO-FILE.
        01 INVENTARIO-RECORD.
           05 AJ-FISICO    PIC 9(3).
           05 FILLER       PIC X.
           05 AJ-AJUSTE    PIC S9(4).
           05 FILLER       PIC X VALUE SPACE.
           05 AJ-DEPOSITO  PIC 9(1).

        FD MOVS-COSTO-FILE.
        01 MOV-COSTO-RECORD.
           05 MO-TIPO    PIC X(3).
           05 FILLER     PIC X VALUE SPACE.
           05 MO-IMPORTE PIC S9(9)V99.
           05 FILLER     PIC X VALUE SPACE.
           05 MO-DEPOSITO PIC 9(1).

        FD REPORTE-FILE.
        01 REPORTE-LINE PIC X(75).
          77 WS-TOTAL-GRAL   PIC 9(11)V99 VALUE ZEROS.
          77 WS-IMPORTE-MOV  PIC S9(9)V99 VALUE ZEROS.
          77 WS-CANT-MOVS    PIC 9(3) VALUE ZEROS.
          77 WS-DEPOSITO-PRINCIPAL PIC 9(1) VALUE 1.
          77 WS-EDIT-VALOR   PIC ZZ,ZZZ,ZZ9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
                       COMPUTE WS-IMPORTE-MOV =
                          DN-CANTIDAD * WS-COSTO-UNIT
                       MOVE "DON" TO MO-TIPO
                       MOVE WS-DEPOSITO-PRINCIPAL TO MO-DEPOSITO
                       PERFORM GRABAR-MOV-COSTO
                    END-IF
                END-READ
                       COMPUTE WS-IMPORTE-MOV =
                          AJ-AJUSTE * WS-COSTO-UNIT
                       MOVE "AJU" TO MO-TIPO
                       IF AJ-DEPOSITO IS NUMERIC
                          MOVE AJ-DEPOSITO TO MO-DEPOSITO
                       ELSE
                          MOVE ZEROS TO MO-DEPOSITO
                       END-IF
                       PERFORM GRABAR-MOV-COSTO
                    END-IF
                END-READ
