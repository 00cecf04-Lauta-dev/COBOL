      *    en ordenes_pago.txt, la misma secuencia de ORDENES-PAGO),
      *    con lo que el pagadero entra al circuito de pagos y de ahi
      *    a la contabilidad
      *
      * Las reversas del ledger (LR-TIPO-MOV "R", de REVERSAR-LEDGER)
      * restan del total de su sucursal en el periodo en que se
      * grabaron, aunque el original sea de un periodo ya liquidado,
      * y se cuentan aparte de las operaciones. Una sucursal cuyo
      * neto del periodo queda en cero o negativo no se liquida: se
      * informa en el reporte para compensarlo con la sucursal.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-SUCURSALES.
           05 LR-CAJERO         PIC X(6).
           05 FILLER            PIC X.
           05 LR-VERSION-TASAS  PIC 9(3).
           05 FILLER            PIC X.
           05 LR-TIPO-MOV       PIC X.
               88 LR-REVERSA    VALUE "R".
               88 LR-CORRECCION VALUE "C".
           05 FILLER            PIC X.
           05 LR-REF-TIMESTAMP  PIC 9(14).

        FD LIQUIDACIONES-FILE.
        01 LIQUIDACION-RECORD.
             02 SUCURSAL-ENT OCCURS 10 TIMES.
                03 SU-SUCURSAL PIC X(4).
                03 SU-OPS      PIC 9(5).
                03 SU-REVERSAS PIC 9(5).
                03 SU-TOTAL    PIC S9(11)V99.
          77 WS-CANT-SUCURSALES PIC 9(2) VALUE ZEROS.
          77 WS-S               PIC 9(2) VALUE ZEROS.
          77 WS-SUCURSAL-IDX    PIC 9(2) VALUE ZEROS.
          77 WS-CANT-SALTEADAS  PIC 9(2) VALUE ZEROS.
          77 WS-NUM-ORDEN       PIC 9(6) VALUE ZEROS.
          77 WS-EDIT-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
          77 WS-EDIT-NETO       PIC -Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO
              MOVE WS-CANT-SUCURSALES TO WS-SUCURSAL-IDX
              MOVE LR-SUCURSAL TO SU-SUCURSAL(WS-SUCURSAL-IDX)
              MOVE ZEROS TO SU-OPS(WS-SUCURSAL-IDX)
              MOVE ZEROS TO SU-REVERSAS(WS-SUCURSAL-IDX)
              MOVE ZEROS TO SU-TOTAL(WS-SUCURSAL-IDX)
           END-IF

           IF WS-SUCURSAL-IDX > ZEROS
              IF LR-REVERSA
                 ADD 1 TO SU-REVERSAS(WS-SUCURSAL-IDX)
                 COMPUTE SU-TOTAL(WS-SUCURSAL-IDX) =
                    SU-TOTAL(WS-SUCURSAL-IDX)
                    - LR-RES1 - LR-RES2 - LR-RES3 - LR-RES4 - LR-RES5
              ELSE
                 ADD 1 TO SU-OPS(WS-SUCURSAL-IDX)
                 COMPUTE SU-TOTAL(WS-SUCURSAL-IDX) =
                    SU-TOTAL(WS-SUCURSAL-IDX)
                    + LR-RES1 + LR-RES2 + LR-RES3 + LR-RES4 + LR-RES5
              END-IF
           END-IF.

       LIQUIDAR-UNA-SUCURSAL.
                    DELIMITED BY SIZE INTO REPORTE-LINE
                 PERFORM ESCRIBIR-LINEA-REP
              ELSE
                 IF SU-TOTAL(WS-S) NOT > ZEROS
                    ADD 1 TO WS-CANT-SALTEADAS
                    MOVE SU-TOTAL(WS-S) TO WS-EDIT-NETO
                    MOVE SPACES TO REPORTE-LINE
                    STRING "Sucursal " SU-SUCURSAL(WS-S)
                       ": neto del periodo " WS-EDIT-NETO
                       " por reversas, NO se liquida"
                       DELIMITED BY SIZE INTO REPORTE-LINE
                    PERFORM ESCRIBIR-LINEA-REP
                 ELSE
                    ADD 1 TO WS-CANT-LIQUIDADAS
                    MOVE SU-TOTAL(WS-S) TO WS-EDIT-TOTAL

                    MOVE SPACES TO REPORTE-LINE
                    PERFORM ESCRIBIR-LINEA-REP
                    MOVE SPACES TO REPORTE-LINE
                    STRING "SUCURSAL " SU-SUCURSAL(WS-S)
                       "  PERIODO " WS-PERIODO
                       DELIMITED BY SIZE INTO REPORTE-LINE
                    PERFORM ESCRIBIR-LINEA-REP

                    MOVE SPACES TO REPORTE-LINE
                    STRING "  Operaciones: " SU-OPS(WS-S)
                       "  Total a favor: " WS-EDIT-TOTAL
                       DELIMITED BY SIZE INTO REPORTE-LINE
                    PERFORM ESCRIBIR-LINEA-REP

                    IF SU-REVERSAS(WS-S) > ZEROS
                       MOVE SPACES TO REPORTE-LINE
                       STRING "  Reversas netas en el total: "
                          SU-REVERSAS(WS-S)
                          DELIMITED BY SIZE INTO REPORTE-LINE
                       PERFORM ESCRIBIR-LINEA-REP
                    END-IF

                    MOVE SPACES TO REPORTE-LINE
                    MOVE "  FIRMA DEL GERENTE: __________________"
                       TO REPORTE-LINE
                    PERFORM ESCRIBIR-LINEA-REP

                    PERFORM GRABAR-LIQUIDACION
                    PERFORM EMITIR-ORDEN-SUCURSAL
                 END-IF
              END-IF
           END-IF.

