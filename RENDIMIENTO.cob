      *    variacion
      * Sale por pantalla y en rendimiento_reporte.txt, para que la
      * reunion del lunes discuta sobre una pagina impresa.
      *
      * Las reversas del ledger (LR-TIPO-MOV "R", de REVERSAR-LEDGER)
      * restan su importe del periodo en que se grabaron y descuentan
      * la operacion que anulan, asi una operacion mal cargada,
      * revertida y corregida cuenta una sola vez por el importe
      * corregido.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDIMIENTO.
           05 LR-CAJERO         PIC X(6).
           05 FILLER            PIC X.
           05 LR-VERSION-TASAS  PIC 9(3).
           05 FILLER            PIC X.
           05 LR-TIPO-MOV       PIC X.
               88 LR-REVERSA    VALUE "R".
               88 LR-CORRECCION VALUE "C".
           05 FILLER            PIC X.
           05 LR-REF-TIMESTAMP  PIC 9(14).

        FD REPORTE-FILE.
        01 REPORTE-LINE PIC X(75).
             02 SUCURSAL-ENT OCCURS 10 TIMES.
                03 SU-SUCURSAL     PIC X(4).
                03 SU-OPS          PIC 9(5).
                03 SU-TOTAL        PIC S9(11)V99.
                03 SU-TOTAL-PREVIO PIC S9(11)V99.
          77 WS-CANT-SUCURSALES PIC 9(2) VALUE ZEROS.
          77 WS-S               PIC 9(2) VALUE ZEROS.
          77 WS-SUCURSAL-IDX    PIC 9(2) VALUE ZEROS.
                03 CJ-SUCURSAL PIC X(4).
                03 CJ-CAJERO   PIC X(6).
                03 CJ-OPS      PIC 9(5).
                03 CJ-TOTAL    PIC S9(11)V99.
          77 WS-CANT-CAJEROS PIC 9(2) VALUE ZEROS.
          77 WS-C            PIC 9(2) VALUE ZEROS.
          77 WS-CAJERO-IDX   PIC 9(2) VALUE ZEROS.
          77 WS-TMP-SUCURSAL PIC X(4) VALUE SPACES.
          77 WS-TMP-CAJERO   PIC X(6) VALUE SPACES.
          77 WS-TMP-OPS      PIC 9(5) VALUE ZEROS.
          77 WS-TMP-TOTAL    PIC S9(11)V99 VALUE ZEROS.

          77 WS-VARIACION   PIC S9(12)V99 VALUE ZEROS.
          77 WS-EDIT-TOTAL  PIC -ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
          77 WS-EDIT-VAR    PIC -(11)9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
       SUMAR-PERIODO-ACTUAL.
           PERFORM BUSCAR-SUCURSAL
           IF WS-SUCURSAL-IDX > ZEROS
              IF LR-REVERSA
                 IF SU-OPS(WS-SUCURSAL-IDX) > ZEROS
                    SUBTRACT 1 FROM SU-OPS(WS-SUCURSAL-IDX)
                 END-IF
                 COMPUTE SU-TOTAL(WS-SUCURSAL-IDX) =
                    SU-TOTAL(WS-SUCURSAL-IDX)
                    - LR-RES1 - LR-RES2 - LR-RES3 - LR-RES4 - LR-RES5
              ELSE
                 ADD 1 TO SU-OPS(WS-SUCURSAL-IDX)
                 COMPUTE SU-TOTAL(WS-SUCURSAL-IDX) =
                    SU-TOTAL(WS-SUCURSAL-IDX)
                    + LR-RES1 + LR-RES2 + LR-RES3 + LR-RES4 + LR-RES5
              END-IF
           END-IF

           MOVE ZEROS TO WS-CAJERO-IDX
           END-IF

           IF WS-CAJERO-IDX > ZEROS
              IF LR-REVERSA
                 IF CJ-OPS(WS-CAJERO-IDX) > ZEROS
                    SUBTRACT 1 FROM CJ-OPS(WS-CAJERO-IDX)
                 END-IF
                 COMPUTE CJ-TOTAL(WS-CAJERO-IDX) =
                    CJ-TOTAL(WS-CAJERO-IDX)
                    - LR-RES1 - LR-RES2 - LR-RES3 - LR-RES4 - LR-RES5
              ELSE
                 ADD 1 TO CJ-OPS(WS-CAJERO-IDX)
                 COMPUTE CJ-TOTAL(WS-CAJERO-IDX) =
                    CJ-TOTAL(WS-CAJERO-IDX)
                    + LR-RES1 + LR-RES2 + LR-RES3 + LR-RES4 + LR-RES5
              END-IF
           END-IF.

       SUMAR-PERIODO-PREVIO.
           PERFORM BUSCAR-SUCURSAL
           IF WS-SUCURSAL-IDX > ZEROS
              IF LR-REVERSA
                 COMPUTE SU-TOTAL-PREVIO(WS-SUCURSAL-IDX) =
                    SU-TOTAL-PREVIO(WS-SUCURSAL-IDX)
                    - LR-RES1 - LR-RES2 - LR-RES3 - LR-RES4 - LR-RES5
              ELSE
                 COMPUTE SU-TOTAL-PREVIO(WS-SUCURSAL-IDX) =
                    SU-TOTAL-PREVIO(WS-SUCURSAL-IDX)
                    + LR-RES1 + LR-RES2 + LR-RES3 + LR-RES4 + LR-RES5
              END-IF
           END-IF.

       ORDENAR-SUCURSALES.
