      * Campos de trabajo de los lotes. Copiar en WORKING-STORAGE
      * junto con LOTE-FC.cpy y LOTE-FD.cpy. Uso (ver LOTE-CALC.cpy):
      *   1) PERFORM CARGAR-LOTES deja el archivo en LOTES-TABLA
      *   2) por cada salida cargar WS-LT-CODIGO y WS-LT-RESTO (la
      *      cantidad a sacar) y PERFORM CONSUMIR-LOTES-FEFO; lo que
      *      no alcanzo a cubrirse con lotes queda en WS-LT-FALTANTE
      *   3) PERFORM REESCRIBIR-LOTES graba la tabla (los lotes en
      *      cero ya no se graban)
          77 WS-LOTES-STATUS PIC X(2) VALUE "00".
              88 LOTES-OK VALUE "00".
          77 WS-FIN-LOTES    PIC X VALUE "N".
              88 FIN-LOTES VALUE "S".

      * lotes cargados en memoria para consumir y reescribir
          01 LOTES-TABLA.
             02 LOTE-ENT OCCURS 200 TIMES.
                03 LO-CODIGO      PIC X(6).
                03 LO-LOTE        PIC 9(5).
                03 LO-INGRESO     PIC 9(8).
                03 LO-VENCIMIENTO PIC 9(8).
                03 LO-CANTIDAD    PIC 9(3).
          77 WS-CANT-LOTES PIC 9(3) VALUE ZEROS.
          77 WS-L          PIC 9(3) VALUE ZEROS.
          77 WS-LOTE-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-MEJOR-VENC PIC 9(8) VALUE ZEROS.

          77 WS-LT-CODIGO  PIC X(6) VALUE SPACES.
          77 WS-LT-RESTO   PIC 9(3) VALUE ZEROS.
          77 WS-LT-TOMA    PIC 9(3) VALUE ZEROS.
          77 WS-LT-FALTANTE PIC 9(3) VALUE ZEROS.
