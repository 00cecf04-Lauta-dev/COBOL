      * El reporte tipo impresora ademas sale por el spool compartido
      * (copybooks ESPOOL-*): queda archivado con entrada de indice y
      * REIMPRIMIR lo reimprime sin recorrer este programa.
      *
      * El registro del ledger lleva ademas el tipo de movimiento y
      * una referencia (LR-TIPO-MOV, LR-REF-TIMESTAMP): lo que graba
      * este programa es siempre un original (tipo en blanco, sin
      * referencia); las reversas (R) y correcciones (C) de un
      * registro mal cargado las graba REVERSAR-LEDGER.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MILLONES.
           05 LR-CAJERO         PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 LR-VERSION-TASAS  PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 LR-TIPO-MOV       PIC X.
               88 LR-REVERSA    VALUE "R".
               88 LR-CORRECCION VALUE "C".
           05 FILLER            PIC X VALUE SPACE.
           05 LR-REF-TIMESTAMP  PIC 9(14).

        FD TASAS-FILE.
        01 TASA-RECORD.
             MOVE WS-SUCURSAL  TO LR-SUCURSAL
             MOVE WS-CAJERO    TO LR-CAJERO
             MOVE WS-VERSION-VIGENTE TO LR-VERSION-TASAS
             MOVE SPACE        TO LR-TIPO-MOV
             MOVE ZEROS        TO LR-REF-TIMESTAMP

             OPEN INPUT LEDGER-FILE
             IF NOT LEDGER-OK
