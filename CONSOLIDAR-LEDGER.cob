      *    informa, sin fusionarse) y agrega los registros validos a
      *    commission_ledger_central.dat, cruzando los totales de
      *    cada sucursal contra su cola e informando el resultado
      *
      * Las reversas del ledger (LR-TIPO-MOV "R", que graba
      * REVERSAR-LEDGER) viajan como cualquier otro registro y el
      * total de control sigue siendo la suma bruta de los 5
      * resultados, porque controla lo que hay en el archivo; al
      * fusionar se informa ademas cuantas reversas trae cada
      * sucursal y el neto de comisiones (originales y correcciones
      * menos reversas) que se suma a casa central.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLIDAR-LEDGER.
             05 WS-LV-SUCURSAL  PIC X(4).
             05 FILLER          PIC X.
             05 WS-LV-CAJERO    PIC X(6).
             05 FILLER          PIC X.
             05 WS-LV-VERSION   PIC 9(3).
             05 FILLER          PIC X.
             05 WS-LV-TIPO-MOV  PIC X.
                 88 WS-LV-REVERSA VALUE "R".
             05 FILLER          PIC X.
             05 WS-LV-REF-TIMESTAMP PIC 9(14).

      * registros de la sucursal cargados para reescribir con cola
          01 REGISTROS-TABLA.
              88 TABLA-DESBORDADA VALUE "S".

          77 WS-HASH-CALC PIC 9(9) VALUE ZEROS.
          77 WS-NETO-CALC PIC S9(9) VALUE ZEROS.
          77 WS-CANT-REVERSAS PIC 9(3) VALUE ZEROS.
          77 WS-NETO-FUSIONADO PIC S9(11) VALUE ZEROS.
          77 WS-EDIT-NETO PIC -(11)9.
          77 WS-HAY-TRAILER PIC X VALUE "N".
              88 HAY-TRAILER VALUE "S".
          77 WS-TRL-CANTIDAD PIC 9(6) VALUE ZEROS.
      * carga los registros de datos (sin la cola vieja) y calcula
      * cantidad y total de control
       CARGAR-SUCURSAL.
           MOVE ZEROS TO WS-CANT-REG WS-HASH-CALC WS-NETO-CALC
                         WS-CANT-REVERSAS
           MOVE "N"   TO WS-FIN-ARCHIVO WS-DESBORDE WS-HAY-TRAILER

           EVALUATE WS-SUCURSAL
              ADD WS-LV-RES3 TO WS-HASH-CALC
              ADD WS-LV-RES4 TO WS-HASH-CALC
              ADD WS-LV-RES5 TO WS-HASH-CALC
              IF WS-LV-REVERSA
                 ADD 1 TO WS-CANT-REVERSAS
                 COMPUTE WS-NETO-CALC = WS-NETO-CALC - WS-LV-RES1
                    - WS-LV-RES2 - WS-LV-RES3 - WS-LV-RES4 - WS-LV-RES5
              ELSE
                 COMPUTE WS-NETO-CALC = WS-NETO-CALC + WS-LV-RES1
                    + WS-LV-RES2 + WS-LV-RES3 + WS-LV-RES4 + WS-LV-RES5
              END-IF
           END-IF.

       REESCRIBIR-CON-COLA.
           DISPLAY " "
           DISPLAY "--- Consolidacion en casa central ---"
           DISPLAY "Registros fusionados: " WS-CANT-FUSIONADOS
           MOVE WS-NETO-FUSIONADO TO WS-EDIT-NETO
           DISPLAY "Neto de comisiones fusionado: " WS-EDIT-NETO
           DISPLAY "Sucursales con falla: " WS-CANT-FALLADAS.

      * cruce del archivo contra su cola: sin cola, o con cantidad o
              END-PERFORM
              DISPLAY "Sucursal " WS-SUCURSAL " OK: " WS-CANT-REG
                 " registros fusionados (control " WS-HASH-CALC ")"
              ADD WS-NETO-CALC TO WS-NETO-FUSIONADO
              MOVE WS-NETO-CALC TO WS-EDIT-NETO
              DISPLAY "   reversas " WS-CANT-REVERSAS
                 ", neto de comisiones " WS-EDIT-NETO
           END-IF.
