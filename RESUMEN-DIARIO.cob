      * Cada archivo que falte se informa como "sin datos" en vez de
      * cortar el resumen: un dia sin inscripciones es un dato, no un
      * error.
      *
      * Al final va la seccion de aprobaciones demoradas: cada
      * pendiente de la bandeja (ajustes, horas extra, licencias,
      * permutas, facturas de proveedor retenidas y correcciones, ver
      * BANDEJA-*.cpy) con mas dias que los de bandeja_parametros.txt
      * (se siembra con 3), del mas viejo al mas nuevo, y el total
      * por tipo.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-DIARIO.

             COPY "EXCEPCION-FC.cpy".

             COPY "FACTPROV-FC.cpy".

             COPY "BANDEJA-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD INVENTARIO-FILE.

        COPY "EXCEPCION-FD.cpy".

        COPY "FACTPROV-FD.cpy".

        COPY "BANDEJA-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "EXCEPCION-WS.cpy".
          COPY "FACTPROV-WS.cpy".
          COPY "BANDEJA-WS.cpy".
          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          77 WS-INVENTARIO-STATUS  PIC X(2) VALUE "00".
              88 INVENTARIO-OK VALUE "00".
          77 WS-TOT-NOMINA         PIC 9(7) VALUE ZEROS.
          77 WS-TOT-NETO           PIC 9(7) VALUE ZEROS.

          77 WS-CANT-DEMORADOS PIC 9(3) VALUE ZEROS.
          77 WS-EDIT-DIAS      PIC ZZZ9.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

             PERFORM RESUMIR-EXCEPCIONES
             PERFORM RESUMIR-BOLETINES
             PERFORM RESUMIR-NOMINA
             PERFORM RESUMIR-PENDIENTES

             MOVE SPACES TO RESUMEN-LINE
             MOVE "Firma del supervisor: ________________"
              PERFORM ESCRIBIR-LINEA
           END-IF.

       RESUMIR-PENDIENTES.
           PERFORM CARGAR-BANDEJA
           PERFORM CONTAR-BANDEJA

           MOVE WS-BJ-DIAS-AVISO TO WS-EDIT-DIAS
           MOVE SPACES TO RESUMEN-LINE
           STRING "--- Aprobaciones pendientes con mas de "
              WS-EDIT-DIAS " dias"
              DELIMITED BY SIZE INTO RESUMEN-LINE
           PERFORM ESCRIBIR-LINEA

           MOVE ZEROS TO WS-CANT-DEMORADOS
           PERFORM VARYING WS-BJ FROM 1 BY 1
                   UNTIL WS-BJ > WS-CANT-BANDEJA
              IF BT-DIAS(WS-BJ) > WS-BJ-DIAS-AVISO
                 ADD 1 TO WS-CANT-DEMORADOS
                 MOVE BT-DIAS(WS-BJ) TO WS-EDIT-DIAS
                 MOVE SPACES TO RESUMEN-LINE
                 STRING "  " BT-TIPO(WS-BJ) " " BT-ID(WS-BJ) " "
                    WS-EDIT-DIAS " dias  " BT-DETALLE(WS-BJ)
                    DELIMITED BY SIZE INTO RESUMEN-LINE
                 PERFORM ESCRIBIR-LINEA
              END-IF
           END-PERFORM

           IF WS-CANT-DEMORADOS = ZEROS
              MOVE SPACES TO RESUMEN-LINE
              MOVE "  (ninguna)" TO RESUMEN-LINE
              PERFORM ESCRIBIR-LINEA
           ELSE
              PERFORM VARYING WS-BY FROM 1 BY 1 UNTIL WS-BY > 7
                 IF BY-DEMORADOS(WS-BY) > ZEROS
                    MOVE BY-DEMORADOS(WS-BY) TO WS-EDIT-CANT
                    MOVE BY-MAX-DIAS(WS-BY)  TO WS-EDIT-DIAS
                    MOVE SPACES TO RESUMEN-LINE
                    STRING "  Total " BY-NOMBRE(WS-BY) ": "
                       WS-EDIT-CANT "  (el mas viejo "
                       WS-EDIT-DIAS " dias)"
                       DELIMITED BY SIZE INTO RESUMEN-LINE
                    PERFORM ESCRIBIR-LINEA
                 END-IF
              END-PERFORM
           END-IF.

       LINEA-SIN-DATOS.
           MOVE SPACES TO RESUMEN-LINE
           MOVE "  (sin datos)" TO RESUMEN-LINE
       ESCRIBIR-LINEA.
           DISPLAY RESUMEN-LINE
           WRITE RESUMEN-LINE.

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".

       COPY "BANDEJA-CALC.cpy".
