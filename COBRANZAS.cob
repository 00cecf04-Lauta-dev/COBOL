      *    fecha de negocio (fecha_negocio.txt), los lista y cierra
      *    con la boleta de deposito bancario con renglon de firma,
      *    por pantalla y en diario_caja.txt
      *
      * Con el medio de pago de pagos.txt (PG-MEDIO) el recibo dice
      * como se pago (el cheque, salvo buen cobro) y el diario de
      * caja deja de mandar a depositar cheques diferidos: el cheque
      * recibido en el dia figura como enviado a la cartera, y
      * entran al total y a la boleta los cheques que CHEQUES
      * deposito en la fecha de negocio (cartera_cheques.txt,
      * copybooks CHEQUE-*). La transferencia suma al dia pero no a
      * la boleta, porque ya esta en el banco.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANZAS.

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "CHEQUE-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD PAGOS-FILE.
           05 PG-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 PG-IMPORTE     PIC 9(7)V99.
           05 FILLER         PIC X(8).
           05 PG-MEDIO       PIC X.
              88 PG-TRANSFERENCIA VALUE "T".
              88 PG-CHEQUE        VALUE "C".

        FD RECIBO-SEQ-FILE.
        01 RECIBO-SEQ-RECORD.

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "CHEQUE-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "CHEQUE-WS.cpy".

          77 WS-PAGOS-STATUS PIC X(2) VALUE "00".
              88 PAGOS-OK VALUE "00".

          77 WS-CANT-PAGOS-DIA PIC 9(4) VALUE ZEROS.
          77 WS-TOTAL-DIA      PIC 9(9)V99 VALUE ZEROS.
          77 WS-TOTAL-DEPOSITO PIC 9(9)V99 VALUE ZEROS.
          77 WS-CANT-CHQ-CARTERA PIC 9(4) VALUE ZEROS.
          77 WS-CANT-CHQ-DEP   PIC 9(4) VALUE ZEROS.
          77 WS-MEDIO-TEXTO    PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO RECIBO-IMP-LINE
           PERFORM ESCRIBIR-LINEA-RECIBO

           EVALUATE TRUE
              WHEN PG-CHEQUE
                 MOVE "CHEQUE, SALVO BUEN COBRO" TO WS-MEDIO-TEXTO
              WHEN PG-TRANSFERENCIA
                 MOVE "TRANSFERENCIA" TO WS-MEDIO-TEXTO
              WHEN OTHER
                 MOVE "EFECTIVO" TO WS-MEDIO-TEXTO
           END-EVALUATE
           MOVE SPACES TO RECIBO-IMP-LINE
           STRING "  MEDIO DE PAGO: " WS-MEDIO-TEXTO
              DELIMITED BY SIZE INTO RECIBO-IMP-LINE
           PERFORM ESCRIBIR-LINEA-RECIBO

           MOVE SPACES TO RECIBO-IMP-LINE
           MOVE "  FIRMA Y SELLO: ______________________"
              TO RECIBO-IMP-LINE
           WRITE RECIBO-IMP-LINE.

      * diario de caja: los pagos de la fecha de negocio, su total y
      * la boleta de deposito lista para el banco. El cheque recibido
      * hoy va a la cartera y no se deposita; entran en cambio los
      * cheques de la cartera que CHEQUES deposito hoy. La
      * transferencia ya esta en el banco: suma al dia pero no a la
      * boleta
       DIARIO-DE-CAJA.
           OPEN INPUT PAGOS-FILE
           IF NOT PAGOS-OK
               AT END SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF PG-FECHA = WS-FECHA-NEGOCIO
                    PERFORM LISTAR-PAGO-DIA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PAGOS-FILE

           PERFORM LISTAR-CHEQUES-DEPOSITADOS

           MOVE WS-TOTAL-DIA TO WS-EDIT-IMPORTE
           MOVE SPACES TO DIARIO-LINE
           STRING "  Pagos del dia: " WS-CANT-PAGOS-DIA
              DELIMITED BY SIZE INTO DIARIO-LINE
           PERFORM ESCRIBIR-LINEA-DIARIO

           MOVE SPACES TO DIARIO-LINE
           STRING "  Cheques a cartera: " WS-CANT-CHQ-CARTERA
              "   Cheques depositados: " WS-CANT-CHQ-DEP
              DELIMITED BY SIZE INTO DIARIO-LINE
           PERFORM ESCRIBIR-LINEA-DIARIO
           MOVE WS-TOTAL-DEPOSITO TO WS-EDIT-IMPORTE

           MOVE SPACES TO DIARIO-LINE
           MOVE "----- BOLETA DE DEPOSITO BANCARIO -----"
              TO DIARIO-LINE

           CLOSE DIARIO-FILE.

       LISTAR-PAGO-DIA.
           MOVE PG-IMPORTE TO WS-EDIT-IMPORTE
           MOVE SPACES TO DIARIO-LINE
           EVALUATE TRUE
              WHEN PG-CHEQUE
                 ADD 1 TO WS-CANT-CHQ-CARTERA
                 STRING "  Factura " PG-NUM-FACTURA "  importe "
                    WS-EDIT-IMPORTE "  cheque a cartera"
                    DELIMITED BY SIZE INTO DIARIO-LINE
              WHEN PG-TRANSFERENCIA
                 ADD 1 TO WS-CANT-PAGOS-DIA
                 ADD PG-IMPORTE TO WS-TOTAL-DIA
                 STRING "  Factura " PG-NUM-FACTURA "  importe "
                    WS-EDIT-IMPORTE "  transferencia"
                    DELIMITED BY SIZE INTO DIARIO-LINE
              WHEN OTHER
                 ADD 1 TO WS-CANT-PAGOS-DIA
                 ADD PG-IMPORTE TO WS-TOTAL-DIA WS-TOTAL-DEPOSITO
                 STRING "  Factura " PG-NUM-FACTURA "  importe "
                    WS-EDIT-IMPORTE
                    DELIMITED BY SIZE INTO DIARIO-LINE
           END-EVALUATE
           PERFORM ESCRIBIR-LINEA-DIARIO.

      * los cheques depositados hoy, aunque despues hayan rebotado:
      * el rechazo es un debito aparte del banco
       LISTAR-CHEQUES-DEPOSITADOS.
           MOVE "N" TO WS-CHEQUE-FIN
           OPEN INPUT CHEQUE-FILE
           IF CHEQUE-OK
              PERFORM UNTIL FIN-CHEQUE
                READ CHEQUE-FILE
                  AT END SET FIN-CHEQUE TO TRUE
                  NOT AT END
                    IF CQ-FECHA-DEP = WS-FECHA-NEGOCIO
                       ADD 1 TO WS-CANT-CHQ-DEP WS-CANT-PAGOS-DIA
                       ADD CQ-IMPORTE TO WS-TOTAL-DIA WS-TOTAL-DEPOSITO
                       MOVE CQ-IMPORTE TO WS-EDIT-IMPORTE
                       MOVE SPACES TO DIARIO-LINE
                       STRING "  Factura " CQ-FACTURA "  importe "
                          WS-EDIT-IMPORTE "  cheque " CQ-BANCO
                          " " CQ-NUMERO
                          DELIMITED BY SIZE INTO DIARIO-LINE
                       PERFORM ESCRIBIR-LINEA-DIARIO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CHEQUE-FILE
           END-IF
           MOVE "N" TO WS-CHEQUE-FIN.

       ESCRIBIR-LINEA-DIARIO.
           DISPLAY DIARIO-LINE
           WRITE DIARIO-LINE.
