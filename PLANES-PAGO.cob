      *    existe) recalculado y regrabado, con totales por cliente,
      *    por pantalla y en planes_estado.txt, para que cobranzas
      *    persiga mora real y no calendario
      *
      * El pago con cheque (PG-MEDIO C en pagos.txt) recien paga
      * cuotas cuando CHEQUES lo deposito (cartera_cheques.txt,
      * copybooks CHEQUE-*), con la misma regla de CUENTAS-COBRAR;
      * el cheque en cartera o rechazado no imputa.
      *
      * La factura del plan se lee directo por su numero del maestro
      * indexado facturas_master.dat (FACTURA-FC.cpy).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANES-PAGO.

             COPY "EXCEPCION-FC.cpy".

             COPY "CHEQUE-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD PLANES-FILE.
           05 PG-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 PG-IMPORTE     PIC 9(7)V99.
           05 FILLER         PIC X(8).
           05 PG-MEDIO       PIC X.
              88 PG-CHEQUE VALUE "C".

        FD TASA-FILE.
        01 TASA-RECORD.

        COPY "EXCEPCION-FD.cpy".

        COPY "CHEQUE-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "CHEQUE-WS.cpy".

          77 WS-PLANES-STATUS PIC X(2) VALUE "00".
              88 PLANES-OK VALUE "00".
          77 WS-APLICA         PIC 9(7)V99 VALUE ZEROS.
          77 WS-CANT-APLICADOS PIC 9(4) VALUE ZEROS.
          77 WS-CANT-SIN-PLAN  PIC 9(4) VALUE ZEROS.
          77 WS-CANT-EN-CARTERA PIC 9(4) VALUE ZEROS.

          77 WS-DIAS-ATRASO    PIC S9(7) VALUE ZEROS.
          77 WS-CLIENTE-CORTE  PIC X(6) VALUE SPACES.
           PERFORM BUSCAR-FACTURA
           IF NOT FACTURA-HALLADA
              DISPLAY "La factura " WS-FACTURA-PEDIDA
                 " no esta en facturas_master.dat"
              MOVE "PLANES-PAGO"      TO WS-EXC-PROGRAMA
              MOVE "PU-NUM-FACTURA"   TO WS-EXC-CAMPO
              MOVE WS-FACTURA-PEDIDA  TO WS-EXC-VALOR
           END-PERFORM.

       BUSCAR-FACTURA.
           MOVE "N" TO WS-FACTURA-HALLADA
           OPEN INPUT FACTURA-FILE
           IF FACTURA-OK
              MOVE WS-FACTURA-PEDIDA TO FA-NUM-FACTURA
              READ FACTURA-FILE KEY IS FA-NUM-FACTURA
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  SET FACTURA-HALLADA TO TRUE
                  MOVE FA-TOTAL   TO WS-TOTAL-FACTURA
                  MOVE FA-CLIENTE TO WS-CLIENTE-FACT
              END-READ
              CLOSE FACTURA-FILE
           END-IF.

      * cuotas iguales redondeadas; la ultima absorbe la diferencia
      * para que la suma de el total exacto. Vencimientos cada 30
              PERFORM UNTIL FIN-PAGOS
                READ PAGOS-FILE
                  AT END SET FIN-PAGOS TO TRUE
                  NOT AT END
                    IF PG-CHEQUE
                       CONTINUE
                    ELSE
                       PERFORM APLICAR-PAGO-A-CUOTAS
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PAGOS-FILE
              PERFORM APLICAR-CHEQUES-A-CUOTAS

              PERFORM REESCRIBIR-CUOTAS

              DISPLAY "Pagos aplicados a planes: " WS-CANT-APLICADOS
              DISPLAY "Pagos sin plan (quedan para CUENTAS-COBRAR): "
                 WS-CANT-SIN-PLAN
              DISPLAY "Cheques en cartera o rechazados (no imputan): "
                 WS-CANT-EN-CARTERA
           END-IF.

      * el pago con cheque recien cuenta cuando el cheque esta
      * depositado (cartera_cheques.txt de CHEQUES), igual que en
      * CUENTAS-COBRAR; el rechazado no paga ninguna cuota
       APLICAR-CHEQUES-A-CUOTAS.
           MOVE "N" TO WS-CHEQUE-FIN
           OPEN INPUT CHEQUE-FILE
           IF CHEQUE-OK
              PERFORM UNTIL FIN-CHEQUE
                READ CHEQUE-FILE
                  AT END SET FIN-CHEQUE TO TRUE
                  NOT AT END
                    IF CQ-DEPOSITADO
                       MOVE SPACES       TO PAGOS-RECORD
                       MOVE CQ-FACTURA   TO PG-NUM-FACTURA
                       MOVE CQ-FECHA-DEP TO PG-FECHA
                       MOVE CQ-IMPORTE   TO PG-IMPORTE
                       PERFORM APLICAR-PAGO-A-CUOTAS
                    ELSE
                       ADD 1 TO WS-CANT-EN-CARTERA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CHEQUE-FILE
           END-IF
           MOVE "N" TO WS-CHEQUE-FIN.

       APLICAR-PAGO-A-CUOTAS.
           MOVE PG-NUM-FACTURA TO WS-FACTURA-PEDIDA
           PERFORM VERIFICAR-PLAN-EXISTENTE
