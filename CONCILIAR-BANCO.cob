      *    no se vuelve a generar, asi el mismo deposito o debito no
      *    aparece duplicado corrida tras corrida
      * El reporte sale por pantalla y en conciliacion_reporte.txt.
      *
      * Con el medio de pago de pagos.txt (PG-MEDIO) el deposito
      * diario ya no incluye los cheques recibidos: cada cheque suma
      * al deposito del dia en que CHEQUES lo saco de la cartera
      * (cartera_cheques.txt), la transferencia es un credito propio
      * y cada rechazo de cheques_rechazados.txt se espera como dos
      * debitos, el cheque y el gasto bancario.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-BANCO.

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "CHEQUE-FC.cpy".

             COPY "CHQRECH-FC.cpy".

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

        FD ORDENES-FILE.
        01 ORDEN-RECORD.

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "CHEQUE-FD.cpy".

        COPY "CHQRECH-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "CHEQUE-WS.cpy".
          COPY "CHQRECH-WS.cpy".

          77 WS-PAGOS-STATUS PIC X(2) VALUE "00".
              88 PAGOS-OK VALUE "00".

             PERFORM CARGAR-PENDIENTES
             PERFORM CARGAR-DEPOSITOS
             PERFORM CARGAR-CHEQUES-DEPOSITADOS
             PERFORM VOLCAR-DEPOSITOS
             PERFORM CARGAR-ORDENES
             PERFORM CARGAR-CHEQUES-RECHAZADOS
             PERFORM CARGAR-EXTRACTO

             IF NUESTROS-DESBORDADOS OR BANCO-DESBORDADO
              END-IF
           END-PERFORM.

      * un credito esperado por dia con el total depositado. El
      * cheque no se deposita el dia que se recibe sino cuando
      * CHEQUES lo saca de la cartera, y la transferencia entra al
      * banco por su cuenta: es un credito propio
       CARGAR-DEPOSITOS.
           OPEN INPUT PAGOS-FILE
           IF PAGOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ PAGOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    EVALUATE TRUE
                       WHEN PG-CHEQUE
                          CONTINUE
                       WHEN PG-TRANSFERENCIA
                          MOVE PG-FECHA   TO WS-NVO-FECHA
                          MOVE "C"        TO WS-NVO-TIPO
                          MOVE PG-IMPORTE TO WS-NVO-IMPORTE
                          MOVE SPACES     TO WS-NVO-DESCRIPCION
                          STRING "TRANSF FACT " PG-NUM-FACTURA
                             DELIMITED BY SIZE
                             INTO WS-NVO-DESCRIPCION
                          PERFORM AGREGAR-NUESTRO-NUEVO
                       WHEN OTHER
                          PERFORM SUMAR-DEPOSITO-DIA
                    END-EVALUATE
                END-READ
              END-PERFORM
              CLOSE PAGOS-FILE
              ADD PG-IMPORTE TO DE-TOTAL(WS-DEPOSITO-IDX)
           END-IF.

      * el cheque depositado (aunque despues rebote) suma al deposito
      * del dia en que salio de la cartera
       CARGAR-CHEQUES-DEPOSITADOS.
           MOVE "N" TO WS-CHEQUE-FIN
           OPEN INPUT CHEQUE-FILE
           IF CHEQUE-OK
              PERFORM UNTIL FIN-CHEQUE
                READ CHEQUE-FILE
                  AT END SET FIN-CHEQUE TO TRUE
                  NOT AT END
                    IF CQ-FECHA-DEP > ZEROS
                       MOVE CQ-FECHA-DEP TO PG-FECHA
                       MOVE CQ-IMPORTE   TO PG-IMPORTE
                       PERFORM SUMAR-DEPOSITO-DIA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CHEQUE-FILE
           END-IF
           MOVE "N" TO WS-CHEQUE-FIN.

      * el cheque rechazado vuelve como dos debitos del banco: el
      * importe del cheque y el gasto del rechazo
       CARGAR-CHEQUES-RECHAZADOS.
           MOVE "N" TO WS-CHQRECH-FIN
           OPEN INPUT CHQRECH-FILE
           IF CHQRECH-OK
              PERFORM UNTIL FIN-CHQRECH
                READ CHQRECH-FILE
                  AT END SET FIN-CHQRECH TO TRUE
                  NOT AT END
                    MOVE CR-FECHA   TO WS-NVO-FECHA
                    MOVE "D"        TO WS-NVO-TIPO
                    MOVE CR-IMPORTE TO WS-NVO-IMPORTE
                    MOVE SPACES     TO WS-NVO-DESCRIPCION
                    STRING "CHQ RECH " CR-NUMERO
                       DELIMITED BY SIZE INTO WS-NVO-DESCRIPCION
                    PERFORM AGREGAR-NUESTRO-NUEVO
                    IF CR-GASTO > ZEROS
                       MOVE CR-GASTO TO WS-NVO-IMPORTE
                       MOVE SPACES   TO WS-NVO-DESCRIPCION
                       STRING "GASTO RECH " CR-NUMERO
                          DELIMITED BY SIZE INTO WS-NVO-DESCRIPCION
                       PERFORM AGREGAR-NUESTRO-NUEVO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CHQRECH-FILE
           END-IF
           MOVE "N" TO WS-CHQRECH-FIN.

      * agrega el item fresco WS-NVO-* a nuestro lado, salvo que ya
      * venga arrastrado de la corrida anterior
       AGREGAR-NUESTRO-NUEVO.
           PERFORM VERIFICAR-NUESTRO-ARRASTRADO
           IF ITEM-YA-ARRASTRADO
              CONTINUE
           ELSE
              IF WS-CANT-NUESTROS >= 200
                 SET NUESTROS-DESBORDADOS TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-NUESTROS
                 MOVE WS-NVO-FECHA   TO NU-FECHA(WS-CANT-NUESTROS)
                 MOVE WS-NVO-TIPO    TO NU-TIPO(WS-CANT-NUESTROS)
                 MOVE WS-NVO-IMPORTE TO NU-IMPORTE(WS-CANT-NUESTROS)
                 MOVE WS-NVO-DESCRIPCION
                    TO NU-DESCRIPCION(WS-CANT-NUESTROS)
                 MOVE "N" TO NU-MATCH(WS-CANT-NUESTROS)
                 MOVE "F" TO NU-ORIGEN(WS-CANT-NUESTROS)
              END-IF
           END-IF.

       VOLCAR-DEPOSITOS.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-CANT-DEPOSITOS
