      * El pack completo sale por pantalla, en resumen_mensual.txt y
      * por el spool compartido (copybooks ESPOOL-*), asi se
      * reimprime entero con REIMPRIMIR.
      *
      * Los pagos a cuenta (pagos.txt con el cliente informado y sin
      * factura que imputar) bajan el saldo del cliente igual que un
      * pago a factura, y las devoluciones de saldo a favor (ordenes
      * DEV de ordenes_pago.txt) lo suben. El resumen cierra con el
      * saldo a favor disponible que dejo la ultima imputacion de
      * CUENTAS-COBRAR (saldos_a_favor.txt), cuando lo hay.
      *
      * Las facturas ya no se cargan enteras en memoria (tope de 500):
      * el maestro indexado facturas_master.dat (FACTURA-FC.cpy) da
      * las del mes de cada cliente por la clave alterna FA-CLIENTE y
      * el cliente de cada pago por la lectura directa de su factura.
      *
      * Los pagos con cheque (PG-MEDIO C en pagos.txt) no bajan el
      * saldo al recibirse: el resumen los toma de la cartera de
      * CHEQUES (cartera_cheques.txt, copybooks CHEQUE-*) en el mes
      * en que se depositaron, y los rechazos del mes
      * (cheques_rechazados.txt, copybooks CHQRECH-*) suman la
      * reversion del cheque y el gasto bancario a cargo del cliente.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-CLIENTES.

             COPY "ESPOOL-FC.cpy".

             SELECT ORDENES-FILE ASSIGN TO "ordenes_pago.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDENES-STATUS.

             COPY "SALDOFAV-FC.cpy".

             COPY "CHEQUE-FC.cpy".

             COPY "CHQRECH-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD CLIENTE-MASTER.
           05 PG-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 PG-IMPORTE     PIC 9(7)V99.
           05 FILLER         PIC X.
           05 PG-CLIENTE     PIC X(6).
           05 FILLER         PIC X.
           05 PG-MEDIO       PIC X.
              88 PG-CHEQUE VALUE "C".

        FD MENSUALES-FILE.
        01 MENSUAL-RECORD.

        COPY "ESPOOL-FD.cpy".

        FD ORDENES-FILE.
        01 ORDEN-RECORD.
           05 OP-NUMERO       PIC 9(6).
           05 FILLER          PIC X.
           05 OP-TIPO         PIC X(3).
           05 FILLER          PIC X.
           05 OP-BENEFICIARIO PIC X(15).
           05 FILLER          PIC X.
           05 OP-FECHA        PIC 9(8).
           05 FILLER          PIC X.
           05 OP-IMPORTE      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 OP-ESTADO       PIC X.

        COPY "SALDOFAV-FD.cpy".

        COPY "CHEQUE-FD.cpy".

        COPY "CHQRECH-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "NOTACRED-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "SALDOFAV-WS.cpy".
          COPY "CHEQUE-WS.cpy".
          COPY "CHQRECH-WS.cpy".

          77 WS-CLIENTE-STATUS PIC X(2) VALUE "00".
              88 CLIENTE-OK VALUE "00".
              88 MENSUALES-OK VALUE "00".
          77 WS-RESUMEN-STATUS PIC X(2) VALUE "00".
              88 RESUMEN-OK VALUE "00".
          77 WS-ORDENES-STATUS PIC X(2) VALUE "00".
              88 ORDENES-OK VALUE "00".
          77 WS-PAGO-IMPUTADO  PIC X VALUE "N".
              88 PAGO-CON-FACTURA VALUE "S".

      * cheque o rechazo a ubicar: el cliente sale de la factura que
      * pagaba o, si no la hay, del cliente que trae informado
          77 WS-MOV-FACTURA    PIC 9(6) VALUE ZEROS.
          77 WS-MOV-CLIENTE    PIC X(6) VALUE SPACES.
          77 WS-MOV-PROPIO     PIC X VALUE "N".
              88 MOV-DEL-CLIENTE VALUE "S".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
          77 WS-MEN-DESBORDE   PIC X VALUE "N".
              88 MENSUALES-DESBORDADOS VALUE "S".

      * el maestro de facturas queda abierto toda la corrida: las
      * del cliente salen por la clave alterna FA-CLIENTE y el
      * cliente de un pago por la lectura directa de su factura
          77 WS-FACT-ABIERTO  PIC X VALUE "N".
              88 HAY-FACTURAS VALUE "S".

          77 WS-CLIENTE-ACTUAL PIC X(6) VALUE SPACES.
          77 WS-SALDO-INICIAL  PIC S9(9)V99 VALUE ZEROS.
             PERFORM CALCULAR-MES-PREVIO

             PERFORM CARGAR-MENSUALES
             IF MENSUALES-DESBORDADOS
                DISPLAY "ABORTADO: tablas desbordadas, archivar antes"
                   " de emitir resumenes"
                GOBACK
                DISPLAY "No hay clientes_master.dat"
                GOBACK
             END-IF
             PERFORM ABRIR-FACTURAS

             OPEN OUTPUT RESUMEN-FILE

               END-READ
             END-PERFORM
             CLOSE CLIENTE-MASTER
             IF HAY-FACTURAS
                CLOSE FACTURA-FILE
             END-IF

             PERFORM CERRAR-SPOOL
             CLOSE RESUMEN-FILE
           END-PERFORM
           CLOSE MENSUALES-FILE.

       ABRIR-FACTURAS.
           OPEN INPUT FACTURA-FILE
           IF FACTURA-OK
              SET HAY-FACTURAS TO TRUE
           ELSE
              DISPLAY "Aviso: sin facturas_master.dat, los resumenes"
                 " salen sin facturas"
           END-IF.

       EMITIR-RESUMEN-CLIENTE.
           ADD 1 TO WS-CANT-RESUMENES
           PERFORM LISTAR-FACTURAS-MES
           PERFORM LISTAR-NOTAS-MES
           PERFORM LISTAR-PAGOS-MES
           PERFORM LISTAR-CHEQUES-MES
           PERFORM LISTAR-RECHAZOS-MES
           PERFORM LISTAR-DEVOLUCIONES-MES

           MOVE WS-SALDO-CIERRE TO WS-EDIT-SALDO
           MOVE SPACES TO RESUMEN-LINE
              DELIMITED BY SIZE INTO RESUMEN-LINE
           PERFORM ESCRIBIR-LINEA-RES

           MOVE WS-CLIENTE-ACTUAL TO WS-SF-CLIENTE
           PERFORM BUSCAR-SALDO-FAVOR
           IF WS-SF-SALDO > ZEROS
              MOVE WS-SF-SALDO TO WS-EDIT-SALDO
              MOVE SPACES TO RESUMEN-LINE
              STRING "  SALDO A FAVOR: " WS-EDIT-SALDO
                 " (imputado al " WS-SF-FECHA ")"
                 DELIMITED BY SIZE INTO RESUMEN-LINE
              PERFORM ESCRIBIR-LINEA-RES
           END-IF

           PERFORM PERSISTIR-CIERRE.

       BUSCAR-SALDO-INICIAL.
           END-PERFORM.

       LISTAR-FACTURAS-MES.
           IF HAY-FACTURAS
              MOVE WS-CLIENTE-ACTUAL TO FA-CLIENTE
              START FACTURA-FILE KEY = FA-CLIENTE
                INVALID KEY SET FIN-ARCHIVO TO TRUE
              END-START
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTURA-FILE NEXT
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF FA-CLIENTE NOT = WS-CLIENTE-ACTUAL
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       IF FA-FECHA(1:6) = WS-MES-PEDIDO
                          PERFORM RENGLON-FACTURA-MES
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       RENGLON-FACTURA-MES.
           ADD FA-TOTAL TO WS-SALDO-CIERRE
           MOVE FA-TOTAL TO WS-EDIT-IMPORTE
           MOVE SPACES TO RESUMEN-LINE
           STRING "  FC " FA-NUM-FACTURA " del "
              FA-FECHA "  " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO RESUMEN-LINE
           PERFORM ESCRIBIR-LINEA-RES.

       LISTAR-NOTAS-MES.
           OPEN INPUT NOTA-CREDITO-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * el pago se imputa al cliente de la factura referenciada; el
      * pago con cheque no baja el saldo al recibirse sino al
      * depositarse (LISTAR-CHEQUES-MES)
       LISTAR-PAGOS-MES.
           OPEN INPUT PAGOS-FILE
           IF PAGOS-OK
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF PG-FECHA(1:6) = WS-MES-PEDIDO
                        AND NOT PG-CHEQUE
                       PERFORM IMPUTAR-PAGO-RESUMEN
                    END-IF
                END-READ
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * un pago sin factura conocida se imputa al cliente que trae
      * informado (pago a cuenta)
       IMPUTAR-PAGO-RESUMEN.
           MOVE "N" TO WS-PAGO-IMPUTADO
           IF HAY-FACTURAS
              MOVE PG-NUM-FACTURA TO FA-NUM-FACTURA
              READ FACTURA-FILE KEY IS FA-NUM-FACTURA
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  SET PAGO-CON-FACTURA TO TRUE
                  IF FA-CLIENTE = WS-CLIENTE-ACTUAL
                     SUBTRACT PG-IMPORTE FROM WS-SALDO-CIERRE
                     COMPUTE WS-EDIT-IMPORTE = ZEROS - PG-IMPORTE
                     MOVE SPACES TO RESUMEN-LINE
                     STRING "  PAGO fact " PG-NUM-FACTURA " del "
                        PG-FECHA "  " WS-EDIT-IMPORTE
                        DELIMITED BY SIZE INTO RESUMEN-LINE
                     PERFORM ESCRIBIR-LINEA-RES
                  END-IF
              END-READ
           END-IF

           IF NOT PAGO-CON-FACTURA
               AND PG-CLIENTE = WS-CLIENTE-ACTUAL
              SUBTRACT PG-IMPORTE FROM WS-SALDO-CIERRE
              COMPUTE WS-EDIT-IMPORTE = ZEROS - PG-IMPORTE
              MOVE SPACES TO RESUMEN-LINE
              STRING "  PAGO a cuenta del " PG-FECHA "  "
                 WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO RESUMEN-LINE
              PERFORM ESCRIBIR-LINEA-RES
           END-IF.

      * el cheque baja el saldo en el mes en que se deposito, segun
      * la cartera de CHEQUES; el rechazado tambien, porque su
      * rechazo vuelve a subirlo en LISTAR-RECHAZOS-MES
       LISTAR-CHEQUES-MES.
           MOVE "N" TO WS-CHEQUE-FIN
           OPEN INPUT CHEQUE-FILE
           IF CHEQUE-OK
              PERFORM UNTIL FIN-CHEQUE
                READ CHEQUE-FILE
                  AT END SET FIN-CHEQUE TO TRUE
                  NOT AT END
                    IF (CQ-DEPOSITADO OR CQ-RECHAZADO)
                        AND CQ-FECHA-DEP(1:6) = WS-MES-PEDIDO
                       MOVE CQ-FACTURA TO WS-MOV-FACTURA
                       MOVE CQ-CLIENTE TO WS-MOV-CLIENTE
                       PERFORM UBICAR-CLIENTE-MOV
                       IF MOV-DEL-CLIENTE
                          PERFORM RENGLON-CHEQUE-MES
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CHEQUE-FILE
           END-IF
           MOVE "N" TO WS-CHEQUE-FIN.

       RENGLON-CHEQUE-MES.
           SUBTRACT CQ-IMPORTE FROM WS-SALDO-CIERRE
           COMPUTE WS-EDIT-IMPORTE = ZEROS - CQ-IMPORTE
           MOVE SPACES TO RESUMEN-LINE
           STRING "  CHEQUE " CQ-ID " fact " CQ-FACTURA
              " depositado " CQ-FECHA-DEP "  " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO RESUMEN-LINE
           PERFORM ESCRIBIR-LINEA-RES.

      * el rechazo del mes revierte el cheque y carga el gasto
      * bancario al cliente
       LISTAR-RECHAZOS-MES.
           MOVE "N" TO WS-CHQRECH-FIN
           OPEN INPUT CHQRECH-FILE
           IF CHQRECH-OK
              PERFORM UNTIL FIN-CHQRECH
                READ CHQRECH-FILE
                  AT END SET FIN-CHQRECH TO TRUE
                  NOT AT END
                    IF CR-FECHA(1:6) = WS-MES-PEDIDO
                       MOVE CR-FACTURA TO WS-MOV-FACTURA
                       MOVE CR-CLIENTE TO WS-MOV-CLIENTE
                       PERFORM UBICAR-CLIENTE-MOV
                       IF MOV-DEL-CLIENTE
                          PERFORM RENGLON-RECHAZO-MES
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CHQRECH-FILE
           END-IF
           MOVE "N" TO WS-CHQRECH-FIN.

       RENGLON-RECHAZO-MES.
           ADD CR-IMPORTE TO WS-SALDO-CIERRE
           MOVE CR-IMPORTE TO WS-EDIT-IMPORTE
           MOVE SPACES TO RESUMEN-LINE
           STRING "  CHEQUE " CR-CHEQUE-ID " rechazado " CR-FECHA
              "  " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO RESUMEN-LINE
           PERFORM ESCRIBIR-LINEA-RES

           IF CR-GASTO > ZEROS
              ADD CR-GASTO TO WS-SALDO-CIERRE
              MOVE CR-GASTO TO WS-EDIT-IMPORTE
              MOVE SPACES TO RESUMEN-LINE
              STRING "  GASTO rechazo cheque " CR-CHEQUE-ID "  "
                 WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO RESUMEN-LINE
              PERFORM ESCRIBIR-LINEA-RES
           END-IF.

       UBICAR-CLIENTE-MOV.
           MOVE "N" TO WS-MOV-PROPIO
           MOVE "N" TO WS-PAGO-IMPUTADO
           IF HAY-FACTURAS AND WS-MOV-FACTURA > ZEROS
              MOVE WS-MOV-FACTURA TO FA-NUM-FACTURA
              READ FACTURA-FILE KEY IS FA-NUM-FACTURA
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  SET PAGO-CON-FACTURA TO TRUE
                  IF FA-CLIENTE = WS-CLIENTE-ACTUAL
                     SET MOV-DEL-CLIENTE TO TRUE
                  END-IF
              END-READ
           END-IF
           IF NOT PAGO-CON-FACTURA
               AND WS-MOV-CLIENTE = WS-CLIENTE-ACTUAL
              SET MOV-DEL-CLIENTE TO TRUE
           END-IF.

      * la devolucion de un saldo a favor vuelve a subir el saldo
       LISTAR-DEVOLUCIONES-MES.
           OPEN INPUT ORDENES-FILE
           IF ORDENES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ORDENES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF OP-TIPO = "DEV"
                        AND OP-BENEFICIARIO(1:6) = WS-CLIENTE-ACTUAL
                        AND OP-FECHA(1:6) = WS-MES-PEDIDO
                       ADD OP-IMPORTE TO WS-SALDO-CIERRE
                       MOVE OP-IMPORTE TO WS-EDIT-IMPORTE
                       MOVE SPACES TO RESUMEN-LINE
                       STRING "  DEVOLUCION orden " OP-NUMERO " del "
                          OP-FECHA "  " WS-EDIT-IMPORTE
                          DELIMITED BY SIZE INTO RESUMEN-LINE
                       PERFORM ESCRIBIR-LINEA-RES
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ORDENES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       PERSISTIR-CIERRE.
           MOVE ZEROS TO WS-MENSUAL-IDX
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "ESPOOL-CALC.cpy".

       COPY "SALDOFAV-CALC.cpy".
