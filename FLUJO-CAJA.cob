      *    cargadas a la semana 1)
      * Imprime semana por semana: entradas, salidas, neto y saldo
      * acumulado, por pantalla y en flujo_caja.txt.
      *
      * Las reversas del ledger consolidado (LR-TIPO-MOV "R") restan
      * de las comisiones a pagar en lugar de sumar.
      *
      * Las facturas con baja de incobrables propuesta o aprobada en
      * INCOBRABLES (bajas_incobrables.txt) ya no se proyectan como
      * cobranza: su saldo se informa aparte al pie de la proyeccion.
      *
      * Las contribuciones patronales liquidadas por CONTRIBUCIONES
      * salen en la semana 1: se suman las ordenes CSS de
      * ordenes_pago.txt todavia emitidas (E), sin pagar.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUJO-CAJA.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CENTRAL-STATUS.

             SELECT ORDENES-FILE ASSIGN TO "ordenes_pago.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDENES-STATUS.

             SELECT FLUJO-FILE ASSIGN TO "flujo_caja.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FLUJO-STATUS.

             COPY "INCOBRABLE-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

       DATA DIVISION.
           05 LR-CAJERO         PIC X(6).
           05 FILLER            PIC X.
           05 LR-VERSION-TASAS  PIC 9(3).
           05 FILLER            PIC X.
           05 LR-TIPO-MOV       PIC X.
               88 LR-REVERSA    VALUE "R".
               88 LR-CORRECCION VALUE "C".
           05 FILLER            PIC X.
           05 LR-REF-TIMESTAMP  PIC 9(14).

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

        FD FLUJO-FILE.
        01 FLUJO-LINE PIC X(80).

        COPY "INCOBRABLE-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "INCOBRABLE-WS.cpy".

          77 WS-SALDOS-STATUS PIC X(2) VALUE "00".
              88 SALDOS-OK VALUE "00".
              88 PAYROLL-OK VALUE "00".
          77 WS-CENTRAL-STATUS PIC X(2) VALUE "00".
              88 CENTRAL-OK VALUE "00".
          77 WS-ORDENES-STATUS PIC X(2) VALUE "00".
              88 ORDENES-OK VALUE "00".
          77 WS-FLUJO-STATUS PIC X(2) VALUE "00".
              88 FLUJO-OK VALUE "00".

          77 WS-EDAD-DIAS     PIC S9(7) VALUE ZEROS.
          77 WS-SEMANA-COBRO  PIC 9(2) VALUE ZEROS.
          77 WS-NETO-NOMINA   PIC 9(9)V99 VALUE ZEROS.
          77 WS-COMIS-PAGAR   PIC S9(11)V99 VALUE ZEROS.
          77 WS-CARGAS-PAGAR  PIC 9(11)V99 VALUE ZEROS.

      * facturas con baja de incobrables pendiente o aprobada
          01 BAJAS-TABLA.
             02 BAJA-ENT OCCURS 300 TIMES.
                03 IB-FACTURA PIC 9(6).
          77 WS-CANT-BAJAS    PIC 9(3) VALUE ZEROS.
          77 WS-B             PIC 9(3) VALUE ZEROS.
          77 WS-DADA-DE-BAJA  PIC X VALUE "N".
              88 FACTURA-DADA-DE-BAJA VALUE "S".
          77 WS-EXCLUIDO      PIC 9(11)V99 VALUE ZEROS.

          77 WS-NETO-SEM      PIC S9(11)V99 VALUE ZEROS.
          77 WS-SALDO-ACUM    PIC S9(11)V99 VALUE ZEROS.
                MOVE 4 TO WS-CANT-SEMANAS
             END-IF

             PERFORM CARGAR-BAJAS-INCOBRABLES
             PERFORM PROYECTAR-COBRANZAS
             PERFORM PROYECTAR-NOMINA
             PERFORM PROYECTAR-COMISIONES
             PERFORM PROYECTAR-CARGAS-SOCIALES

             OPEN OUTPUT FLUJO-FILE

                PERFORM ESCRIBIR-LINEA-FLUJO
             END-PERFORM

             IF WS-EXCLUIDO > ZEROS
                MOVE WS-EXCLUIDO TO WS-EDIT-ENTRA
                MOVE SPACES TO FLUJO-LINE
                STRING "No proyectado por bajas de incobrables "
                   WS-EDIT-ENTRA DELIMITED BY SIZE INTO FLUJO-LINE
                PERFORM ESCRIBIR-LINEA-FLUJO
             END-IF

             CLOSE FLUJO-FILE
           GOBACK.

                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF SL-SALDO > ZEROS
                       PERFORM BUSCAR-BAJA-INCOBRABLE
                       IF FACTURA-DADA-DE-BAJA
                          ADD SL-SALDO TO WS-EXCLUIDO
                       ELSE
                          PERFORM UBICAR-COBRANZA
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-BAJAS-INCOBRABLES.
           MOVE ZEROS TO WS-CANT-BAJAS
           MOVE "N"   TO WS-INCOBRABLE-FIN
           OPEN INPUT INCOBRABLE-FILE
           IF INCOBRABLE-OK
              PERFORM UNTIL FIN-INCOBRABLE
                READ INCOBRABLE-FILE
                  AT END SET FIN-INCOBRABLE TO TRUE
                  NOT AT END
                    IF (BI-PENDIENTE OR BI-APROBADA)
                        AND WS-CANT-BAJAS < 300
                       ADD 1 TO WS-CANT-BAJAS
                       MOVE BI-FACTURA TO IB-FACTURA(WS-CANT-BAJAS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE INCOBRABLE-FILE
           END-IF
           MOVE "N" TO WS-INCOBRABLE-FIN.

       BUSCAR-BAJA-INCOBRABLE.
           MOVE "N" TO WS-DADA-DE-BAJA
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BAJAS
              IF IB-FACTURA(WS-B) = SL-NUM-FACTURA
                 SET FACTURA-DADA-DE-BAJA TO TRUE
              END-IF
           END-PERFORM.

       UBICAR-COBRANZA.
           MOVE SL-FECHA         TO WS-FC-FECHA
           MOVE WS-FECHA-NEGOCIO TO WS-FC-FECHA-B
                READ CENTRAL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF LR-REVERSA
                       COMPUTE WS-COMIS-PAGAR =
                          WS-COMIS-PAGAR - LR-RES1 - LR-RES2 - LR-RES3
                          - LR-RES4 - LR-RES5
                    ELSE
                       COMPUTE WS-COMIS-PAGAR =
                          WS-COMIS-PAGAR + LR-RES1 + LR-RES2 + LR-RES3
                          + LR-RES4 + LR-RES5
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CENTRAL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * las cargas sociales ordenadas y no pagadas salen en la
      * semana 1, igual que las comisiones
       PROYECTAR-CARGAS-SOCIALES.
           OPEN INPUT ORDENES-FILE
           IF ORDENES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ORDENES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF OP-TIPO = "CSS" AND OP-ESTADO = "E"
                       ADD OP-IMPORTE TO WS-CARGAS-PAGAR
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ORDENES-FILE

              ADD WS-CARGAS-PAGAR TO SE-SALE(1)
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       ESCRIBIR-LINEA-FLUJO.
           DISPLAY FLUJO-LINE
           WRITE FLUJO-LINE.
