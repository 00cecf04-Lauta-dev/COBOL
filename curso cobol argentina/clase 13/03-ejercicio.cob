      * la misma secuencia y con el mismo layout; la factura lleva
      * ademas la fecha de emision (FA-FECHA).
      *
      * La factura impresa aclara que todavia no tiene el CAE de la
      * autoridad fiscal: no es valida como comprobante hasta que la
      * autoriza el lote de AUTORIZAR-CAE, que la reimprime con el
      * CAE (modo 3).
      *
      * Cada linea pide ademas su descripcion, y los renglones de la
      * factura (descripcion, categoria, base e IVA) quedan en
      * facturas_detalle.txt con el numero de la factura (copybooks
      * FACTLIN-*), recien cuando la factura se graba: una factura
      * bloqueada por limite de credito no deja renglones.
      *
      * El ID de cliente ya no es texto libre: se valida contra el
      * maestro de clientes (clientes_master.dat, mantenido por
      * CLIENTES) antes de cortar la factura, y un ID desconocido se
      * del cliente (CL-POLITICA-CRED) el exceso bloquea la factura o
      * la deja pasar avisando, y en los dos casos el evento queda en
      * el log de excepciones compartido.
      *
      * La factura grabada deja su asiento en asientos_pendientes.txt
      * (debe deudores por ventas por el total, haber ventas varias
      * por el neto e IVA debito fiscal por el impuesto, origen
      * VENTAS VAR), para que el IVA que liquida LIBRO-IVA y el
      * saldo que da de baja INCOBRABLES esten en el mayor.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCU-LAR-IVA.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             COPY "FACTURA-FC.cpy".
             COPY "ASIPEND-FC.cpy".
             COPY "FACTLIN-FC.cpy".

             SELECT CLIENTE-MASTER ASSIGN TO "clientes_master.dat"
                 ORGANIZATION IS INDEXED
           05 SL-SALDO       PIC S9(7)V99.

        COPY "FACTURA-FD.cpy".
        COPY "ASIPEND-FD.cpy".
        COPY "FACTLIN-FD.cpy".

        FD CLIENTE-MASTER.
        01 CLIENTE-MASTER-RECORD.

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "FACTLIN-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          77 WS-CLIENTE-ID   PIC X(6) VALUE SPACES.
          77 WS-CLIENTE-STATUS PIC X(2) VALUE "00".
          77 WS-FACT-BLOQ     PIC X VALUE "N".
              88 FACTURA-BLOQUEADA VALUE "S".

      * cuentas del asiento de la venta
          77 CTA-DEUDORES     PIC 9(4) VALUE 1130.
          77 CTA-VENTAS-VARIAS PIC 9(4) VALUE 4160.
          77 CTA-IVA-DEBITO   PIC 9(4) VALUE 2410.

      * tabla de categorias y su alicuota de IVA
          01 TABLA-IVA.
             02 FILLER PIC X(10) VALUE "GENERAL".
                MOVE WS-ACUM-IVA-TOTAL   TO FA-IVA
                MOVE WS-PRECIO-FINAL-N   TO FA-TOTAL
                PERFORM GRABAR-FACTURA
                MOVE "FC"               TO WS-DL-DOCUMENTO
                MOVE WS-ACUM-IVA-TOTAL  TO WS-DL-IVA-DOC
                PERFORM GRABAR-RENGLONES
                PERFORM ASENTAR-VENTA

                DISPLAY " "
                DISPLAY "Factura Nro:   " WS-NUM-FACTURA
                DISPLAY "Subtotal:      " WS-ACUM-SUBT-TOTAL
                DISPLAY "IVA total:     " WS-ACUM-IVA-TOTAL
                DISPLAY "PRECIO FINAL:  " WS-PRECIO-FINAL
                DISPLAY "CAE:           PENDIENTE - sin validez fiscal"
                   " hasta su autorizacion (AUTORIZAR-CAE)"
             END-IF
           GOBACK.

              CLOSE CLIENTE-MASTER
           END-IF.

      * debe deudores por el total, haber ventas varias por el neto
      * e IVA debito fiscal por el impuesto
       ASENTAR-VENTA.
           MOVE FA-FECHA         TO WS-AG-FECHA
           MOVE "VENTAS VAR"     TO WS-AG-ORIGEN

           MOVE CTA-DEUDORES     TO WS-AG-CUENTA
           MOVE FA-TOTAL         TO WS-AG-DEBE
           MOVE ZEROS            TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           MOVE CTA-VENTAS-VARIAS TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE FA-SUBTOTAL      TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           IF FA-IVA > ZEROS
              MOVE CTA-IVA-DEBITO TO WS-AG-CUENTA
              MOVE ZEROS          TO WS-AG-DEBE
              MOVE FA-IVA         TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF.

       COPY "FACTURA-CALC.cpy".
       COPY "ASIPEND-CALC.cpy".
       COPY "FACTLIN-CALC.cpy".

       PROCESAR-LINEA.
           DISPLAY " "
           DISPLAY "Linea " WS-LINEA
           DISPLAY "Descripcion"
           ACCEPT WS-DL-DESCRIPCION
           DISPLAY "Monto del producto"
           ACCEPT WS-MONTO

           MOVE WS-IVA-LINEA TO WS-ACUM-IVA-VALOR
           PERFORM ACUMULAR-IVA-PARRAFO

           MOVE IVA-NOMBRE(WS-CAT-IDX) TO WS-DL-CATEGORIA
           COMPUTE WS-DL-ALICUOTA = IVA-ALICUOTA(WS-CAT-IDX) * 100
           MOVE WS-MONTO     TO WS-DL-BASE
           MOVE WS-IVA-LINEA TO WS-DL-IVA
           PERFORM AGREGAR-RENGLON

           DISPLAY "  Categoria: " IVA-NOMBRE(WS-CAT-IDX)
           DISPLAY "  Monto: " WS-MONTO
              " IVA: " WS-IVA-LINEA
