      * Facturacion de fletes entregados: el cotizador de envios
      * (clase 8) pone precio a cada pedido en orders.txt y ENTREGAS
      * confirma la entrega, pero el envio nunca se facturaba. Este
      * batch lee la historia de entregas (entregas_historia.txt) y
      * factura cada pedido confirmado como entregado (E) al cliente
      * del pedido (OR-CLIENTE, validado activo contra
      * clientes_master.dat), con la secuencia y el layout de
      * facturas compartidos (FACTURA-*) y su renglon en
      * facturas_detalle.txt (FACTLIN-*): el importe cotizado es el
      * neto y se le suma el IVA general. Asi el flete entra a
      * cuentas por cobrar, al libro IVA ventas y, por
      * asientos_pendientes.txt, al mayor (debe deudores por ventas,
      * haber ingresos por fletes e IVA debito fiscal, origen
      * FLETES).
      *
      * Cada pedido se factura una sola vez: el facturado queda en
      * fletes_facturados.txt (pedido, factura, fecha, cliente e
      * importe) y las corridas siguientes lo saltean, aunque la
      * historia lo repita. Los fallidos (F) no se facturan; si el
      * pedido se entrega en un intento posterior se factura con esa
      * entrega. Un pedido entregado que no esta en orders.txt, sin
      * cliente o con un cliente inexistente o inactivo queda en el
      * log de excepciones compartido y se vuelve a intentar en la
      * corrida siguiente. La corrida se niega si el periodo de la
      * fecha de negocio ya fue posteado o cerrado en CONTABILIZAR.
      *
      * Correrlo una vez al cierre del dia, despues de ENTREGAS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAR-FLETES.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ORDERS-FILE ASSIGN TO "orders.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDERS-STATUS.

             SELECT HISTORIA-FILE ASSIGN TO "entregas_historia.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HISTORIA-STATUS.

             SELECT FACTURADOS-FILE ASSIGN TO "fletes_facturados.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FACTURADOS-STATUS.

             SELECT CLIENTE-MASTER ASSIGN TO "clientes_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CL-ID
                 FILE STATUS IS WS-CLIENTE-STATUS.

             COPY "FACTURA-FC.cpy".
             COPY "FACTLIN-FC.cpy".

             COPY "ASIPEND-FC.cpy".

             COPY "PERIODO-GL-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD ORDERS-FILE.
        01 ORDERS-RECORD.
           05 OR-NUMERO    PIC 9(6).
           05 FILLER       PIC X.
           05 OR-PAG       PIC 9(3)V99.
           05 FILLER       PIC X.
           05 OR-TOTAL     PIC 9(7)V99.
           05 FILLER       PIC X.
           05 OR-ZONA      PIC X(3).
           05 FILLER       PIC X.
           05 OR-CLIENTE   PIC X(6).

        FD HISTORIA-FILE.
        01 HISTORIA-RECORD.
           05 EH-FECHA         PIC 9(8).
           05 FILLER           PIC X.
           05 EH-TRANSPORTISTA PIC X(6).
           05 FILLER           PIC X.
           05 EH-PEDIDO        PIC 9(6).
           05 FILLER           PIC X.
           05 EH-ESTADO        PIC X.
              88 EH-ENTREGADO VALUE "E".
           05 FILLER           PIC X.
           05 EH-MOTIVO        PIC X(15).
           05 FILLER           PIC X.
           05 EH-CARGA         PIC 9(4).
           05 FILLER           PIC X.
           05 EH-PESO          PIC 9(3)V99.

        FD FACTURADOS-FILE.
        01 FACTURADO-RECORD.
           05 FF-PEDIDO   PIC 9(6).
           05 FILLER      PIC X VALUE SPACE.
           05 FF-FACTURA  PIC 9(6).
           05 FILLER      PIC X VALUE SPACE.
           05 FF-FECHA    PIC 9(8).
           05 FILLER      PIC X VALUE SPACE.
           05 FF-CLIENTE  PIC X(6).
           05 FILLER      PIC X VALUE SPACE.
           05 FF-TOTAL    PIC 9(7)V99.

        FD CLIENTE-MASTER.
        01 CLIENTE-MASTER-RECORD.
           COPY "CLIENTE-WS.cpy".

        COPY "FACTURA-FD.cpy".
        COPY "FACTLIN-FD.cpy".

        COPY "ASIPEND-FD.cpy".

        COPY "PERIODO-GL-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "FACTLIN-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "PERIODO-GL-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".

          77 WS-ORDERS-STATUS     PIC X(2) VALUE "00".
              88 ORDERS-OK VALUE "00".
          77 WS-HISTORIA-STATUS   PIC X(2) VALUE "00".
              88 HISTORIA-OK VALUE "00".
          77 WS-FACTURADOS-STATUS PIC X(2) VALUE "00".
              88 FACTURADOS-OK VALUE "00".
          77 WS-CLIENTE-STATUS    PIC X(2) VALUE "00".
              88 CLIENTE-MASTER-OK VALUE "00".
          77 WS-MAESTRO-CLIENTES  PIC X VALUE "N".
              88 MAESTRO-CLIENTES-DISPONIBLE VALUE "S".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * cuentas del asiento de la venta
          77 CTA-DEUDORES     PIC 9(4) VALUE 1130.
          77 CTA-FLETES       PIC 9(4) VALUE 4110.
          77 CTA-IVA-DEBITO   PIC 9(4) VALUE 2410.

          77 WS-ALICUOTA-IVA  PIC 9V999 VALUE .210.
          77 WS-IVA           PIC 9(7)V99 VALUE ZEROS.

      * pedidos cotizados: numero, importe y cliente
          01 PEDIDOS-TABLA.
             02 PEDIDO-ENT OCCURS 1000 TIMES.
                03 PE-NUMERO  PIC 9(6).
                03 PE-TOTAL   PIC 9(7)V99.
                03 PE-CLIENTE PIC X(6).
          77 WS-CANT-PEDIDOS PIC 9(4) VALUE ZEROS.
          77 WS-P            PIC 9(4) VALUE ZEROS.
          77 WS-PEDIDO-IDX   PIC 9(4) VALUE ZEROS.

      * pedidos ya facturados, de corridas anteriores y de esta
          01 FACTURADOS-TABLA.
             02 FACTURADO-ENT OCCURS 2000 TIMES.
                03 FT-PEDIDO PIC 9(6).
          77 WS-CANT-FACTURADOS PIC 9(4) VALUE ZEROS.
          77 WS-F               PIC 9(4) VALUE ZEROS.
          77 WS-YA-FACTURADO    PIC X VALUE "N".
              88 PEDIDO-YA-FACTURADO VALUE "S".
          77 WS-CLIENTE-VALIDO  PIC X VALUE "N".
              88 CLIENTE-VALIDO VALUE "S".
          77 WS-DESBORDE        PIC X VALUE "N".
              88 TABLA-DESBORDADA VALUE "S".

          77 WS-CANT-FACTURAS   PIC 9(4) VALUE ZEROS.
          77 WS-CANT-REPETIDOS  PIC 9(4) VALUE ZEROS.
          77 WS-CANT-FALLIDOS   PIC 9(4) VALUE ZEROS.
          77 WS-CANT-RECHAZOS   PIC 9(4) VALUE ZEROS.
          77 WS-TOTAL-FACTURADO PIC 9(9)V99 VALUE ZEROS.
          77 WS-EDIT-IMPORTE    PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             MOVE WS-FECHA-NEGOCIO(1:6) TO WS-PERIODO-GL
             PERFORM VERIFICAR-PERIODO-GL
             IF NOT PERIODO-GL-ABIERTO
                DISPLAY "El periodo " WS-PERIODO-GL " ya esta "
                   WS-PERIODO-GL-ESTADO " (P = posteado, C ="
                   " cerrado) en CONTABILIZAR: no se factura"
                GOBACK
             END-IF

             PERFORM CARGAR-PEDIDOS
             PERFORM CARGAR-FACTURADOS
             IF TABLA-DESBORDADA
                DISPLAY "ABORTADO: mas de 1000 pedidos en orders.txt"
                   " o 2000 en fletes_facturados.txt, archivar los"
                   " viejos"
                GOBACK
             END-IF

             OPEN INPUT CLIENTE-MASTER
             IF CLIENTE-MASTER-OK
                SET MAESTRO-CLIENTES-DISPONIBLE TO TRUE
             ELSE
                DISPLAY "Aviso: sin clientes_master.dat, no se puede"
                   " validar ningun cliente"
             END-IF

             OPEN INPUT HISTORIA-FILE
             IF NOT HISTORIA-OK
                DISPLAY "No se encontro entregas_historia.txt"
             ELSE
                PERFORM UNTIL FIN-ARCHIVO OR TABLA-DESBORDADA
                  READ HISTORIA-FILE
                    AT END SET FIN-ARCHIVO TO TRUE
                    NOT AT END
                      IF EH-ENTREGADO
                         PERFORM FACTURAR-ENTREGA
                      ELSE
                         ADD 1 TO WS-CANT-FALLIDOS
                      END-IF
                  END-READ
                END-PERFORM
                CLOSE HISTORIA-FILE

                MOVE WS-TOTAL-FACTURADO TO WS-EDIT-IMPORTE
                DISPLAY " "
                DISPLAY "--- Facturacion de fletes al "
                   WS-FECHA-NEGOCIO " ---"
                DISPLAY "Facturas emitidas:          " WS-CANT-FACTURAS
                DISPLAY "Total facturado:        " WS-EDIT-IMPORTE
                DISPLAY "Ya facturados (salteados):  " WS-CANT-REPETIDOS
                DISPLAY "Fallidos (no se facturan):  " WS-CANT-FALLIDOS
                DISPLAY "Rechazados (excepcion):     " WS-CANT-RECHAZOS
             END-IF

             IF MAESTRO-CLIENTES-DISPONIBLE
                CLOSE CLIENTE-MASTER
             END-IF
           GOBACK.

       CARGAR-PEDIDOS.
           MOVE ZEROS TO WS-CANT-PEDIDOS
           MOVE "N"   TO WS-FIN-ARCHIVO
           OPEN INPUT ORDERS-FILE
           IF ORDERS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ORDERS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-PEDIDOS >= 1000
                       SET TABLA-DESBORDADA TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-PEDIDOS
                       MOVE OR-NUMERO  TO PE-NUMERO(WS-CANT-PEDIDOS)
                       MOVE OR-TOTAL   TO PE-TOTAL(WS-CANT-PEDIDOS)
                       MOVE OR-CLIENTE TO PE-CLIENTE(WS-CANT-PEDIDOS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ORDERS-FILE
           ELSE
              DISPLAY "Aviso: sin orders.txt, ninguna entrega se puede"
                 " facturar"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-FACTURADOS.
           MOVE ZEROS TO WS-CANT-FACTURADOS
           MOVE "N"   TO WS-FIN-ARCHIVO
           OPEN INPUT FACTURADOS-FILE
           IF FACTURADOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTURADOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END PERFORM AGREGAR-FACTURADO
                END-READ
              END-PERFORM
              CLOSE FACTURADOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       AGREGAR-FACTURADO.
           IF WS-CANT-FACTURADOS >= 2000
              SET TABLA-DESBORDADA TO TRUE
           ELSE
              ADD 1 TO WS-CANT-FACTURADOS
              MOVE FF-PEDIDO TO FT-PEDIDO(WS-CANT-FACTURADOS)
           END-IF.

       FACTURAR-ENTREGA.
           MOVE "N" TO WS-YA-FACTURADO
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FACTURADOS
              IF FT-PEDIDO(WS-F) = EH-PEDIDO
                 SET PEDIDO-YA-FACTURADO TO TRUE
              END-IF
           END-PERFORM
           IF PEDIDO-YA-FACTURADO
              ADD 1 TO WS-CANT-REPETIDOS
           ELSE
              PERFORM VALIDAR-PEDIDO
           END-IF.

      * el pedido tiene que estar cotizado y su cliente activo; si
      * no, la entrega queda en el log y sin facturar
       VALIDAR-PEDIDO.
           MOVE ZEROS TO WS-PEDIDO-IDX
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PEDIDOS
              IF PE-NUMERO(WS-P) = EH-PEDIDO
                 MOVE WS-P TO WS-PEDIDO-IDX
              END-IF
           END-PERFORM

           MOVE "FACTURAR-FLETES" TO WS-EXC-PROGRAMA
           EVALUATE TRUE
              WHEN WS-PEDIDO-IDX = ZEROS
                 ADD 1 TO WS-CANT-RECHAZOS
                 DISPLAY "Pedido " EH-PEDIDO " entregado sin"
                    " cotizacion en orders.txt"
                 MOVE "EH-PEDIDO" TO WS-EXC-CAMPO
                 MOVE EH-PEDIDO   TO WS-EXC-VALOR
                 PERFORM REGISTRAR-EXCEPCION
              WHEN PE-CLIENTE(WS-PEDIDO-IDX) = SPACES
                 ADD 1 TO WS-CANT-RECHAZOS
                 DISPLAY "Pedido " EH-PEDIDO " sin cliente"
                 MOVE "OR-CLIENTE" TO WS-EXC-CAMPO
                 MOVE EH-PEDIDO    TO WS-EXC-VALOR
                 PERFORM REGISTRAR-EXCEPCION
              WHEN OTHER
                 PERFORM VALIDAR-CLIENTE-PEDIDO
           END-EVALUATE.

       VALIDAR-CLIENTE-PEDIDO.
           MOVE "N" TO WS-CLIENTE-VALIDO
           IF MAESTRO-CLIENTES-DISPONIBLE
              MOVE PE-CLIENTE(WS-PEDIDO-IDX) TO CL-ID
              READ CLIENTE-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  IF CL-ACTIVO
                     SET CLIENTE-VALIDO TO TRUE
                  END-IF
              END-READ
           END-IF

           IF CLIENTE-VALIDO
              PERFORM EMITIR-FACTURA-FLETE
           ELSE
              ADD 1 TO WS-CANT-RECHAZOS
              DISPLAY "Pedido " EH-PEDIDO " con cliente "
                 PE-CLIENTE(WS-PEDIDO-IDX) " inexistente o inactivo"
              MOVE "OR-CLIENTE" TO WS-EXC-CAMPO
              MOVE PE-CLIENTE(WS-PEDIDO-IDX) TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
           END-IF.

       EMITIR-FACTURA-FLETE.
           COMPUTE WS-IVA ROUNDED =
              PE-TOTAL(WS-PEDIDO-IDX) * WS-ALICUOTA-IVA

           PERFORM ASIGNAR-NUM-FACTURA

           MOVE SPACES TO WS-DL-DESCRIPCION
           STRING "FLETE PEDIDO " EH-PEDIDO " CARGA " EH-CARGA
              DELIMITED BY SIZE INTO WS-DL-DESCRIPCION
           MOVE "GENERAL" TO WS-DL-CATEGORIA
           COMPUTE WS-DL-ALICUOTA = WS-ALICUOTA-IVA * 100
           MOVE PE-TOTAL(WS-PEDIDO-IDX) TO WS-DL-BASE
           MOVE WS-IVA                  TO WS-DL-IVA
           PERFORM AGREGAR-RENGLON

           MOVE SPACES TO FACTURA-RECORD
           MOVE PE-CLIENTE(WS-PEDIDO-IDX) TO FA-CLIENTE
           MOVE PE-TOTAL(WS-PEDIDO-IDX)   TO FA-SUBTOTAL
           MOVE WS-IVA                    TO FA-IVA
           COMPUTE FA-TOTAL = PE-TOTAL(WS-PEDIDO-IDX) + WS-IVA
           PERFORM GRABAR-FACTURA
           MOVE "FC"   TO WS-DL-DOCUMENTO
           MOVE WS-IVA TO WS-DL-IVA-DOC
           PERFORM GRABAR-RENGLONES

           PERFORM GRABAR-FACTURADO
           PERFORM ASENTAR-VENTA

           ADD 1 TO WS-CANT-FACTURAS
           ADD FA-TOTAL TO WS-TOTAL-FACTURADO
           MOVE FA-TOTAL TO WS-EDIT-IMPORTE
           DISPLAY "Factura " WS-NUM-FACTURA " a " FA-CLIENTE
              " por el flete del pedido " EH-PEDIDO ": "
              WS-EDIT-IMPORTE
           DISPLAY "  CAE pendiente: sin validez fiscal hasta su"
              " autorizacion (AUTORIZAR-CAE)".

       GRABAR-FACTURADO.
           MOVE SPACES         TO FACTURADO-RECORD
           MOVE EH-PEDIDO      TO FF-PEDIDO
           MOVE WS-NUM-FACTURA TO FF-FACTURA
           MOVE WS-FECHA-NEGOCIO TO FF-FECHA
           MOVE FA-CLIENTE     TO FF-CLIENTE
           MOVE FA-TOTAL       TO FF-TOTAL

           OPEN INPUT FACTURADOS-FILE
           IF NOT FACTURADOS-OK
              OPEN OUTPUT FACTURADOS-FILE
           END-IF
           CLOSE FACTURADOS-FILE

           OPEN EXTEND FACTURADOS-FILE
           WRITE FACTURADO-RECORD
           CLOSE FACTURADOS-FILE

           PERFORM AGREGAR-FACTURADO.

      * debe deudores por el total, haber ingresos por fletes por el
      * neto e IVA debito fiscal por el impuesto
       ASENTAR-VENTA.
           MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
           MOVE "FLETES"         TO WS-AG-ORIGEN

           MOVE CTA-DEUDORES     TO WS-AG-CUENTA
           MOVE FA-TOTAL         TO WS-AG-DEBE
           MOVE ZEROS            TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           MOVE CTA-FLETES       TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE FA-SUBTOTAL      TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           MOVE CTA-IVA-DEBITO   TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE FA-IVA           TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND.

       COPY "FACTURA-CALC.cpy".
       COPY "FACTLIN-CALC.cpy".

       COPY "ASIPEND-CALC.cpy".

       COPY "PERIODO-GL-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "FECHA-NEGOCIO-CALC.cpy".
