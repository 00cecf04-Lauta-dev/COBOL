      * Venta de mostrador de fruta: el lado de la fruta conocia el
      * ingreso (tarea-24), las donaciones, los conteos y la baja de
      * lotes, pero la venta a las verdulerias se anotaba en un
      * talonario, se descontaba de inventario_saldo.txt con una
      * correccion a mano y nunca se facturaba. Este programa:
      *  - modo 1: venta a un cliente del maestro (CL-ID activo de
      *    clientes_master.dat) desde un deposito (1 o 2): por cada
      *    renglon el codigo de productos_master.txt y la cantidad,
      *    con el precio de la lista vigente a la fecha de negocio.
      *    La cantidad tiene que estar en el saldo del deposito. El
      *    saldo abierto del cliente (cuentas_saldos.txt) mas la
      *    venta se controla contra su limite de credito como en la
      *    facturacion (cero = sin limite; politica B bloquea, A
      *    avisa; el evento queda en el log de excepciones). La
      *    venta corta la factura y sus renglones con los copybooks
      *    FACTURA-* y FACTLIN-* (la fruta lleva IVA reducido),
      *    descuenta los lotes por FEFO con los parrafos de LOTES
      *    (LOTE-*), achica el saldo del deposito
      *    (inventario_depositos.txt) y el consolidado
      *    (inventario_saldo.txt), deja cada renglon en
      *    ventas_fruta.txt, el costo de lo vendido (cantidad por
      *    PD-COSTO) como movimiento VTA en movimientos_costo.txt
      *    para CONTABILIZAR, y la venta en asientos_pendientes.txt
      *    (debe deudores por ventas, haber ventas de fruta e IVA
      *    debito fiscal, origen VENTAS)
      *  - modo 2: alta de un precio en la lista de precios
      *    (lista_precios.txt: codigo, vigente desde, precio neto
      *    por unidad); rige el de vigencia mas reciente que no sea
      *    posterior a la fecha de negocio
      *  - modo 3: lista de precios vigente a la fecha de negocio
      * La venta se niega si el periodo de la fecha de negocio ya fue
      * posteado o cerrado en CONTABILIZAR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTAS-FRUTA.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PRODUCTOS-FILE ASSIGN TO "productos_master.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRODUCTOS-STATUS.

             SELECT PRECIOS-FILE ASSIGN TO "lista_precios.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRECIOS-STATUS.

             SELECT DEPOSITOS-FILE ASSIGN TO
                 "inventario_depositos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DEPOSITOS-STATUS.

             SELECT INVENTARIO-FILE ASSIGN TO "inventario_saldo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INVENTARIO-STATUS.

             SELECT VENTAS-FILE ASSIGN TO "ventas_fruta.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VENTAS-STATUS.

             SELECT MOVS-COSTO-FILE ASSIGN TO
                 "movimientos_costo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MOVS-COSTO-STATUS.

             SELECT SALDOS-FILE ASSIGN TO "cuentas_saldos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SALDOS-STATUS.

             SELECT CLIENTE-MASTER ASSIGN TO "clientes_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CL-ID
                 FILE STATUS IS WS-CLIENTE-STATUS.

             COPY "FACTURA-FC.cpy".
             COPY "FACTLIN-FC.cpy".

             COPY "LOTE-FC.cpy".

             COPY "ASIPEND-FC.cpy".

             COPY "PERIODO-GL-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD PRODUCTOS-FILE.
        01 PRODUCTO-RECORD.
           05 PD-CODIGO      PIC X(6).
           05 FILLER         PIC X.
           05 PD-DESCRIPCION PIC X(25).
           05 FILLER         PIC X.
           05 PD-REORDEN     PIC 9(3).
           05 FILLER         PIC X.
           05 PD-PROVEEDOR   PIC X(15).
           05 FILLER         PIC X.
           05 PD-COSTO       PIC 9(5)V99.
           05 FILLER         PIC X.
           05 PD-CANT-PEDIDO PIC 9(3).

        FD PRECIOS-FILE.
        01 PRECIO-RECORD.
           05 LP-CODIGO   PIC X(6).
           05 FILLER      PIC X.
           05 LP-VIGENCIA PIC 9(8).
           05 FILLER      PIC X.
           05 LP-PRECIO   PIC 9(5)V99.

        FD DEPOSITOS-FILE.
        01 DEPOSITO-RECORD.
           05 DP-DEPOSITO PIC 9(1).
           05 FILLER      PIC X.
           05 DP-CODIGO   PIC X(6).
           05 FILLER      PIC X.
           05 DP-CANTIDAD PIC 9(3).

        FD INVENTARIO-FILE.
        01 INVENTARIO-RECORD.
           05 IV-CODIGO    PIC X(6).
           05 FILLER       PIC X.
           05 IV-CANTIDAD  PIC 9(3).

        FD VENTAS-FILE.
        01 VENTA-RECORD.
           05 VF-FECHA    PIC 9(8).
           05 FILLER      PIC X.
           05 VF-FACTURA  PIC 9(6).
           05 FILLER      PIC X.
           05 VF-CLIENTE  PIC X(6).
           05 FILLER      PIC X.
           05 VF-DEPOSITO PIC 9(1).
           05 FILLER      PIC X.
           05 VF-CODIGO   PIC X(6).
           05 FILLER      PIC X.
           05 VF-CANTIDAD PIC 9(3).
           05 FILLER      PIC X.
           05 VF-PRECIO   PIC 9(5)V99.
           05 FILLER      PIC X.
           05 VF-COSTO    PIC 9(5)V99.

        FD MOVS-COSTO-FILE.
        01 MOV-COSTO-RECORD.
           05 MO-FECHA   PIC 9(8).
           05 FILLER     PIC X.
           05 MO-TIPO    PIC X(3).
           05 FILLER     PIC X.
           05 MO-IMPORTE PIC S9(9)V99.
           05 FILLER     PIC X.
           05 MO-DEPOSITO PIC 9(1).

        FD SALDOS-FILE.
        01 SALDOS-RECORD.
           05 SL-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X.
           05 SL-CLIENTE     PIC X(6).
           05 FILLER         PIC X.
           05 SL-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 SL-TOTAL       PIC 9(7)V99.
           05 FILLER         PIC X.
           05 SL-PAGADO      PIC 9(7)V99.
           05 FILLER         PIC X.
           05 SL-SALDO       PIC S9(7)V99.

        FD CLIENTE-MASTER.
        01 CLIENTE-MASTER-RECORD.
           COPY "CLIENTE-WS.cpy".

        COPY "FACTURA-FD.cpy".
        COPY "FACTLIN-FD.cpy".

        COPY "LOTE-FD.cpy".

        COPY "ASIPEND-FD.cpy".

        COPY "PERIODO-GL-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "FACTLIN-WS.cpy".
          COPY "LOTE-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "PERIODO-GL-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".

          77 WS-PRODUCTOS-STATUS PIC X(2) VALUE "00".
              88 PRODUCTOS-OK VALUE "00".
          77 WS-PRECIOS-STATUS PIC X(2) VALUE "00".
              88 PRECIOS-OK VALUE "00".
          77 WS-DEPOSITOS-STATUS PIC X(2) VALUE "00".
              88 DEPOSITOS-OK VALUE "00".
          77 WS-INVENTARIO-STATUS PIC X(2) VALUE "00".
              88 INVENTARIO-OK VALUE "00".
          77 WS-VENTAS-STATUS PIC X(2) VALUE "00".
              88 VENTAS-OK VALUE "00".
          77 WS-MOVS-COSTO-STATUS PIC X(2) VALUE "00".
              88 MOVS-COSTO-OK VALUE "00".
          77 WS-SALDOS-STATUS PIC X(2) VALUE "00".
              88 SALDOS-OK VALUE "00".
          77 WS-CLIENTE-STATUS PIC X(2) VALUE "00".
              88 CLIENTE-MASTER-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * cuentas del asiento de la venta
          77 CTA-DEUDORES     PIC 9(4) VALUE 1130.
          77 CTA-VENTAS-FRUTA PIC 9(4) VALUE 4120.
          77 CTA-IVA-DEBITO   PIC 9(4) VALUE 2410.

      * la fruta fresca va con la alicuota reducida
          77 WS-CATEGORIA-IVA PIC X(8) VALUE "REDUCIDO".
          77 WS-ALICUOTA-IVA  PIC 9V999 VALUE .105.

      * maestro de productos con su costo
          01 PRODUCTOS-TABLA.
             02 PRODUCTO-ENT OCCURS 200 TIMES.
                03 PR-CODIGO      PIC X(6).
                03 PR-DESCRIPCION PIC X(25).
                03 PR-COSTO       PIC 9(5)V99.
          77 WS-CANT-PRODUCTOS PIC 9(3) VALUE ZEROS.
          77 WS-PR             PIC 9(3) VALUE ZEROS.
          77 WS-PRODUCTO-IDX   PIC 9(3) VALUE ZEROS.

      * lista de precios con todas sus vigencias
          01 PRECIOS-TABLA.
             02 PRECIO-ENT OCCURS 500 TIMES.
                03 LS-CODIGO   PIC X(6).
                03 LS-VIGENCIA PIC 9(8).
                03 LS-PRECIO   PIC 9(5)V99.
          77 WS-CANT-PRECIOS PIC 9(3) VALUE ZEROS.
          77 WS-LS           PIC 9(3) VALUE ZEROS.
          77 WS-PRECIO-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-MEJOR-VIGENCIA PIC 9(8) VALUE ZEROS.

      * saldos por deposito cargados para reescribir
          01 SALDOS-TABLA.
             02 SALDO-ENT OCCURS 300 TIMES.
                03 SD-DEPOSITO PIC 9(1).
                03 SD-CODIGO   PIC X(6).
                03 SD-CANTIDAD PIC 9(3).
          77 WS-CANT-SALDOS PIC 9(3) VALUE ZEROS.
          77 WS-SD          PIC 9(3) VALUE ZEROS.
          77 WS-SALDO-IDX   PIC 9(3) VALUE ZEROS.

      * saldo consolidado cargado para reescribir
          01 CONSOLIDADO-TABLA.
             02 CONSOLIDADO-ENT OCCURS 100 TIMES.
                03 SV-CODIGO   PIC X(6).
                03 SV-CANTIDAD PIC 9(3).
          77 WS-CANT-CONSOL PIC 9(3) VALUE ZEROS.
          77 WS-SV          PIC 9(3) VALUE ZEROS.
          77 WS-CONSOL-IDX  PIC 9(3) VALUE ZEROS.

      * renglones de la venta en curso
          01 RENGLONES-TABLA.
             02 RENGLON-ENT OCCURS 20 TIMES.
                03 VR-CODIGO   PIC X(6).
                03 VR-CANTIDAD PIC 9(3).
                03 VR-PRECIO   PIC 9(5)V99.
                03 VR-COSTO    PIC 9(5)V99.
                03 VR-IMPORTE  PIC 9(7)V99.
                03 VR-IVA      PIC 9(7)V99.
          77 WS-CANT-RENGLONES PIC 9(2) VALUE ZEROS.
          77 WS-R              PIC 9(2) VALUE ZEROS.
          77 WS-FIN-RENGLONES  PIC X VALUE "N".
              88 FIN-RENGLONES VALUE "S".

          77 WS-CLIENTE-ID    PIC X(6) VALUE SPACES.
          77 WS-DEPOSITO      PIC 9(1) VALUE ZEROS.
          77 WS-CODIGO        PIC X(6) VALUE SPACES.
          77 WS-CANTIDAD      PIC 9(3) VALUE ZEROS.
          77 WS-VIGENCIA      PIC 9(8) VALUE ZEROS.
          77 WS-PRECIO        PIC 9(5)V99 VALUE ZEROS.
          77 WS-YA-VENDIDO    PIC 9(4) VALUE ZEROS.
          77 WS-DISPONIBLE    PIC 9(4) VALUE ZEROS.

          77 WS-SUBTOTAL      PIC 9(7)V99 VALUE ZEROS.
          77 WS-IVA           PIC 9(7)V99 VALUE ZEROS.
          77 WS-TOTAL         PIC 9(7)V99 VALUE ZEROS.
          77 WS-COSTO-VENTA   PIC 9(9)V99 VALUE ZEROS.

          77 WS-LIMITE-CRED   PIC 9(7)V99 VALUE ZEROS.
          77 WS-POLITICA-CRED PIC X VALUE SPACE.
          77 WS-SALDO-ABIERTO PIC 9(9)V99 VALUE ZEROS.
          77 WS-EXPOSICION    PIC 9(9)V99 VALUE ZEROS.
          77 WS-FACT-BLOQ     PIC X VALUE "N".
              88 FACTURA-BLOQUEADA VALUE "S".

          77 WS-EDIT-IMPORTE  PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.
          77 WS-EDIT-PRECIO   PIC ZZ,ZZ9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Venta de mostrador"
             DISPLAY "2 - Alta de precio en la lista"
             DISPLAY "3 - Lista de precios vigente"
             ACCEPT WS-MODO

             PERFORM CARGAR-PRODUCTOS
             PERFORM CARGAR-PRECIOS

             EVALUATE WS-MODO
                WHEN 2 PERFORM ALTA-PRECIO
                WHEN 3 PERFORM LISTAR-PRECIOS
                WHEN OTHER PERFORM VENDER
             END-EVALUATE
           GOBACK.

       CARGAR-PRODUCTOS.
           MOVE ZEROS TO WS-CANT-PRODUCTOS
           OPEN INPUT PRODUCTOS-FILE
           IF PRODUCTOS-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-PRODUCTOS >= 200
                READ PRODUCTOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF PD-CODIGO NOT = SPACES
                       ADD 1 TO WS-CANT-PRODUCTOS
                       MOVE PD-CODIGO
                          TO PR-CODIGO(WS-CANT-PRODUCTOS)
                       MOVE PD-DESCRIPCION
                          TO PR-DESCRIPCION(WS-CANT-PRODUCTOS)
                       MOVE ZEROS TO PR-COSTO(WS-CANT-PRODUCTOS)
                       IF PD-COSTO IS NUMERIC
                          MOVE PD-COSTO
                             TO PR-COSTO(WS-CANT-PRODUCTOS)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PRODUCTOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       BUSCAR-PRODUCTO.
           MOVE ZEROS TO WS-PRODUCTO-IDX
           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR > WS-CANT-PRODUCTOS
              IF WS-PRODUCTO-IDX = ZEROS
                  AND PR-CODIGO(WS-PR) = WS-CODIGO
                 MOVE WS-PR TO WS-PRODUCTO-IDX
              END-IF
           END-PERFORM.

       CARGAR-PRECIOS.
           MOVE ZEROS TO WS-CANT-PRECIOS
           OPEN INPUT PRECIOS-FILE
           IF PRECIOS-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-PRECIOS >= 500
                READ PRECIOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-PRECIOS
                    MOVE LP-CODIGO   TO LS-CODIGO(WS-CANT-PRECIOS)
                    MOVE LP-VIGENCIA TO LS-VIGENCIA(WS-CANT-PRECIOS)
                    MOVE LP-PRECIO   TO LS-PRECIO(WS-CANT-PRECIOS)
                END-READ
              END-PERFORM
              CLOSE PRECIOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * precio de WS-CODIGO vigente a la fecha de negocio: el de
      * vigencia mas reciente que no la pase (cero si no hay)
       BUSCAR-PRECIO-VIGENTE.
           MOVE ZEROS TO WS-PRECIO-IDX WS-MEJOR-VIGENCIA WS-PRECIO
           PERFORM VARYING WS-LS FROM 1 BY 1
                   UNTIL WS-LS > WS-CANT-PRECIOS
              IF LS-CODIGO(WS-LS) = WS-CODIGO
                  AND LS-VIGENCIA(WS-LS) <= WS-FECHA-NEGOCIO
                  AND LS-VIGENCIA(WS-LS) >= WS-MEJOR-VIGENCIA
                 MOVE WS-LS TO WS-PRECIO-IDX
                 MOVE LS-VIGENCIA(WS-LS) TO WS-MEJOR-VIGENCIA
              END-IF
           END-PERFORM
           IF WS-PRECIO-IDX NOT = ZEROS
              MOVE LS-PRECIO(WS-PRECIO-IDX) TO WS-PRECIO
           END-IF.

       ALTA-PRECIO.
           DISPLAY "Codigo de producto"
           ACCEPT WS-CODIGO
           PERFORM BUSCAR-PRODUCTO
           IF WS-PRODUCTO-IDX = ZEROS
              DISPLAY "Codigo " WS-CODIGO " no esta en"
                 " productos_master.txt"
              GOBACK
           END-IF
           DISPLAY "Vigente desde (AAAAMMDD, 0 = fecha de negocio)"
           ACCEPT WS-VIGENCIA
           IF WS-VIGENCIA = ZEROS
              MOVE WS-FECHA-NEGOCIO TO WS-VIGENCIA
           END-IF
           DISPLAY "Precio neto por unidad"
           ACCEPT WS-PRECIO
           IF WS-PRECIO = ZEROS
              DISPLAY "Precio cero, no se agrega"
              GOBACK
           END-IF

           MOVE SPACES TO PRECIO-RECORD
           MOVE WS-CODIGO   TO LP-CODIGO
           MOVE WS-VIGENCIA TO LP-VIGENCIA
           MOVE WS-PRECIO   TO LP-PRECIO

           OPEN INPUT PRECIOS-FILE
           IF NOT PRECIOS-OK
              OPEN OUTPUT PRECIOS-FILE
           END-IF
           CLOSE PRECIOS-FILE

           OPEN EXTEND PRECIOS-FILE
           WRITE PRECIO-RECORD
           CLOSE PRECIOS-FILE

           MOVE WS-PRECIO TO WS-EDIT-PRECIO
           DISPLAY "Precio de " WS-CODIGO " "
              PR-DESCRIPCION(WS-PRODUCTO-IDX) ": " WS-EDIT-PRECIO
              " desde " WS-VIGENCIA.

       LISTAR-PRECIOS.
           DISPLAY "--- Lista de precios al " WS-FECHA-NEGOCIO " ---"
           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR > WS-CANT-PRODUCTOS
              MOVE PR-CODIGO(WS-PR) TO WS-CODIGO
              PERFORM BUSCAR-PRECIO-VIGENTE
              IF WS-PRECIO-IDX = ZEROS
                 DISPLAY "  " WS-CODIGO " " PR-DESCRIPCION(WS-PR)
                    "  sin precio"
              ELSE
                 MOVE WS-PRECIO TO WS-EDIT-PRECIO
                 DISPLAY "  " WS-CODIGO " " PR-DESCRIPCION(WS-PR)
                    " " WS-EDIT-PRECIO "  desde " WS-MEJOR-VIGENCIA
              END-IF
           END-PERFORM.

      ******************************************************************
      * venta de mostrador
      ******************************************************************
       VENDER.
           MOVE WS-FECHA-NEGOCIO(1:6) TO WS-PERIODO-GL
           PERFORM VERIFICAR-PERIODO-GL
           IF NOT PERIODO-GL-ABIERTO
              DISPLAY "El periodo " WS-PERIODO-GL " ya esta "
                 WS-PERIODO-GL-ESTADO " (P = posteado, C ="
                 " cerrado) en CONTABILIZAR: no se vende a cuenta"
              GOBACK
           END-IF

           PERFORM PEDIR-CLIENTE

           DISPLAY "Deposito que despacha (1 o 2)"
           ACCEPT WS-DEPOSITO
           IF WS-DEPOSITO NOT = 1 AND WS-DEPOSITO NOT = 2
              DISPLAY "Deposito no valido"
              GOBACK
           END-IF

           PERFORM CARGAR-SALDOS-DEP

           MOVE ZEROS TO WS-CANT-RENGLONES
           MOVE "N" TO WS-FIN-RENGLONES
           PERFORM PEDIR-RENGLON UNTIL FIN-RENGLONES
           IF WS-CANT-RENGLONES = ZEROS
              DISPLAY "Venta sin renglones, no se factura nada"
              GOBACK
           END-IF

           MOVE ZEROS TO WS-SUBTOTAL WS-IVA WS-COSTO-VENTA
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-CANT-RENGLONES
              ADD VR-IMPORTE(WS-R) TO WS-SUBTOTAL
              ADD VR-IVA(WS-R)     TO WS-IVA
              COMPUTE WS-COSTO-VENTA = WS-COSTO-VENTA
                 + VR-CANTIDAD(WS-R) * VR-COSTO(WS-R)
           END-PERFORM
           COMPUTE WS-TOTAL = WS-SUBTOTAL + WS-IVA

           PERFORM CONTROLAR-LIMITE-CREDITO
           IF FACTURA-BLOQUEADA
              MOVE WS-TOTAL TO WS-EDIT-IMPORTE
              DISPLAY "VENTA BLOQUEADA: el saldo abierto ("
                 WS-SALDO-ABIERTO ") mas esta venta (" WS-EDIT-IMPORTE
                 ") supera el limite de credito (" WS-LIMITE-CRED ")"
              GOBACK
           END-IF

           PERFORM EMITIR-FACTURA-VENTA
           PERFORM DESCONTAR-STOCK
           PERFORM GRABAR-VENTAS
           PERFORM GRABAR-COSTO-VENTA
           PERFORM ASENTAR-VENTA

           MOVE WS-TOTAL TO WS-EDIT-IMPORTE
           DISPLAY " "
           DISPLAY "Factura " WS-NUM-FACTURA " a " WS-CLIENTE-ID
              " " CL-NOMBRE
           DISPLAY "Renglones:  " WS-CANT-RENGLONES
           DISPLAY "Subtotal:   " WS-SUBTOTAL
           DISPLAY "IVA:        " WS-IVA
           DISPLAY "TOTAL:      " WS-EDIT-IMPORTE
           DISPLAY "CAE pendiente: sin validez fiscal hasta su"
              " autorizacion (AUTORIZAR-CAE)".

      * la venta es a cuenta: sin maestro de clientes no se vende
       PEDIR-CLIENTE.
           OPEN INPUT CLIENTE-MASTER
           IF NOT CLIENTE-MASTER-OK
              DISPLAY "No hay clientes_master.dat: la venta a cuenta"
                 " necesita el cliente dado de alta en CLIENTES"
              GOBACK
           END-IF

           DISPLAY "ID de cliente"
           ACCEPT WS-CLIENTE-ID
           MOVE WS-CLIENTE-ID TO CL-ID
           READ CLIENTE-MASTER
             INVALID KEY
               CLOSE CLIENTE-MASTER
               DISPLAY "Cliente " WS-CLIENTE-ID
                  " no existe en el maestro"
               MOVE "VENTAS-FRUTA" TO WS-EXC-PROGRAMA
               MOVE "FA-CLIENTE"   TO WS-EXC-CAMPO
               MOVE WS-CLIENTE-ID  TO WS-EXC-VALOR
               PERFORM REGISTRAR-EXCEPCION
               GOBACK
           END-READ
           CLOSE CLIENTE-MASTER

           IF NOT CL-ACTIVO
              DISPLAY "Cliente " WS-CLIENTE-ID " inactivo"
              GOBACK
           END-IF
           DISPLAY "Cliente: " CL-NOMBRE
           MOVE CL-LIMITE-CREDITO TO WS-LIMITE-CRED
           MOVE CL-POLITICA-CRED  TO WS-POLITICA-CRED.

      * un renglon por codigo; el codigo en blanco cierra la venta.
      * Lo pedido tiene que estar en el saldo del deposito, contando
      * lo que ya se cargo del mismo codigo en esta venta
       PEDIR-RENGLON.
           DISPLAY "Codigo de producto (en blanco para terminar)"
           MOVE SPACES TO WS-CODIGO
           ACCEPT WS-CODIGO
           IF WS-CODIGO = SPACES
              SET FIN-RENGLONES TO TRUE
           ELSE
              DISPLAY "Cantidad"
              ACCEPT WS-CANTIDAD
              PERFORM VALIDAR-RENGLON
           END-IF
           IF WS-CANT-RENGLONES >= 20
              DISPLAY "La venta llego a 20 renglones, se cierra"
              SET FIN-RENGLONES TO TRUE
           END-IF.

       VALIDAR-RENGLON.
           PERFORM BUSCAR-PRODUCTO
           PERFORM BUSCAR-PRECIO-VIGENTE
           PERFORM BUSCAR-SALDO-DEP

           MOVE ZEROS TO WS-YA-VENDIDO WS-DISPONIBLE
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-CANT-RENGLONES
              IF VR-CODIGO(WS-R) = WS-CODIGO
                 ADD VR-CANTIDAD(WS-R) TO WS-YA-VENDIDO
              END-IF
           END-PERFORM
           IF WS-SALDO-IDX NOT = ZEROS
               AND SD-CANTIDAD(WS-SALDO-IDX) > WS-YA-VENDIDO
              COMPUTE WS-DISPONIBLE =
                 SD-CANTIDAD(WS-SALDO-IDX) - WS-YA-VENDIDO
           END-IF

           EVALUATE TRUE
              WHEN WS-PRODUCTO-IDX = ZEROS
                 DISPLAY "  Codigo " WS-CODIGO " no esta en"
                    " productos_master.txt"
              WHEN WS-CANTIDAD = ZEROS
                 DISPLAY "  Cantidad cero, renglon descartado"
              WHEN WS-PRECIO-IDX = ZEROS
                 DISPLAY "  " WS-CODIGO " sin precio vigente en la"
                    " lista (modo 2)"
              WHEN WS-CANTIDAD > WS-DISPONIBLE
                 DISPLAY "  Deposito " WS-DEPOSITO " tiene "
                    WS-DISPONIBLE " de " WS-CODIGO
                    ", renglon descartado"
              WHEN OTHER
                 ADD 1 TO WS-CANT-RENGLONES
                 MOVE WS-CODIGO   TO VR-CODIGO(WS-CANT-RENGLONES)
                 MOVE WS-CANTIDAD TO VR-CANTIDAD(WS-CANT-RENGLONES)
                 MOVE WS-PRECIO   TO VR-PRECIO(WS-CANT-RENGLONES)
                 MOVE PR-COSTO(WS-PRODUCTO-IDX)
                    TO VR-COSTO(WS-CANT-RENGLONES)
                 COMPUTE VR-IMPORTE(WS-CANT-RENGLONES) ROUNDED =
                    WS-CANTIDAD * WS-PRECIO
                 COMPUTE VR-IVA(WS-CANT-RENGLONES) ROUNDED =
                    VR-IMPORTE(WS-CANT-RENGLONES) * WS-ALICUOTA-IVA
                 MOVE WS-PRECIO TO WS-EDIT-PRECIO
                 DISPLAY "  " WS-CANTIDAD " x "
                    PR-DESCRIPCION(WS-PRODUCTO-IDX) " a "
                    WS-EDIT-PRECIO
           END-EVALUATE.

      * saldo abierto del cliente mas la venta contra su limite;
      * limite cero = sin control. El bloqueo o el aviso quedan en el
      * log de excepciones compartido
       CONTROLAR-LIMITE-CREDITO.
           MOVE "N" TO WS-FACT-BLOQ
           IF WS-LIMITE-CRED = ZEROS
              CONTINUE
           ELSE
              PERFORM SUMAR-SALDO-ABIERTO
              COMPUTE WS-EXPOSICION = WS-SALDO-ABIERTO + WS-TOTAL

              IF WS-EXPOSICION > WS-LIMITE-CRED
                 MOVE "VENTAS-FRUTA"  TO WS-EXC-PROGRAMA
                 MOVE "LIMITE-CRED"   TO WS-EXC-CAMPO
                 MOVE WS-CLIENTE-ID   TO WS-EXC-VALOR
                 PERFORM REGISTRAR-EXCEPCION

                 IF WS-POLITICA-CRED = "A"
                    DISPLAY "AVISO: el cliente supera su limite de"
                       " credito, la venta sale igual por politica"
                 ELSE
                    SET FACTURA-BLOQUEADA TO TRUE
                 END-IF
              END-IF
           END-IF.

       SUMAR-SALDO-ABIERTO.
           MOVE ZEROS TO WS-SALDO-ABIERTO
           OPEN INPUT SALDOS-FILE
           IF SALDOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ SALDOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF SL-CLIENTE = WS-CLIENTE-ID
                        AND SL-SALDO > ZEROS
                       ADD SL-SALDO TO WS-SALDO-ABIERTO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SALDOS-FILE
           ELSE
              DISPLAY "Aviso: sin cuentas_saldos.txt, el limite se"
                 " controla solo contra la venta nueva"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       EMITIR-FACTURA-VENTA.
           PERFORM ASIGNAR-NUM-FACTURA

           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-CANT-RENGLONES
              MOVE VR-CODIGO(WS-R) TO WS-CODIGO
              PERFORM BUSCAR-PRODUCTO
              MOVE SPACES TO WS-DL-DESCRIPCION
              STRING VR-CANTIDAD(WS-R) " "
                 PR-DESCRIPCION(WS-PRODUCTO-IDX)
                 DELIMITED BY SIZE INTO WS-DL-DESCRIPCION
              MOVE WS-CATEGORIA-IVA TO WS-DL-CATEGORIA
              COMPUTE WS-DL-ALICUOTA = WS-ALICUOTA-IVA * 100
              MOVE VR-IMPORTE(WS-R) TO WS-DL-BASE
              MOVE VR-IVA(WS-R)     TO WS-DL-IVA
              PERFORM AGREGAR-RENGLON
           END-PERFORM

           MOVE SPACES TO FACTURA-RECORD
           MOVE WS-CLIENTE-ID TO FA-CLIENTE
           MOVE WS-SUBTOTAL   TO FA-SUBTOTAL
           MOVE WS-IVA        TO FA-IVA
           MOVE WS-TOTAL      TO FA-TOTAL
           PERFORM GRABAR-FACTURA
           MOVE "FC"   TO WS-DL-DOCUMENTO
           MOVE WS-IVA TO WS-DL-IVA-DOC
           PERFORM GRABAR-RENGLONES.

      ******************************************************************
      * descuento de stock: lotes por FEFO, deposito y consolidado
      ******************************************************************
       DESCONTAR-STOCK.
           PERFORM CARGAR-LOTES
           PERFORM CARGAR-CONSOLIDADO

           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-CANT-RENGLONES
              MOVE VR-CODIGO(WS-R)   TO WS-CODIGO
              MOVE VR-CANTIDAD(WS-R) TO WS-CANTIDAD

              MOVE WS-CODIGO   TO WS-LT-CODIGO
              MOVE WS-CANTIDAD TO WS-LT-RESTO
              PERFORM CONSUMIR-LOTES-FEFO

              PERFORM BUSCAR-SALDO-DEP
              SUBTRACT WS-CANTIDAD FROM SD-CANTIDAD(WS-SALDO-IDX)

              PERFORM BUSCAR-CONSOLIDADO
              IF WS-CONSOL-IDX = ZEROS
                 DISPLAY "Aviso: " WS-CODIGO " no esta en"
                    " inventario_saldo.txt"
              ELSE
                 IF SV-CANTIDAD(WS-CONSOL-IDX) >= WS-CANTIDAD
                    SUBTRACT WS-CANTIDAD
                       FROM SV-CANTIDAD(WS-CONSOL-IDX)
                 ELSE
                    DISPLAY "Aviso: el saldo consolidado de "
                       WS-CODIGO " (" SV-CANTIDAD(WS-CONSOL-IDX)
                       ") no cubre la venta, queda en cero"
                    MOVE ZEROS TO SV-CANTIDAD(WS-CONSOL-IDX)
                 END-IF
              END-IF
           END-PERFORM

           PERFORM REESCRIBIR-LOTES
           PERFORM GRABAR-SALDOS-DEP
           PERFORM GRABAR-CONSOLIDADO.

       CARGAR-SALDOS-DEP.
           MOVE ZEROS TO WS-CANT-SALDOS
           OPEN INPUT DEPOSITOS-FILE
           IF DEPOSITOS-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-SALDOS >= 300
                READ DEPOSITOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-SALDOS
                    MOVE DP-DEPOSITO TO SD-DEPOSITO(WS-CANT-SALDOS)
                    MOVE DP-CODIGO   TO SD-CODIGO(WS-CANT-SALDOS)
                    MOVE DP-CANTIDAD TO SD-CANTIDAD(WS-CANT-SALDOS)
                END-READ
              END-PERFORM
              CLOSE DEPOSITOS-FILE
           ELSE
              DISPLAY "Aviso: sin inventario_depositos.txt, ningun"
                 " deposito tiene saldo para vender"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       GRABAR-SALDOS-DEP.
           OPEN OUTPUT DEPOSITOS-FILE
           PERFORM VARYING WS-SD FROM 1 BY 1
                   UNTIL WS-SD > WS-CANT-SALDOS
              MOVE SPACES TO DEPOSITO-RECORD
              MOVE SD-DEPOSITO(WS-SD) TO DP-DEPOSITO
              MOVE SD-CODIGO(WS-SD)   TO DP-CODIGO
              MOVE SD-CANTIDAD(WS-SD) TO DP-CANTIDAD
              WRITE DEPOSITO-RECORD
           END-PERFORM
           CLOSE DEPOSITOS-FILE.

       BUSCAR-SALDO-DEP.
           MOVE ZEROS TO WS-SALDO-IDX
           PERFORM VARYING WS-SD FROM 1 BY 1
                   UNTIL WS-SD > WS-CANT-SALDOS
              IF WS-SALDO-IDX = ZEROS
                  AND SD-DEPOSITO(WS-SD) = WS-DEPOSITO
                  AND SD-CODIGO(WS-SD) = WS-CODIGO
                 MOVE WS-SD TO WS-SALDO-IDX
              END-IF
           END-PERFORM.

       CARGAR-CONSOLIDADO.
           MOVE ZEROS TO WS-CANT-CONSOL
           OPEN INPUT INVENTARIO-FILE
           IF INVENTARIO-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-CONSOL >= 100
                READ INVENTARIO-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-CONSOL
                    MOVE IV-CODIGO   TO SV-CODIGO(WS-CANT-CONSOL)
                    MOVE IV-CANTIDAD TO SV-CANTIDAD(WS-CANT-CONSOL)
                END-READ
              END-PERFORM
              CLOSE INVENTARIO-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       GRABAR-CONSOLIDADO.
           IF WS-CANT-CONSOL > ZEROS
              OPEN OUTPUT INVENTARIO-FILE
              PERFORM VARYING WS-SV FROM 1 BY 1
                      UNTIL WS-SV > WS-CANT-CONSOL
                 MOVE SPACES TO INVENTARIO-RECORD
                 MOVE SV-CODIGO(WS-SV)   TO IV-CODIGO
                 MOVE SV-CANTIDAD(WS-SV) TO IV-CANTIDAD
                 WRITE INVENTARIO-RECORD
              END-PERFORM
              CLOSE INVENTARIO-FILE
           END-IF.

       BUSCAR-CONSOLIDADO.
           MOVE ZEROS TO WS-CONSOL-IDX
           PERFORM VARYING WS-SV FROM 1 BY 1
                   UNTIL WS-SV > WS-CANT-CONSOL
              IF WS-CONSOL-IDX = ZEROS
                  AND SV-CODIGO(WS-SV) = WS-CODIGO
                 MOVE WS-SV TO WS-CONSOL-IDX
              END-IF
           END-PERFORM.

      ******************************************************************
      * registros de la venta: detalle, costo y asiento
      ******************************************************************
       GRABAR-VENTAS.
           OPEN INPUT VENTAS-FILE
           IF NOT VENTAS-OK
              OPEN OUTPUT VENTAS-FILE
           END-IF
           CLOSE VENTAS-FILE

           OPEN EXTEND VENTAS-FILE
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-CANT-RENGLONES
              MOVE SPACES TO VENTA-RECORD
              MOVE WS-FECHA-NEGOCIO  TO VF-FECHA
              MOVE WS-NUM-FACTURA    TO VF-FACTURA
              MOVE WS-CLIENTE-ID     TO VF-CLIENTE
              MOVE WS-DEPOSITO       TO VF-DEPOSITO
              MOVE VR-CODIGO(WS-R)   TO VF-CODIGO
              MOVE VR-CANTIDAD(WS-R) TO VF-CANTIDAD
              MOVE VR-PRECIO(WS-R)   TO VF-PRECIO
              MOVE VR-COSTO(WS-R)    TO VF-COSTO
              WRITE VENTA-RECORD
           END-PERFORM
           CLOSE VENTAS-FILE.

      * el costo de lo vendido sale de mercaderia contra el costo de
      * ventas cuando CONTABILIZAR procesa el movimiento VTA
       GRABAR-COSTO-VENTA.
           IF WS-COSTO-VENTA > ZEROS
              MOVE SPACES TO MOV-COSTO-RECORD
              MOVE WS-FECHA-NEGOCIO TO MO-FECHA
              MOVE "VTA"            TO MO-TIPO
              MOVE WS-COSTO-VENTA   TO MO-IMPORTE
              MOVE WS-DEPOSITO      TO MO-DEPOSITO

              OPEN INPUT MOVS-COSTO-FILE
              IF NOT MOVS-COSTO-OK
                 OPEN OUTPUT MOVS-COSTO-FILE
              END-IF
              CLOSE MOVS-COSTO-FILE

              OPEN EXTEND MOVS-COSTO-FILE
              WRITE MOV-COSTO-RECORD
              CLOSE MOVS-COSTO-FILE
           ELSE
              DISPLAY "Aviso: productos sin PD-COSTO, la venta no"
                 " genera costo"
           END-IF.

      * debe deudores por el total, haber ventas de fruta por el neto
      * (en el centro de costo del deposito que despacho) e IVA
      * debito fiscal por el impuesto
       ASENTAR-VENTA.
           MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
           MOVE "VENTAS"         TO WS-AG-ORIGEN

           MOVE CTA-DEUDORES     TO WS-AG-CUENTA
           MOVE WS-TOTAL         TO WS-AG-DEBE
           MOVE ZEROS            TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           MOVE CTA-VENTAS-FRUTA TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE WS-SUBTOTAL      TO WS-AG-HABER
           STRING "P" WS-DEPOSITO DELIMITED BY SIZE
              INTO WS-AG-CCOSTO
           PERFORM GRABAR-ASIENTO-PEND
           MOVE SPACES TO WS-AG-CCOSTO

           MOVE CTA-IVA-DEBITO   TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE WS-IVA           TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND.

       COPY "FACTURA-CALC.cpy".
       COPY "FACTLIN-CALC.cpy".

       COPY "LOTE-CALC.cpy".

       COPY "ASIPEND-CALC.cpy".

       COPY "PERIODO-GL-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "FECHA-NEGOCIO-CALC.cpy".
