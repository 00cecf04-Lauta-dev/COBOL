      * Registro de facturas de proveedores con control de tres vias:
      * COMPRAS recibe la fruta contra la orden y CONTABILIZAR asienta
      * el ingreso contra "proveedores a pagar", pero la factura del
      * proveedor se pagaba por completo fuera del sistema y la cuenta
      * a pagar crecia para siempre. Este programa:
      *  - modo 1: alta de la factura del proveedor contra su orden de
      *    compra (OC-NUMERO de ordenes_compra.txt). Se controla que el
      *    proveedor sea el de la orden, que la cantidad facturada (mas
      *    lo ya facturado de esa orden) no pase lo realmente recibido
      *    (OC-RECIBIDO) y que el precio unitario no se aparte del
      *    costo del maestro (PD-COSTO) mas alla de la tolerancia. Si
      *    todo coincide la factura queda A (apta para pagar); si no,
      *    queda R (retenida) con el motivo, y el desvio va al log de
      *    excepciones. Una orden inexistente se rechaza sin alta.
      *  - modo 2: revision de las retenidas por el supervisor: A
      *    libera la factura para el pago, X la rechaza, quedando quien
      *    decidio y cuando
      *  - modo 3: reporte de cuentas a pagar a proveedores (retenidas,
      *    aptas y ya ordenadas) por pantalla, en
      *    facturas_proveedor_reporte.txt y por el spool
      * Las aptas las toma ORDENES-PAGO modo 1 como ordenes tipo PRV y
      * las marca O; al pagarse, CONTABILIZAR cancela proveedores a
      * pagar contra el banco.
      *
      * La revision del modo 2 la firma un operador con su clave, con
      * autoridad FAC en autoridad_aprobacion.txt y, para liberar,
      * tope suficiente para el importe de la factura
      * (AUTORIDAD-*.cpy); los rechazos de autoridad van al log de
      * excepciones y la factura sigue retenida hasta que firme un
      * nivel superior.
      *
      * El alta pide ademas la alicuota de IVA de la factura (21,
      * 10.5 o exenta): el IVA queda en la factura, el pago la toma
      * por neto mas IVA y el credito fiscal va a
      * asientos_pendientes.txt (debe IVA credito fiscal, haber
      * proveedores a pagar, origen IVA COMPRA) para el libro IVA
      * compras y la posicion mensual de LIBRO-IVA. El reporte del
      * modo 3 informa los importes con IVA.
      *
      * Rechazar en el modo 2 una factura retenida con IVA asienta el
      * contraasiento del credito fiscal del alta (debe proveedores a
      * pagar, haber IVA credito fiscal, origen IVA COMPRA), para que
      * una factura que nunca se paga no deje credito fiscal.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAS-PROVEEDOR.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ORDENES-FILE ASSIGN TO "ordenes_compra.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDENES-STATUS.

             SELECT PRODUCTOS-FILE ASSIGN TO "productos_master.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRODUCTOS-STATUS.

             SELECT REPORTE-FILE ASSIGN TO
                 "facturas_proveedor_reporte.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORTE-STATUS.

             COPY "FACTPROV-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "AUTORIDAD-FC.cpy".

             COPY "ESPOOL-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "ASIPEND-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD ORDENES-FILE.
        01 ORDEN-COMPRA-RECORD.
           05 OC-NUMERO    PIC 9(6).
           05 FILLER       PIC X.
           05 OC-FECHA     PIC 9(8).
           05 FILLER       PIC X.
           05 OC-CODIGO    PIC X(6).
           05 FILLER       PIC X.
           05 OC-PROVEEDOR PIC X(15).
           05 FILLER       PIC X.
           05 OC-CANTIDAD  PIC 9(3).
           05 FILLER       PIC X.
           05 OC-RECIBIDO  PIC 9(3).
           05 FILLER       PIC X.
           05 OC-ESTADO    PIC X.
           05 FILLER       PIC X.
           05 OC-FECHA-RECEP PIC 9(8).

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

        FD REPORTE-FILE.
        01 REPORTE-LINE PIC X(80).

        COPY "FACTPROV-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "AUTORIDAD-FD.cpy".

        COPY "ESPOOL-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "ASIPEND-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTPROV-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ASIPEND-WS.cpy".

          77 WS-ORDENES-STATUS PIC X(2) VALUE "00".
              88 ORDENES-OK VALUE "00".
          77 WS-PRODUCTOS-STATUS PIC X(2) VALUE "00".
              88 PRODUCTOS-OK VALUE "00".
          77 WS-REPORTE-STATUS PIC X(2) VALUE "00".
              88 REPORTE-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * desvio de precio tolerado contra el costo del maestro, en %
          77 WS-TOLERANCIA-PCT PIC 9(2)V99 VALUE 2.00.

      * facturas cargadas en memoria para controlar, decidir y
      * reescribir
          01 FACTPROV-TABLA.
             02 FACTPROV-ENT OCCURS 300 TIMES.
                03 FT-ID          PIC 9(6).
                03 FT-ESTADO      PIC X.
                03 FT-PROVEEDOR   PIC X(15).
                03 FT-COMPROBANTE PIC X(12).
                03 FT-FECHA       PIC 9(8).
                03 FT-OC          PIC 9(6).
                03 FT-CODIGO      PIC X(6).
                03 FT-CANTIDAD    PIC 9(3).
                03 FT-PRECIO      PIC 9(5)V99.
                03 FT-IMPORTE     PIC 9(9)V99.
                03 FT-MOTIVO      PIC X(3).
                03 FT-SUPERVISOR  PIC X(10).
                03 FT-TIMESTAMP   PIC X(21).
                03 FT-ALICUOTA    PIC 9(2)V99.
                03 FT-IVA         PIC 9(9)V99.
          77 WS-CANT-FACTURAS PIC 9(3) VALUE ZEROS.
          77 WS-F             PIC 9(3) VALUE ZEROS.
          77 WS-FACTURA-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-DESBORDE      PIC X VALUE "N".
              88 TABLA-DESBORDADA VALUE "S".

          77 WS-ID-NUEVO      PIC 9(6) VALUE ZEROS.
          77 WS-ID-PEDIDO     PIC 9(6) VALUE ZEROS.
          77 WS-PROVEEDOR     PIC X(15) VALUE SPACES.
          77 WS-COMPROBANTE   PIC X(12) VALUE SPACES.
          77 WS-OC-PEDIDA     PIC 9(6) VALUE ZEROS.
          77 WS-CANT-FACTURADA PIC 9(3) VALUE ZEROS.
          77 WS-PRECIO        PIC 9(5)V99 VALUE ZEROS.
          77 WS-OPCION-IVA    PIC 9(1) VALUE ZEROS.
          77 WS-ALICUOTA      PIC 9(2)V99 VALUE ZEROS.
          77 WS-CON-IVA       PIC 9(11)V99 VALUE ZEROS.
          77 CTA-IVA-CREDITO  PIC 9(4) VALUE 1150.
          77 CTA-PROV-A-PAGAR PIC 9(4) VALUE 2310.

          77 WS-OC-ENCONTRADA PIC X VALUE "N".
              88 OC-ENCONTRADA VALUE "S".
          77 WS-OC-PROVEEDOR  PIC X(15) VALUE SPACES.
          77 WS-OC-CODIGO     PIC X(6) VALUE SPACES.
          77 WS-OC-RECIBIDO   PIC 9(3) VALUE ZEROS.
          77 WS-YA-FACTURADO  PIC 9(5) VALUE ZEROS.
          77 WS-COSTO-UNIT    PIC 9(5)V99 VALUE ZEROS.
          77 WS-DIF-PRECIO    PIC S9(5)V99 VALUE ZEROS.
          77 WS-DIF-TOLERADA  PIC 9(5)V99 VALUE ZEROS.
          77 WS-MOTIVO        PIC X(3) VALUE SPACES.

          77 WS-DECISION      PIC X VALUE SPACE.
          77 WS-SUPERVISOR    PIC X(10) VALUE SPACES.
          77 WS-CANT-RETENIDAS PIC 9(3) VALUE ZEROS.

          77 WS-TOT-RETENIDAS PIC 9(11)V99 VALUE ZEROS.
          77 WS-TOT-APTAS     PIC 9(11)V99 VALUE ZEROS.
          77 WS-TOT-ORDENADAS PIC 9(11)V99 VALUE ZEROS.
          77 WS-EDIT-IMPORTE  PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Registrar factura de proveedor contra OC"
             DISPLAY "2 - Revisar facturas retenidas (supervisor)"
             DISPLAY "3 - Reporte de cuentas a pagar a proveedores"
             ACCEPT WS-MODO

             PERFORM CARGAR-FACTURAS
             IF TABLA-DESBORDADA
                DISPLAY "ABORTADO: mas de 300 facturas de proveedor,"
                   " archivar las ordenadas viejas"
                GOBACK
             END-IF

             EVALUATE WS-MODO
                WHEN 2 PERFORM REVISAR-RETENIDAS
                WHEN 3 PERFORM REPORTE-A-PAGAR
                WHEN OTHER PERFORM REGISTRAR-FACTURA
             END-EVALUATE
           GOBACK.

       CARGAR-FACTURAS.
           OPEN INPUT FACTPROV-FILE
           IF FACTPROV-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTPROV-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-FACTURAS >= 300
                       SET TABLA-DESBORDADA TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-FACTURAS
                       MOVE FV-ID     TO FT-ID(WS-CANT-FACTURAS)
                       MOVE FV-ESTADO TO FT-ESTADO(WS-CANT-FACTURAS)
                       MOVE FV-PROVEEDOR
                          TO FT-PROVEEDOR(WS-CANT-FACTURAS)
                       MOVE FV-COMPROBANTE
                          TO FT-COMPROBANTE(WS-CANT-FACTURAS)
                       MOVE FV-FECHA  TO FT-FECHA(WS-CANT-FACTURAS)
                       MOVE FV-OC     TO FT-OC(WS-CANT-FACTURAS)
                       MOVE FV-CODIGO TO FT-CODIGO(WS-CANT-FACTURAS)
                       MOVE FV-CANTIDAD
                          TO FT-CANTIDAD(WS-CANT-FACTURAS)
                       MOVE FV-PRECIO TO FT-PRECIO(WS-CANT-FACTURAS)
                       MOVE FV-IMPORTE
                          TO FT-IMPORTE(WS-CANT-FACTURAS)
                       MOVE FV-MOTIVO TO FT-MOTIVO(WS-CANT-FACTURAS)
                       MOVE FV-SUPERVISOR
                          TO FT-SUPERVISOR(WS-CANT-FACTURAS)
                       MOVE FV-TIMESTAMP
                          TO FT-TIMESTAMP(WS-CANT-FACTURAS)
                       IF FV-IVA IS NUMERIC
                          MOVE FV-ALICUOTA
                             TO FT-ALICUOTA(WS-CANT-FACTURAS)
                          MOVE FV-IVA TO FT-IVA(WS-CANT-FACTURAS)
                       ELSE
                          MOVE ZEROS TO FT-ALICUOTA(WS-CANT-FACTURAS)
                                        FT-IVA(WS-CANT-FACTURAS)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FACTPROV-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       REESCRIBIR-FACTURAS.
           OPEN OUTPUT FACTPROV-FILE
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FACTURAS
              MOVE SPACES TO FACTPROV-RECORD
              MOVE FT-ID(WS-F)          TO FV-ID
              MOVE FT-ESTADO(WS-F)      TO FV-ESTADO
              MOVE FT-PROVEEDOR(WS-F)   TO FV-PROVEEDOR
              MOVE FT-COMPROBANTE(WS-F) TO FV-COMPROBANTE
              MOVE FT-FECHA(WS-F)       TO FV-FECHA
              MOVE FT-OC(WS-F)          TO FV-OC
              MOVE FT-CODIGO(WS-F)      TO FV-CODIGO
              MOVE FT-CANTIDAD(WS-F)    TO FV-CANTIDAD
              MOVE FT-PRECIO(WS-F)      TO FV-PRECIO
              MOVE FT-IMPORTE(WS-F)     TO FV-IMPORTE
              MOVE FT-MOTIVO(WS-F)      TO FV-MOTIVO
              MOVE FT-SUPERVISOR(WS-F)  TO FV-SUPERVISOR
              MOVE FT-TIMESTAMP(WS-F)   TO FV-TIMESTAMP
              MOVE FT-ALICUOTA(WS-F)    TO FV-ALICUOTA
              MOVE FT-IVA(WS-F)         TO FV-IVA
              WRITE FACTPROV-RECORD
           END-PERFORM
           CLOSE FACTPROV-FILE.

      * control de tres vias: orden de compra, lo recibido contra
      * ella y la factura del proveedor
       REGISTRAR-FACTURA.
           DISPLAY "Proveedor"
           ACCEPT WS-PROVEEDOR
           DISPLAY "Numero de comprobante del proveedor"
           ACCEPT WS-COMPROBANTE
           DISPLAY "Orden de compra que factura"
           ACCEPT WS-OC-PEDIDA
           DISPLAY "Cantidad facturada"
           ACCEPT WS-CANT-FACTURADA
           DISPLAY "Precio unitario facturado"
           ACCEPT WS-PRECIO
           DISPLAY "IVA de la factura: 1 = 21%, 2 = 10.5%, 3 = exenta"
           ACCEPT WS-OPCION-IVA
           EVALUATE WS-OPCION-IVA
              WHEN 1 MOVE 21.00 TO WS-ALICUOTA
              WHEN 2 MOVE 10.50 TO WS-ALICUOTA
              WHEN 3 MOVE ZEROS TO WS-ALICUOTA
              WHEN OTHER
                 DISPLAY "Alicuota no valida, la factura no se"
                    " registra"
                 GOBACK
           END-EVALUATE

           PERFORM BUSCAR-ORDEN-COMPRA
           IF NOT OC-ENCONTRADA
              DISPLAY "No existe la orden de compra " WS-OC-PEDIDA
                 ", la factura no se registra"
              MOVE "FACTURAS-PROV" TO WS-EXC-PROGRAMA
              MOVE "FV-OC"         TO WS-EXC-CAMPO
              MOVE WS-OC-PEDIDA    TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
              GOBACK
           END-IF

           IF WS-CANT-FACTURAS >= 300
              DISPLAY "Tabla de facturas llena, no se registra"
              GOBACK
           END-IF

           PERFORM BUSCAR-COSTO-PRODUCTO
           PERFORM SUMAR-YA-FACTURADO
           PERFORM CONTROLAR-TRES-VIAS

           MOVE ZEROS TO WS-ID-NUEVO
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FACTURAS
              IF FT-ID(WS-F) > WS-ID-NUEVO
                 MOVE FT-ID(WS-F) TO WS-ID-NUEVO
              END-IF
           END-PERFORM
           ADD 1 TO WS-ID-NUEVO

           ADD 1 TO WS-CANT-FACTURAS
           MOVE WS-ID-NUEVO      TO FT-ID(WS-CANT-FACTURAS)
           MOVE WS-PROVEEDOR     TO FT-PROVEEDOR(WS-CANT-FACTURAS)
           MOVE WS-COMPROBANTE   TO FT-COMPROBANTE(WS-CANT-FACTURAS)
           MOVE WS-FECHA-NEGOCIO TO FT-FECHA(WS-CANT-FACTURAS)
           MOVE WS-OC-PEDIDA     TO FT-OC(WS-CANT-FACTURAS)
           MOVE WS-OC-CODIGO     TO FT-CODIGO(WS-CANT-FACTURAS)
           MOVE WS-CANT-FACTURADA TO FT-CANTIDAD(WS-CANT-FACTURAS)
           MOVE WS-PRECIO        TO FT-PRECIO(WS-CANT-FACTURAS)
           COMPUTE FT-IMPORTE(WS-CANT-FACTURAS) =
              WS-CANT-FACTURADA * WS-PRECIO
           MOVE WS-ALICUOTA      TO FT-ALICUOTA(WS-CANT-FACTURAS)
           COMPUTE FT-IVA(WS-CANT-FACTURAS) ROUNDED =
              FT-IMPORTE(WS-CANT-FACTURAS) * WS-ALICUOTA / 100
           MOVE WS-MOTIVO        TO FT-MOTIVO(WS-CANT-FACTURAS)
           MOVE SPACES           TO FT-SUPERVISOR(WS-CANT-FACTURAS)
           MOVE FUNCTION CURRENT-DATE
              TO FT-TIMESTAMP(WS-CANT-FACTURAS)

           IF WS-MOTIVO = SPACES
              MOVE "A" TO FT-ESTADO(WS-CANT-FACTURAS)
              DISPLAY "Factura " WS-ID-NUEVO " coincide con la OC "
                 WS-OC-PEDIDA ": apta para pagar"
           ELSE
              MOVE "R" TO FT-ESTADO(WS-CANT-FACTURAS)
              DISPLAY "Factura " WS-ID-NUEVO " RETENIDA para revision"
                 " (motivo " WS-MOTIVO ")"
              MOVE "FACTURAS-PROV" TO WS-EXC-PROGRAMA
              MOVE SPACES TO WS-EXC-CAMPO
              STRING "FV-" WS-MOTIVO DELIMITED BY SIZE
                 INTO WS-EXC-CAMPO
              MOVE WS-COMPROBANTE  TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
           END-IF

           PERFORM REESCRIBIR-FACTURAS

      * el credito fiscal nace con la factura, este retenida o no
           IF FT-IVA(WS-CANT-FACTURAS) > ZEROS
              MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
              MOVE "IVA COMPRA"     TO WS-AG-ORIGEN
              MOVE CTA-IVA-CREDITO  TO WS-AG-CUENTA
              MOVE FT-IVA(WS-CANT-FACTURAS) TO WS-AG-DEBE
              MOVE ZEROS            TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
              MOVE CTA-PROV-A-PAGAR TO WS-AG-CUENTA
              MOVE ZEROS            TO WS-AG-DEBE
              MOVE FT-IVA(WS-CANT-FACTURAS) TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF.

       BUSCAR-ORDEN-COMPRA.
           MOVE "N" TO WS-OC-ENCONTRADA
           OPEN INPUT ORDENES-FILE
           IF ORDENES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ORDENES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF OC-NUMERO = WS-OC-PEDIDA
                       SET OC-ENCONTRADA TO TRUE
                       MOVE OC-PROVEEDOR TO WS-OC-PROVEEDOR
                       MOVE OC-CODIGO    TO WS-OC-CODIGO
                       MOVE OC-RECIBIDO  TO WS-OC-RECIBIDO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ORDENES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       BUSCAR-COSTO-PRODUCTO.
           MOVE ZEROS TO WS-COSTO-UNIT
           OPEN INPUT PRODUCTOS-FILE
           IF PRODUCTOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ PRODUCTOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF PD-CODIGO = WS-OC-CODIGO
                       MOVE PD-COSTO TO WS-COSTO-UNIT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PRODUCTOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * lo ya facturado de la misma orden (sin contar las
      * rechazadas) se suma a esta factura para compararlo con lo
      * recibido: dos facturas parciales no pueden pasar la entrega
       SUMAR-YA-FACTURADO.
           MOVE ZEROS TO WS-YA-FACTURADO
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FACTURAS
              IF FT-OC(WS-F) = WS-OC-PEDIDA
                  AND FT-ESTADO(WS-F) NOT = "X"
                 ADD FT-CANTIDAD(WS-F) TO WS-YA-FACTURADO
              END-IF
           END-PERFORM.

       CONTROLAR-TRES-VIAS.
           MOVE SPACES TO WS-MOTIVO
           COMPUTE WS-DIF-PRECIO = WS-PRECIO - WS-COSTO-UNIT
           IF WS-DIF-PRECIO < ZEROS
              COMPUTE WS-DIF-PRECIO = ZEROS - WS-DIF-PRECIO
           END-IF
           COMPUTE WS-DIF-TOLERADA ROUNDED =
              WS-COSTO-UNIT * WS-TOLERANCIA-PCT / 100

           EVALUATE TRUE
              WHEN WS-PROVEEDOR NOT = WS-OC-PROVEEDOR
                 MOVE "PRV" TO WS-MOTIVO
                 DISPLAY "El proveedor de la OC es " WS-OC-PROVEEDOR
              WHEN WS-YA-FACTURADO + WS-CANT-FACTURADA
                   > WS-OC-RECIBIDO
                 MOVE "CAN" TO WS-MOTIVO
                 DISPLAY "Recibido " WS-OC-RECIBIDO
                    ", ya facturado " WS-YA-FACTURADO
                    ", esta factura " WS-CANT-FACTURADA
              WHEN WS-COSTO-UNIT = ZEROS
                 MOVE "PRE" TO WS-MOTIVO
                 DISPLAY "El producto " WS-OC-CODIGO
                    " no tiene costo en el maestro"
              WHEN WS-DIF-PRECIO > WS-DIF-TOLERADA
                 MOVE "PRE" TO WS-MOTIVO
                 DISPLAY "Costo del maestro " WS-COSTO-UNIT
                    ", facturado " WS-PRECIO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       LISTAR-RETENIDAS.
           MOVE ZEROS TO WS-CANT-RETENIDAS
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FACTURAS
              IF FT-ESTADO(WS-F) = "R"
                 ADD 1 TO WS-CANT-RETENIDAS
                 MOVE FT-IMPORTE(WS-F) TO WS-EDIT-IMPORTE
                 DISPLAY "Factura " FT-ID(WS-F) " "
                    FT-PROVEEDOR(WS-F) " " FT-COMPROBANTE(WS-F)
                    " OC " FT-OC(WS-F) " " WS-EDIT-IMPORTE
                    " motivo " FT-MOTIVO(WS-F)
              END-IF
           END-PERFORM
           DISPLAY "Retenidas para revision: " WS-CANT-RETENIDAS.

       REVISAR-RETENIDAS.
           PERFORM LISTAR-RETENIDAS
           IF WS-CANT-RETENIDAS = ZEROS
              DISPLAY "No hay facturas retenidas"
           ELSE
              DISPLAY "Numero de factura"
              ACCEPT WS-ID-PEDIDO

              MOVE ZEROS TO WS-FACTURA-IDX
              PERFORM VARYING WS-F FROM 1 BY 1
                      UNTIL WS-F > WS-CANT-FACTURAS
                 IF WS-FACTURA-IDX = ZEROS
                     AND FT-ID(WS-F) = WS-ID-PEDIDO
                    MOVE WS-F TO WS-FACTURA-IDX
                 END-IF
              END-PERFORM

              EVALUATE TRUE
                 WHEN WS-FACTURA-IDX = ZEROS
                    DISPLAY "No existe la factura " WS-ID-PEDIDO
                 WHEN FT-ESTADO(WS-FACTURA-IDX) NOT = "R"
                    DISPLAY "La factura " WS-ID-PEDIDO
                       " no esta retenida ("
                       FT-ESTADO(WS-FACTURA-IDX) ")"
                 WHEN OTHER
                    DISPLAY "A = liberar para pago, X = rechazar"
                    ACCEPT WS-DECISION
                    IF WS-DECISION = "A" OR WS-DECISION = "X"
                       PERFORM FIRMAR-RETENIDA
                    ELSE
                       DISPLAY "Decision no valida, no se cambio nada"
                    END-IF
              END-EVALUATE
           END-IF.

      * liberar consume tope por el importe de la factura; rechazarla
      * no, pero revierte el credito fiscal asentado en el alta
       FIRMAR-RETENIDA.
           MOVE "FACTURAS-PROV" TO WS-AU-PROGRAMA
           MOVE "FAC"           TO WS-AU-TIPO
           MOVE ZEROS           TO WS-AU-MONTO
           IF WS-DECISION = "A"
              MOVE FT-IMPORTE(WS-FACTURA-IDX) TO WS-AU-MONTO
           END-IF
           MOVE SPACES TO WS-AU-SOLICITANTE WS-AU-SOLICITANTE-2
           PERFORM AUTORIZAR-DECISION

           IF AUTORIDAD-CONCEDIDA
              MOVE WS-AU-OPERADOR TO WS-SUPERVISOR
              MOVE WS-DECISION TO FT-ESTADO(WS-FACTURA-IDX)
              MOVE WS-SUPERVISOR TO FT-SUPERVISOR(WS-FACTURA-IDX)
              MOVE FUNCTION CURRENT-DATE
                 TO FT-TIMESTAMP(WS-FACTURA-IDX)
              PERFORM REESCRIBIR-FACTURAS
              DISPLAY "Factura " WS-ID-PEDIDO " -> "
                 WS-DECISION " por " WS-SUPERVISOR
              IF WS-DECISION = "X" AND FT-IVA(WS-FACTURA-IDX) > ZEROS
                 PERFORM REVERTIR-IVA-COMPRA
              END-IF
           END-IF.

      * contraasiento del credito fiscal de una factura rechazada
       REVERTIR-IVA-COMPRA.
           MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
           MOVE "IVA COMPRA"     TO WS-AG-ORIGEN
           MOVE CTA-PROV-A-PAGAR TO WS-AG-CUENTA
           MOVE FT-IVA(WS-FACTURA-IDX) TO WS-AG-DEBE
           MOVE ZEROS            TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND
           MOVE CTA-IVA-CREDITO  TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE FT-IVA(WS-FACTURA-IDX) TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND.

       REPORTE-A-PAGAR.
           OPEN OUTPUT REPORTE-FILE

           MOVE "FACTURAS-PROV" TO WS-SPOOL-PROGRAMA
           MOVE "CUENTAS A PAGAR PROVEEDORES" TO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO REPORTE-LINE
           STRING "--- Facturas de proveedores al " WS-FECHA-NEGOCIO
              " ---" DELIMITED BY SIZE INTO REPORTE-LINE
           PERFORM ESCRIBIR-LINEA-REP

           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FACTURAS
              COMPUTE WS-CON-IVA = FT-IMPORTE(WS-F) + FT-IVA(WS-F)
              EVALUATE FT-ESTADO(WS-F)
                 WHEN "R"
                    ADD WS-CON-IVA TO WS-TOT-RETENIDAS
                    PERFORM INFORMAR-FACTURA
                 WHEN "A"
                    ADD WS-CON-IVA TO WS-TOT-APTAS
                    PERFORM INFORMAR-FACTURA
                 WHEN "O"
                    ADD WS-CON-IVA TO WS-TOT-ORDENADAS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM

           MOVE WS-TOT-RETENIDAS TO WS-EDIT-IMPORTE
           MOVE SPACES TO REPORTE-LINE
           STRING "Retenidas para revision:  " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO REPORTE-LINE
           PERFORM ESCRIBIR-LINEA-REP

           MOVE WS-TOT-APTAS TO WS-EDIT-IMPORTE
           MOVE SPACES TO REPORTE-LINE
           STRING "Aptas a ordenar el pago:  " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO REPORTE-LINE
           PERFORM ESCRIBIR-LINEA-REP

           MOVE WS-TOT-ORDENADAS TO WS-EDIT-IMPORTE
           MOVE SPACES TO REPORTE-LINE
           STRING "Ya ordenadas (historico): " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO REPORTE-LINE
           PERFORM ESCRIBIR-LINEA-REP

           PERFORM CERRAR-SPOOL
           CLOSE REPORTE-FILE.

       INFORMAR-FACTURA.
           MOVE WS-CON-IVA TO WS-EDIT-IMPORTE
           MOVE SPACES TO REPORTE-LINE
           STRING "  " FT-ID(WS-F) " " FT-ESTADO(WS-F) " "
              FT-PROVEEDOR(WS-F) " " FT-COMPROBANTE(WS-F)
              " OC " FT-OC(WS-F) " " WS-EDIT-IMPORTE " "
              FT-MOTIVO(WS-F)
              DELIMITED BY SIZE INTO REPORTE-LINE
           PERFORM ESCRIBIR-LINEA-REP.

       ESCRIBIR-LINEA-REP.
           DISPLAY REPORTE-LINE
           WRITE REPORTE-LINE
           MOVE REPORTE-LINE TO WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".

       COPY "ASIPEND-CALC.cpy".

       COPY "FECHA-NEGOCIO-CALC.cpy".
