      *    por documento y T de cola con totales de control, el mismo
      *    esquema del regulador_extracto.txt de clase 23
      * El libro sale por pantalla y en libro_iva.txt.
      *
      * El programa ahora tiene tres modos:
      *  - modo 1: el libro IVA ventas de siempre
      *  - modo 2: libro IVA compras desde las facturas de
      *    proveedores registradas (facturas_proveedor.txt, todas
      *    menos las rechazadas) y las facturas de los fleteros
      *    registradas con su liquidacion (fletes_liquidados.txt),
      *    clasificadas por la alicuota con que se cargaron, con
      *    totales por alicuota, por pantalla y en
      *    libro_iva_compras.txt, y su propio extracto de layout fijo
      *    (libro_iva_compras_extracto.txt: C de cabecera, un D por
      *    comprobante con proveedor y numero del proveedor, T de
      *    cola). Las facturas grabadas antes de que se registrara el
      *    IVA salen como OTRO sin IVA, y las liquidaciones de fletes
      *    sin comprobante no entran.
      *  - modo 3: posicion mensual de IVA: rearma los dos libros del
      *    mes y neta el debito fiscal (IVA ventas menos notas de
      *    credito) contra el credito fiscal (IVA compras) y el saldo
      *    a favor que arrastra el mes anterior. El resultado queda en
      *    iva_posicion.txt (un renglon por mes, que no se liquida dos
      *    veces ni fuera de orden), se informa por pantalla y en
      *    libro_iva_posicion.txt, y el asiento de liquidacion va a
      *    asientos_pendientes.txt (origen IVA LIQUID), que
      *    CONTABILIZAR pasa a asientos.txt: debe IVA debito fiscal,
      *    haber IVA credito fiscal, y la diferencia contra IVA a
      *    pagar o IVA saldo a favor. No se liquida con el periodo de
      *    la fecha de negocio ya posteado o cerrado.
      *
      * Un comprobante de venta sin el CAE de la autoridad fiscal
      * (AUTORIZAR-CAE) no es valido: el libro IVA ventas lo lista
      * igual pero marcado SIN CAE y cuenta cuantos hay, y la
      * posicion mensual (modo 3) no se liquida mientras el mes
      * tenga facturas o notas de credito sin autorizar.
      *
      * El libro IVA ventas clasifica por la categoria real de cada
      * renglon (facturas_detalle.txt, copybooks FACTLIN-*): un
      * comprobante con renglones de varias categorias sale en una
      * linea del libro y un D del extracto por cada categoria, y el
      * T del extracto cuenta registros D. Solo los comprobantes
      * anteriores al detalle por renglon se siguen clasificando por
      * el cociente IVA/base.
      *
      * Las facturas del mes salen del maestro indexado
      * facturas_master.dat (FACTURA-FC.cpy) por la clave alterna
      * FA-FECHA, desde el primer dia del mes hasta que cambia el
      * mes, en vez de releer el archivo entero.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRO-IVA.

             COPY "NOTACRED-FC.cpy".

             COPY "FACTLIN-FC.cpy".

             SELECT LIBRO-FILE ASSIGN TO "libro_iva.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIBRO-STATUS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXTRACTO-STATUS.

             COPY "FACTPROV-FC.cpy".

             SELECT LIQUIDADOS-FILE ASSIGN TO "fletes_liquidados.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIQUIDADOS-STATUS.

             SELECT COMPRAS-FILE ASSIGN TO "libro_iva_compras.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-COMPRAS-STATUS.

             SELECT EXTRACTO-COMPRAS-FILE ASSIGN TO
                 "libro_iva_compras_extracto.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXTRACTO-COMPRAS-STATUS.

             SELECT POSICION-FILE ASSIGN TO "iva_posicion.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-POSICION-STATUS.

             SELECT POSICION-REP-FILE ASSIGN TO
                 "libro_iva_posicion.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-POSICION-REP-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "ASIPEND-FC.cpy".
             COPY "PERIODO-GL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        COPY "FACTURA-FD.cpy".

        COPY "NOTACRED-FD.cpy".

        COPY "FACTLIN-FD.cpy".

        FD LIBRO-FILE.
        01 LIBRO-LINE PIC X(100).

        FD EXTRACTO-FILE.
        01 EXTRACTO-RECORD PIC X(50).
           05 XT-SUMA     PIC 9(12)V99.
           05 FILLER      PIC X(29).

        COPY "FACTPROV-FD.cpy".

      * liquidaciones de fletes con la factura del fletero (mismo
      * layout que graba LIQUIDAR-FLETES)
        FD LIQUIDADOS-FILE.
        01 LIQUIDADO-RECORD.
           05 FL-TRANSPORTISTA PIC X(6).
           05 FILLER           PIC X.
           05 FL-PERIODO       PIC 9(6).
           05 FILLER           PIC X.
           05 FL-IMPORTE       PIC 9(9)V99.
           05 FILLER           PIC X.
           05 FL-FECHA         PIC 9(8).
           05 FILLER           PIC X.
           05 FL-COMPROBANTE   PIC X(12).
           05 FILLER           PIC X.
           05 FL-ALICUOTA      PIC 9(2)V99.
           05 FILLER           PIC X.
           05 FL-IVA           PIC 9(9)V99.
           05 FILLER           PIC X.
           05 FL-ORDEN         PIC 9(6).

        FD COMPRAS-FILE.
        01 COMPRAS-LINE PIC X(90).

        FD EXTRACTO-COMPRAS-FILE.
        01 EXTRACTO-COMPRAS-RECORD PIC X(80).
        01 EXTRACTO-COMPRAS-CABECERA
              REDEFINES EXTRACTO-COMPRAS-RECORD.
           05 XCC-TIPO    PIC X.
           05 XCC-PERIODO PIC 9(6).
           05 FILLER      PIC X(73).
        01 EXTRACTO-COMPRAS-DETALLE
              REDEFINES EXTRACTO-COMPRAS-RECORD.
           05 XCD-TIPO        PIC X.
           05 XCD-DOCUMENTO   PIC X(2).
           05 XCD-NUMERO      PIC 9(6).
           05 XCD-FECHA       PIC 9(8).
           05 XCD-PROVEEDOR   PIC X(15).
           05 XCD-COMPROBANTE PIC X(12).
           05 XCD-ALICUOTA    PIC 9(2)V99.
           05 XCD-BASE        PIC 9(9)V99.
           05 XCD-IVA         PIC 9(9)V99.
           05 FILLER          PIC X(10).
        01 EXTRACTO-COMPRAS-TRAILER
              REDEFINES EXTRACTO-COMPRAS-RECORD.
           05 XCT-TIPO     PIC X.
           05 XCT-CANTIDAD PIC 9(6).
           05 XCT-SUMA     PIC 9(12)V99.
           05 FILLER       PIC X(59).

      * posicion de IVA liquidada por mes
        FD POSICION-FILE.
        01 POSICION-RECORD.
           05 IP-PERIODO     PIC 9(6).
           05 FILLER         PIC X VALUE SPACE.
           05 IP-DEBITO      PIC S9(11)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 IP-CREDITO     PIC 9(11)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 IP-SALDO-ANT   PIC 9(11)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 IP-A-PAGAR     PIC 9(11)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 IP-SALDO-FAVOR PIC 9(11)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 IP-FECHA       PIC 9(8).

        FD POSICION-REP-FILE.
        01 POSICION-REP-LINE PIC X(75).

        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "ASIPEND-FD.cpy".
        COPY "PERIODO-GL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "NOTACRED-WS.cpy".
          COPY "FACTLIN-WS.cpy".
          COPY "FACTPROV-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "PERIODO-GL-WS.cpy".

          77 WS-LIBRO-STATUS PIC X(2) VALUE "00".
              88 LIBRO-OK VALUE "00".
          77 WS-IVA-OTRO      PIC S9(11)V99 VALUE ZEROS.

          77 WS-CANT-DOCS     PIC 9(6) VALUE ZEROS.
          77 WS-CANT-SIN-CAE  PIC 9(6) VALUE ZEROS.
          77 WS-MARCA-CAE     PIC X(8) VALUE SPACES.
          77 WS-SUMA-CONTROL  PIC 9(12)V99 VALUE ZEROS.
          77 WS-EDIT-BASE     PIC -(9)9.99 VALUE ZEROS.
          77 WS-EDIT-IVA      PIC -(9)9.99 VALUE ZEROS.
          77 WS-CANT-DETALLES PIC 9(6) VALUE ZEROS.

      * renglones de detalle de los comprobantes de venta
          01 DETALLE-TABLA.
             02 DX-ENT OCCURS 20000 TIMES.
                03 DX-DOCUMENTO PIC X(2).
                03 DX-NUMERO    PIC 9(6).
                03 DX-CATEGORIA PIC X(8).
                03 DX-ALICUOTA  PIC 9(2)V99.
                03 DX-BASE      PIC 9(7)V99.
                03 DX-IVA       PIC 9(7)V99.
          77 WS-CANT-DX     PIC 9(5) VALUE ZEROS.
          77 WS-X           PIC 9(5) VALUE ZEROS.
          77 WS-DESBORDE-DX PIC X VALUE "N".
              88 DETALLE-DESBORDADO VALUE "S".

      * el comprobante en curso sumado por categoria y alicuota
          01 DOC-CATEG-TABLA.
             02 DC-ENT OCCURS 10 TIMES.
                03 DC-CATEGORIA PIC X(8).
                03 DC-ALICUOTA  PIC 9(2)V99.
                03 DC-BASE      PIC 9(9)V99.
                03 DC-IVA       PIC 9(9)V99.
          77 WS-CANT-DC     PIC 9(2) VALUE ZEROS.
          77 WS-C           PIC 9(2) VALUE ZEROS.
          77 WS-DC-HALLADO  PIC X VALUE "N".
              88 DC-HALLADO VALUE "S".
          77 WS-DOC-DOCUMENTO PIC X(2) VALUE SPACES.
          77 WS-DOC-NUMERO  PIC 9(6) VALUE ZEROS.
          77 WS-DOC-BASE    PIC 9(9)V99 VALUE ZEROS.
          77 WS-DOC-IVA     PIC 9(9)V99 VALUE ZEROS.

          77 WS-MODO PIC 9(1) VALUE ZEROS.
          77 WS-LIQUIDADOS-STATUS PIC X(2) VALUE "00".
              88 LIQUIDADOS-OK VALUE "00".
          77 WS-COMPRAS-STATUS PIC X(2) VALUE "00".
              88 COMPRAS-OK VALUE "00".
          77 WS-EXTRACTO-COMPRAS-STATUS PIC X(2) VALUE "00".
              88 EXTRACTO-COMPRAS-OK VALUE "00".
          77 WS-POSICION-STATUS PIC X(2) VALUE "00".
              88 POSICION-OK VALUE "00".
          77 WS-POSICION-REP-STATUS PIC X(2) VALUE "00".
              88 POSICION-REP-OK VALUE "00".

      * totales del libro IVA compras por alicuota
          77 WS-CO-BASE-GENERAL  PIC 9(11)V99 VALUE ZEROS.
          77 WS-CO-IVA-GENERAL   PIC 9(11)V99 VALUE ZEROS.
          77 WS-CO-BASE-REDUCIDO PIC 9(11)V99 VALUE ZEROS.
          77 WS-CO-IVA-REDUCIDO  PIC 9(11)V99 VALUE ZEROS.
          77 WS-CO-BASE-EXENTO   PIC 9(11)V99 VALUE ZEROS.
          77 WS-CO-BASE-OTRO     PIC 9(11)V99 VALUE ZEROS.
          77 WS-CO-CANT-DOCS     PIC 9(6) VALUE ZEROS.
          77 WS-CO-SUMA-CONTROL  PIC 9(12)V99 VALUE ZEROS.
          77 WS-CO-BASE          PIC 9(9)V99 VALUE ZEROS.
          77 WS-CO-IVA           PIC 9(9)V99 VALUE ZEROS.

      * posicion mensual
          77 WS-DEBITO        PIC S9(11)V99 VALUE ZEROS.
          77 WS-CREDITO       PIC 9(11)V99 VALUE ZEROS.
          77 WS-NETO-IVA      PIC S9(11)V99 VALUE ZEROS.
          77 WS-SALDO-ANT     PIC 9(11)V99 VALUE ZEROS.
          77 WS-SALDO-USADO   PIC 9(11)V99 VALUE ZEROS.
          77 WS-A-PAGAR       PIC 9(11)V99 VALUE ZEROS.
          77 WS-SALDO-FAVOR   PIC 9(11)V99 VALUE ZEROS.
          77 WS-AUMENTO-FAVOR PIC 9(11)V99 VALUE ZEROS.
          77 WS-PERIODO-ANT   PIC 9(6) VALUE ZEROS.
          77 WS-POSICION-ESTADO PIC X VALUE SPACE.
              88 POSICION-YA-LIQUIDADA VALUE "L".
              88 POSICION-FUERA-ORDEN  VALUE "F".
          77 WS-EDIT-POS      PIC -(10)9.99 VALUE ZEROS.
          77 CTA-IVA-CREDITO  PIC 9(4) VALUE 1150.
          77 CTA-IVA-SALDO-FAVOR PIC 9(4) VALUE 1160.
          77 CTA-IVA-DEBITO   PIC 9(4) VALUE 2410.
          77 CTA-IVA-A-PAGAR  PIC 9(4) VALUE 2420.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Libro IVA ventas"
             DISPLAY "2 - Libro IVA compras"
             DISPLAY "3 - Posicion mensual de IVA"
             ACCEPT WS-MODO

             DISPLAY "Mes a presentar (AAAAMM)"
             ACCEPT WS-MES-PEDIDO

             EVALUATE WS-MODO
                WHEN 2 PERFORM LIBRO-COMPRAS
                WHEN 3
                   PERFORM LIBRO-VENTAS
                   PERFORM LIBRO-COMPRAS
                   PERFORM POSICION-IVA
                WHEN OTHER PERFORM LIBRO-VENTAS
             END-EVALUATE
           GOBACK.

       LIBRO-VENTAS.
           OPEN OUTPUT LIBRO-FILE
           OPEN OUTPUT EXTRACTO-FILE

           MOVE SPACES TO EXTRACTO-RECORD
           MOVE "C" TO XC-TIPO
           MOVE WS-MES-PEDIDO TO XC-PERIODO
           WRITE EXTRACTO-RECORD

           MOVE SPACES TO LIBRO-LINE
           STRING "===== LIBRO IVA VENTAS " WS-MES-PEDIDO " ====="
              DELIMITED BY SIZE INTO LIBRO-LINE
           PERFORM ESCRIBIR-LINEA-LIBRO

           PERFORM CARGAR-DETALLE
           PERFORM LISTAR-FACTURAS
           PERFORM LISTAR-NOTAS-CREDITO
           PERFORM TOTALES-DEL-MES

           MOVE SPACES TO EXTRACTO-RECORD
           MOVE "T" TO XT-TIPO
           MOVE WS-CANT-DETALLES TO XT-CANTIDAD
           MOVE WS-SUMA-CONTROL  TO XT-SUMA
           WRITE EXTRACTO-RECORD

           CLOSE EXTRACTO-FILE
           CLOSE LIBRO-FILE

           DISPLAY " "
           DISPLAY "Documentos del mes: " WS-CANT-DOCS
           IF WS-CANT-SIN-CAE > ZEROS
              DISPLAY "ATENCION: " WS-CANT-SIN-CAE " documento(s)"
                 " sin CAE de la autoridad fiscal (marcados SIN CAE)"
           END-IF
           DISPLAY "Extracto grabado en libro_iva_extracto.txt".

      * solo las facturas del mes, por la clave alterna FA-FECHA
      * desde el dia 1; la numeracion corre con la fecha, asi que el
      * orden sigue siendo el fiscal
       LISTAR-FACTURAS.
           OPEN INPUT FACTURA-FILE
           IF NOT FACTURA-OK
              DISPLAY "No se encontro facturas_master.dat"
           ELSE
              COMPUTE FA-FECHA = (WS-MES-PEDIDO * 100) + 1
              START FACTURA-FILE KEY >= FA-FECHA
                INVALID KEY SET FIN-ARCHIVO TO TRUE
              END-START
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTURA-FILE NEXT
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF FA-FECHA(1:6) = WS-MES-PEDIDO
                       PERFORM LIBRO-LINEA-FACTURA
                    ELSE
                       SET FIN-ARCHIVO TO TRUE
                    END-IF
                END-READ
              END-PERFORM
           MOVE "N" TO WS-FIN-ARCHIVO.

       LIBRO-LINEA-FACTURA.
           ADD 1 TO WS-CANT-DOCS
           ADD FA-TOTAL TO WS-SUMA-CONTROL

           MOVE SPACES TO WS-MARCA-CAE
           IF NOT FA-AUTORIZADA
              MOVE " SIN CAE" TO WS-MARCA-CAE
              ADD 1 TO WS-CANT-SIN-CAE
           END-IF

           MOVE "FC"           TO WS-DOC-DOCUMENTO
           MOVE FA-NUM-FACTURA TO WS-DOC-NUMERO
           PERFORM SUMAR-RENGLONES-DOC

           IF WS-CANT-DC > ZEROS
              PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CANT-DC
                 MOVE DC-CATEGORIA(WS-C) TO WS-CATEGORIA
                 MOVE DC-ALICUOTA(WS-C)  TO WS-ALICUOTA
                 MOVE DC-BASE(WS-C)      TO WS-DOC-BASE
                 MOVE DC-IVA(WS-C)       TO WS-DOC-IVA
                 PERFORM RENGLON-LIBRO-FC
              END-PERFORM
           ELSE
              PERFORM CLASIFICAR-ALICUOTA-FC
              MOVE FA-SUBTOTAL TO WS-DOC-BASE
              MOVE FA-IVA      TO WS-DOC-IVA
              PERFORM RENGLON-LIBRO-FC
           END-IF.

      * una linea del libro y un D del extracto por categoria del
      * comprobante (WS-CATEGORIA, WS-ALICUOTA, WS-DOC-BASE/IVA)
       RENGLON-LIBRO-FC.
           EVALUATE WS-CATEGORIA
              WHEN "GENERAL"
                 ADD WS-DOC-BASE TO WS-BASE-GENERAL
                 ADD WS-DOC-IVA  TO WS-IVA-GENERAL
              WHEN "REDUCIDO"
                 ADD WS-DOC-BASE TO WS-BASE-REDUCIDO
                 ADD WS-DOC-IVA  TO WS-IVA-REDUCIDO
              WHEN "EXENTO"
                 ADD WS-DOC-BASE TO WS-BASE-EXENTO
              WHEN OTHER
                 ADD WS-DOC-BASE TO WS-BASE-OTRO
                 ADD WS-DOC-IVA  TO WS-IVA-OTRO
           END-EVALUATE

           MOVE WS-DOC-BASE TO WS-EDIT-BASE
           MOVE WS-DOC-IVA  TO WS-EDIT-IVA

           MOVE SPACES TO LIBRO-LINE
           STRING "FC " FA-NUM-FACTURA " " FA-FECHA
              " cliente " FA-CLIENTE
              " base " WS-EDIT-BASE " iva " WS-EDIT-IVA
              " " WS-CATEGORIA WS-MARCA-CAE
              DELIMITED BY SIZE INTO LIBRO-LINE
           PERFORM ESCRIBIR-LINEA-LIBRO

           MOVE FA-NUM-FACTURA TO XD-NUMERO
           MOVE FA-FECHA       TO XD-FECHA
           MOVE WS-ALICUOTA    TO XD-ALICUOTA
           MOVE WS-DOC-BASE    TO XD-BASE
           MOVE WS-DOC-IVA     TO XD-IVA
           WRITE EXTRACTO-RECORD
           ADD 1 TO WS-CANT-DETALLES.

      * la categoria sale del cociente IVA/base: solo para las
      * facturas cortadas antes del detalle por renglon
       CLASIFICAR-ALICUOTA-FC.
           IF FA-IVA = ZEROS
              MOVE ZEROS    TO WS-ALICUOTA
           MOVE "N" TO WS-FIN-ARCHIVO.

      * la nota de credito descuenta del libro: base e IVA en
      * negativo, por la categoria de sus renglones o, sin detalle,
      * con la alicuota derivada igual que la factura
       LIBRO-LINEA-NC.
           ADD 1 TO WS-CANT-DOCS
           ADD NC-TOTAL TO WS-SUMA-CONTROL

           MOVE SPACES TO WS-MARCA-CAE
           IF NOT NC-AUTORIZADA
              MOVE " SIN CAE" TO WS-MARCA-CAE
              ADD 1 TO WS-CANT-SIN-CAE
           END-IF

           MOVE "NC"   TO WS-DOC-DOCUMENTO
           MOVE NC-NUM TO WS-DOC-NUMERO
           PERFORM SUMAR-RENGLONES-DOC

           IF WS-CANT-DC > ZEROS
              PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CANT-DC
                 MOVE DC-CATEGORIA(WS-C) TO WS-CATEGORIA
                 MOVE DC-ALICUOTA(WS-C)  TO WS-ALICUOTA
                 MOVE DC-BASE(WS-C)      TO WS-DOC-BASE
                 MOVE DC-IVA(WS-C)       TO WS-DOC-IVA
                 PERFORM RENGLON-LIBRO-NC
              END-PERFORM
           ELSE
              PERFORM CLASIFICAR-ALICUOTA-NC
              MOVE NC-SUBTOTAL TO WS-DOC-BASE
              MOVE NC-IVA      TO WS-DOC-IVA
              PERFORM RENGLON-LIBRO-NC
           END-IF.

       CLASIFICAR-ALICUOTA-NC.
           IF NC-IVA = ZEROS
              MOVE ZEROS    TO WS-ALICUOTA
              MOVE "EXENTO" TO WS-CATEGORIA
                       MOVE "OTRO" TO WS-CATEGORIA
                 END-EVALUATE
              END-IF
           END-IF.

       RENGLON-LIBRO-NC.
           EVALUATE WS-CATEGORIA
              WHEN "GENERAL"
                 SUBTRACT WS-DOC-BASE FROM WS-BASE-GENERAL
                 SUBTRACT WS-DOC-IVA  FROM WS-IVA-GENERAL
              WHEN "REDUCIDO"
                 SUBTRACT WS-DOC-BASE FROM WS-BASE-REDUCIDO
                 SUBTRACT WS-DOC-IVA  FROM WS-IVA-REDUCIDO
              WHEN "EXENTO"
                 SUBTRACT WS-DOC-BASE FROM WS-BASE-EXENTO
              WHEN OTHER
                 SUBTRACT WS-DOC-BASE FROM WS-BASE-OTRO
                 SUBTRACT WS-DOC-IVA  FROM WS-IVA-OTRO
           END-EVALUATE

           COMPUTE WS-EDIT-BASE = ZEROS - WS-DOC-BASE
           COMPUTE WS-EDIT-IVA  = ZEROS - WS-DOC-IVA

           MOVE SPACES TO LIBRO-LINE
           STRING "NC " NC-NUM " " NC-FECHA
              " cliente " NC-CLIENTE
              " base " WS-EDIT-BASE " iva " WS-EDIT-IVA
              " " WS-CATEGORIA " (ref " NC-REF-FACTURA ")"
              WS-MARCA-CAE
              DELIMITED BY SIZE INTO LIBRO-LINE
           PERFORM ESCRIBIR-LINEA-LIBRO

           MOVE NC-NUM      TO XD-NUMERO
           MOVE NC-FECHA    TO XD-FECHA
           MOVE WS-ALICUOTA TO XD-ALICUOTA
           MOVE WS-DOC-BASE TO XD-BASE
           MOVE WS-DOC-IVA  TO XD-IVA
           WRITE EXTRACTO-RECORD
           ADD 1 TO WS-CANT-DETALLES.

      * renglones de todos los comprobantes de venta, una sola
      * lectura por corrida
       CARGAR-DETALLE.
           MOVE ZEROS TO WS-CANT-DX
           OPEN INPUT FACTLIN-FILE
           IF FACTLIN-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTLIN-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-DX < 20000
                       ADD 1 TO WS-CANT-DX
                       MOVE DL-DOCUMENTO TO DX-DOCUMENTO(WS-CANT-DX)
                       MOVE DL-NUMERO    TO DX-NUMERO(WS-CANT-DX)
                       MOVE DL-CATEGORIA TO DX-CATEGORIA(WS-CANT-DX)
                       MOVE DL-ALICUOTA  TO DX-ALICUOTA(WS-CANT-DX)
                       MOVE DL-BASE      TO DX-BASE(WS-CANT-DX)
                       MOVE DL-IVA       TO DX-IVA(WS-CANT-DX)
                    ELSE
                       SET DETALLE-DESBORDADO TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FACTLIN-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           IF DETALLE-DESBORDADO
              DISPLAY "ATENCION: facturas_detalle.txt excede 20000"
                 " renglones; los comprobantes sin renglones"
                 " cargados se clasifican por el cociente IVA/base"
           END-IF.

      * suma los renglones de WS-DOC-DOCUMENTO/WS-DOC-NUMERO por
      * categoria y alicuota en DOC-CATEG-TABLA (WS-CANT-DC = 0 si
      * el comprobante no tiene detalle)
       SUMAR-RENGLONES-DOC.
           MOVE ZEROS TO WS-CANT-DC
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-CANT-DX
              IF DX-DOCUMENTO(WS-X) = WS-DOC-DOCUMENTO
                  AND DX-NUMERO(WS-X) = WS-DOC-NUMERO
                 PERFORM ACUMULAR-CATEGORIA-DOC
              END-IF
           END-PERFORM.

       ACUMULAR-CATEGORIA-DOC.
           MOVE "N" TO WS-DC-HALLADO
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-DC OR DC-HALLADO
              IF DC-CATEGORIA(WS-C) = DX-CATEGORIA(WS-X)
                  AND DC-ALICUOTA(WS-C) = DX-ALICUOTA(WS-X)
                 SET DC-HALLADO TO TRUE
                 ADD DX-BASE(WS-X) TO DC-BASE(WS-C)
                 ADD DX-IVA(WS-X)  TO DC-IVA(WS-C)
              END-IF
           END-PERFORM

           IF NOT DC-HALLADO
              IF WS-CANT-DC < 10
                 ADD 1 TO WS-CANT-DC
                 MOVE DX-CATEGORIA(WS-X) TO DC-CATEGORIA(WS-CANT-DC)
                 MOVE DX-ALICUOTA(WS-X)  TO DC-ALICUOTA(WS-CANT-DC)
                 MOVE DX-BASE(WS-X)      TO DC-BASE(WS-CANT-DC)
                 MOVE DX-IVA(WS-X)       TO DC-IVA(WS-CANT-DC)
              ELSE
                 MOVE "OTRO" TO DC-CATEGORIA(WS-CANT-DC)
                 ADD DX-BASE(WS-X) TO DC-BASE(WS-CANT-DC)
                 ADD DX-IVA(WS-X)  TO DC-IVA(WS-CANT-DC)
              END-IF
           END-IF.

       TOTALES-DEL-MES.
           MOVE SPACES TO LIBRO-LINE
       ESCRIBIR-LINEA-LIBRO.
           DISPLAY LIBRO-LINE
           WRITE LIBRO-LINE.

      * libro IVA compras: facturas de proveedores (menos las
      * rechazadas) y facturas de fleteros del mes, por la alicuota
      * con que se registraron
       LIBRO-COMPRAS.
           OPEN OUTPUT COMPRAS-FILE
           OPEN OUTPUT EXTRACTO-COMPRAS-FILE

           MOVE SPACES TO EXTRACTO-COMPRAS-RECORD
           MOVE "C" TO XCC-TIPO
           MOVE WS-MES-PEDIDO TO XCC-PERIODO
           WRITE EXTRACTO-COMPRAS-RECORD

           MOVE SPACES TO COMPRAS-LINE
           STRING "===== LIBRO IVA COMPRAS " WS-MES-PEDIDO " ====="
              DELIMITED BY SIZE INTO COMPRAS-LINE
           PERFORM ESCRIBIR-LINEA-COMPRAS
           MOVE SPACES TO COMPRAS-LINE
           STRING "DOC NUMERO FECHA    PROVEEDOR       COMPROBANTE "
              "           BASE           IVA"
              DELIMITED BY SIZE INTO COMPRAS-LINE
           PERFORM ESCRIBIR-LINEA-COMPRAS

           PERFORM LISTAR-FACTURAS-PROVEEDOR
           PERFORM LISTAR-FACTURAS-FLETE
           PERFORM TOTALES-COMPRAS

           MOVE SPACES TO EXTRACTO-COMPRAS-RECORD
           MOVE "T" TO XCT-TIPO
           MOVE WS-CO-CANT-DOCS    TO XCT-CANTIDAD
           MOVE WS-CO-SUMA-CONTROL TO XCT-SUMA
           WRITE EXTRACTO-COMPRAS-RECORD

           CLOSE EXTRACTO-COMPRAS-FILE
           CLOSE COMPRAS-FILE

           DISPLAY " "
           DISPLAY "Comprobantes de compra del mes: " WS-CO-CANT-DOCS
           DISPLAY "Extracto grabado en libro_iva_compras_extracto.txt".

       LISTAR-FACTURAS-PROVEEDOR.
           OPEN INPUT FACTPROV-FILE
           IF FACTPROV-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTPROV-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF FV-FECHA(1:6) = WS-MES-PEDIDO
                        AND NOT FV-RECHAZADA
                       MOVE "FP" TO XCD-DOCUMENTO
                       MOVE FV-ID TO XCD-NUMERO
                       MOVE FV-FECHA TO XCD-FECHA
                       MOVE FV-PROVEEDOR TO XCD-PROVEEDOR
                       MOVE FV-COMPROBANTE TO XCD-COMPROBANTE
                       MOVE FV-IMPORTE TO WS-CO-BASE
                       IF FV-IVA IS NUMERIC
                          MOVE FV-ALICUOTA TO WS-ALICUOTA
                          MOVE FV-IVA TO WS-CO-IVA
                       ELSE
                          MOVE 99.99 TO WS-ALICUOTA
                          MOVE ZEROS TO WS-CO-IVA
                       END-IF
                       PERFORM COMPRAS-LINEA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FACTPROV-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * la factura del fletero se registra al liquidarlo; la
      * liquidacion sin comprobante no tiene factura que informar
       LISTAR-FACTURAS-FLETE.
           OPEN INPUT LIQUIDADOS-FILE
           IF LIQUIDADOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ LIQUIDADOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF FL-FECHA(1:6) = WS-MES-PEDIDO
                        AND FL-COMPROBANTE NOT = SPACES
                        AND FL-IVA IS NUMERIC
                       MOVE "FF" TO XCD-DOCUMENTO
                       MOVE FL-ORDEN TO XCD-NUMERO
                       MOVE FL-FECHA TO XCD-FECHA
                       MOVE FL-TRANSPORTISTA TO XCD-PROVEEDOR
                       MOVE FL-COMPROBANTE TO XCD-COMPROBANTE
                       MOVE FL-IMPORTE TO WS-CO-BASE
                       MOVE FL-ALICUOTA TO WS-ALICUOTA
                       MOVE FL-IVA TO WS-CO-IVA
                       PERFORM COMPRAS-LINEA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE LIQUIDADOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * XCD-DOCUMENTO, numero, fecha, proveedor y comprobante ya
      * cargados; WS-ALICUOTA 99.99 = factura sin IVA registrado
       COMPRAS-LINEA.
           EVALUATE WS-ALICUOTA
              WHEN 21.00
                 MOVE "GENERAL" TO WS-CATEGORIA
                 ADD WS-CO-BASE TO WS-CO-BASE-GENERAL
                 ADD WS-CO-IVA  TO WS-CO-IVA-GENERAL
              WHEN 10.50
                 MOVE "REDUCIDO" TO WS-CATEGORIA
                 ADD WS-CO-BASE TO WS-CO-BASE-REDUCIDO
                 ADD WS-CO-IVA  TO WS-CO-IVA-REDUCIDO
              WHEN ZEROS
                 MOVE "EXENTO" TO WS-CATEGORIA
                 ADD WS-CO-BASE TO WS-CO-BASE-EXENTO
              WHEN OTHER
                 MOVE "OTRO" TO WS-CATEGORIA
                 MOVE ZEROS TO WS-ALICUOTA
                 ADD WS-CO-BASE TO WS-CO-BASE-OTRO
           END-EVALUATE

           ADD 1 TO WS-CO-CANT-DOCS
           ADD WS-CO-BASE WS-CO-IVA TO WS-CO-SUMA-CONTROL
           ADD WS-CO-IVA TO WS-CREDITO

           MOVE WS-CO-BASE TO WS-EDIT-BASE
           MOVE WS-CO-IVA  TO WS-EDIT-IVA
           MOVE SPACES TO COMPRAS-LINE
           STRING XCD-DOCUMENTO "  " XCD-NUMERO " " XCD-FECHA " "
              XCD-PROVEEDOR " " XCD-COMPROBANTE " " WS-EDIT-BASE
              " " WS-EDIT-IVA " " WS-CATEGORIA
              DELIMITED BY SIZE INTO COMPRAS-LINE
           PERFORM ESCRIBIR-LINEA-COMPRAS

           MOVE "D" TO XCD-TIPO
           MOVE WS-ALICUOTA TO XCD-ALICUOTA
           MOVE WS-CO-BASE  TO XCD-BASE
           MOVE WS-CO-IVA   TO XCD-IVA
           MOVE SPACES TO EXTRACTO-COMPRAS-DETALLE(71:10)
           WRITE EXTRACTO-COMPRAS-RECORD.

       TOTALES-COMPRAS.
           MOVE SPACES TO COMPRAS-LINE
           MOVE "--- Totales del mes por alicuota ---" TO COMPRAS-LINE
           PERFORM ESCRIBIR-LINEA-COMPRAS

           MOVE WS-CO-BASE-GENERAL TO WS-EDIT-BASE
           MOVE WS-CO-IVA-GENERAL  TO WS-EDIT-IVA
           MOVE SPACES TO COMPRAS-LINE
           STRING "  GENERAL  base " WS-EDIT-BASE " iva " WS-EDIT-IVA
              DELIMITED BY SIZE INTO COMPRAS-LINE
           PERFORM ESCRIBIR-LINEA-COMPRAS

           MOVE WS-CO-BASE-REDUCIDO TO WS-EDIT-BASE
           MOVE WS-CO-IVA-REDUCIDO  TO WS-EDIT-IVA
           MOVE SPACES TO COMPRAS-LINE
           STRING "  REDUCIDO base " WS-EDIT-BASE " iva " WS-EDIT-IVA
              DELIMITED BY SIZE INTO COMPRAS-LINE
           PERFORM ESCRIBIR-LINEA-COMPRAS

           MOVE WS-CO-BASE-EXENTO TO WS-EDIT-BASE
           MOVE SPACES TO COMPRAS-LINE
           STRING "  EXENTO   base " WS-EDIT-BASE
              DELIMITED BY SIZE INTO COMPRAS-LINE
           PERFORM ESCRIBIR-LINEA-COMPRAS

           IF WS-CO-BASE-OTRO NOT = ZEROS
              MOVE WS-CO-BASE-OTRO TO WS-EDIT-BASE
              MOVE SPACES TO COMPRAS-LINE
              STRING "  OTRO     base " WS-EDIT-BASE
                 " (facturas sin IVA registrado)"
                 DELIMITED BY SIZE INTO COMPRAS-LINE
              PERFORM ESCRIBIR-LINEA-COMPRAS
           END-IF

           MOVE WS-CREDITO TO WS-EDIT-IVA
           MOVE SPACES TO COMPRAS-LINE
           STRING "  CREDITO FISCAL DEL MES     " WS-EDIT-IVA
              DELIMITED BY SIZE INTO COMPRAS-LINE
           PERFORM ESCRIBIR-LINEA-COMPRAS.

       ESCRIBIR-LINEA-COMPRAS.
           DISPLAY COMPRAS-LINE
           WRITE COMPRAS-LINE.

      * debito fiscal (libro ventas) menos credito fiscal (libro
      * compras) menos el saldo a favor que trae el mes anterior
       POSICION-IVA.
           IF WS-CANT-SIN-CAE > ZEROS
              DISPLAY "No se liquida la posicion de " WS-MES-PEDIDO
                 ": hay " WS-CANT-SIN-CAE " comprobante(s) de venta"
                 " sin CAE (AUTORIZAR-CAE)"
              GOBACK
           END-IF

           PERFORM CARGAR-POSICIONES
           IF POSICION-YA-LIQUIDADA
              DISPLAY "La posicion de IVA de " WS-MES-PEDIDO
                 " ya fue liquidada, no se vuelve a asentar"
              GOBACK
           END-IF
           IF POSICION-FUERA-ORDEN
              DISPLAY "Hay una posicion de IVA posterior a "
                 WS-MES-PEDIDO " ya liquidada: no se liquida fuera"
                 " de orden"
              GOBACK
           END-IF

           MOVE WS-FECHA-NEGOCIO(1:6) TO WS-PERIODO-GL
           PERFORM VERIFICAR-PERIODO-GL
           IF NOT PERIODO-GL-ABIERTO
              DISPLAY "El periodo " WS-PERIODO-GL " ya esta "
                 WS-PERIODO-GL-ESTADO " (P = posteado, C ="
                 " cerrado) en CONTABILIZAR: no admite"
                 " movimientos"
              GOBACK
           END-IF

           COMPUTE WS-DEBITO =
              WS-IVA-GENERAL + WS-IVA-REDUCIDO + WS-IVA-OTRO
           COMPUTE WS-NETO-IVA = WS-DEBITO - WS-CREDITO

           MOVE ZEROS TO WS-SALDO-USADO WS-A-PAGAR WS-AUMENTO-FAVOR
           IF WS-NETO-IVA > ZEROS
              IF WS-SALDO-ANT >= WS-NETO-IVA
                 MOVE WS-NETO-IVA TO WS-SALDO-USADO
              ELSE
                 MOVE WS-SALDO-ANT TO WS-SALDO-USADO
              END-IF
              COMPUTE WS-A-PAGAR = WS-NETO-IVA - WS-SALDO-USADO
           ELSE
              COMPUTE WS-AUMENTO-FAVOR = ZEROS - WS-NETO-IVA
           END-IF
           COMPUTE WS-SALDO-FAVOR =
              WS-SALDO-ANT - WS-SALDO-USADO + WS-AUMENTO-FAVOR

           PERFORM INFORMAR-POSICION
           PERFORM GRABAR-POSICION
           PERFORM ASENTAR-POSICION.

      * el saldo a favor anterior es el del ultimo mes liquidado
      * antes del pedido
       CARGAR-POSICIONES.
           MOVE SPACE TO WS-POSICION-ESTADO
           MOVE ZEROS TO WS-SALDO-ANT WS-PERIODO-ANT
           OPEN INPUT POSICION-FILE
           IF POSICION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ POSICION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    EVALUATE TRUE
                       WHEN IP-PERIODO = WS-MES-PEDIDO
                          SET POSICION-YA-LIQUIDADA TO TRUE
                       WHEN IP-PERIODO > WS-MES-PEDIDO
                          IF NOT POSICION-YA-LIQUIDADA
                             SET POSICION-FUERA-ORDEN TO TRUE
                          END-IF
                       WHEN IP-PERIODO > WS-PERIODO-ANT
                          MOVE IP-PERIODO TO WS-PERIODO-ANT
                          MOVE IP-SALDO-FAVOR TO WS-SALDO-ANT
                    END-EVALUATE
                END-READ
              END-PERFORM
              CLOSE POSICION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       INFORMAR-POSICION.
           OPEN OUTPUT POSICION-REP-FILE

           MOVE SPACES TO POSICION-REP-LINE
           STRING "===== POSICION DE IVA " WS-MES-PEDIDO " ====="
              DELIMITED BY SIZE INTO POSICION-REP-LINE
           PERFORM ESCRIBIR-LINEA-POSICION

           MOVE WS-DEBITO TO WS-EDIT-POS
           MOVE SPACES TO POSICION-REP-LINE
           STRING "  Debito fiscal (IVA ventas)       " WS-EDIT-POS
              DELIMITED BY SIZE INTO POSICION-REP-LINE
           PERFORM ESCRIBIR-LINEA-POSICION

           MOVE WS-CREDITO TO WS-EDIT-POS
           MOVE SPACES TO POSICION-REP-LINE
           STRING "  Credito fiscal (IVA compras)     " WS-EDIT-POS
              DELIMITED BY SIZE INTO POSICION-REP-LINE
           PERFORM ESCRIBIR-LINEA-POSICION

           MOVE WS-SALDO-ANT TO WS-EDIT-POS
           MOVE SPACES TO POSICION-REP-LINE
           IF WS-PERIODO-ANT = ZEROS
              STRING "  Saldo a favor anterior           " WS-EDIT-POS
                 DELIMITED BY SIZE INTO POSICION-REP-LINE
           ELSE
              STRING "  Saldo a favor anterior           " WS-EDIT-POS
                 " (de " WS-PERIODO-ANT ")"
                 DELIMITED BY SIZE INTO POSICION-REP-LINE
           END-IF
           PERFORM ESCRIBIR-LINEA-POSICION

           MOVE WS-A-PAGAR TO WS-EDIT-POS
           MOVE SPACES TO POSICION-REP-LINE
           STRING "  IVA A PAGAR                      " WS-EDIT-POS
              DELIMITED BY SIZE INTO POSICION-REP-LINE
           PERFORM ESCRIBIR-LINEA-POSICION

           MOVE WS-SALDO-FAVOR TO WS-EDIT-POS
           MOVE SPACES TO POSICION-REP-LINE
           STRING "  Saldo a favor al mes siguiente   " WS-EDIT-POS
              DELIMITED BY SIZE INTO POSICION-REP-LINE
           PERFORM ESCRIBIR-LINEA-POSICION

           CLOSE POSICION-REP-FILE.

       ESCRIBIR-LINEA-POSICION.
           DISPLAY POSICION-REP-LINE
           WRITE POSICION-REP-LINE.

       GRABAR-POSICION.
           MOVE SPACES TO POSICION-RECORD
           MOVE WS-MES-PEDIDO    TO IP-PERIODO
           MOVE WS-DEBITO        TO IP-DEBITO
           MOVE WS-CREDITO       TO IP-CREDITO
           MOVE WS-SALDO-ANT     TO IP-SALDO-ANT
           MOVE WS-A-PAGAR       TO IP-A-PAGAR
           MOVE WS-SALDO-FAVOR   TO IP-SALDO-FAVOR
           MOVE WS-FECHA-NEGOCIO TO IP-FECHA

           OPEN INPUT POSICION-FILE
           IF NOT POSICION-OK
              OPEN OUTPUT POSICION-FILE
           END-IF
           CLOSE POSICION-FILE

           OPEN EXTEND POSICION-FILE
           WRITE POSICION-RECORD
           CLOSE POSICION-FILE.

      * asiento de liquidacion: el debito fiscal se cancela contra el
      * credito fiscal; lo que falta sale del saldo a favor anterior
      * y el resto queda a pagar, o lo que sobra aumenta el saldo a
      * favor. Un debito negativo (mas notas de credito que
      * facturas) va al haber.
       ASENTAR-POSICION.
           MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
           MOVE "IVA LIQUID" TO WS-AG-ORIGEN

           IF WS-DEBITO NOT = ZEROS
              MOVE CTA-IVA-DEBITO TO WS-AG-CUENTA
              IF WS-DEBITO > ZEROS
                 MOVE WS-DEBITO TO WS-AG-DEBE
                 MOVE ZEROS     TO WS-AG-HABER
              ELSE
                 MOVE ZEROS     TO WS-AG-DEBE
                 COMPUTE WS-AG-HABER = ZEROS - WS-DEBITO
              END-IF
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           IF WS-CREDITO > ZEROS
              MOVE CTA-IVA-CREDITO TO WS-AG-CUENTA
              MOVE ZEROS      TO WS-AG-DEBE
              MOVE WS-CREDITO TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           IF WS-SALDO-USADO > ZEROS
              MOVE CTA-IVA-SALDO-FAVOR TO WS-AG-CUENTA
              MOVE ZEROS          TO WS-AG-DEBE
              MOVE WS-SALDO-USADO TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           IF WS-A-PAGAR > ZEROS
              MOVE CTA-IVA-A-PAGAR TO WS-AG-CUENTA
              MOVE ZEROS      TO WS-AG-DEBE
              MOVE WS-A-PAGAR TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           IF WS-AUMENTO-FAVOR > ZEROS
              MOVE CTA-IVA-SALDO-FAVOR TO WS-AG-CUENTA
              MOVE WS-AUMENTO-FAVOR TO WS-AG-DEBE
              MOVE ZEROS            TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           DISPLAY "Asiento de liquidacion de IVA grabado en"
              " asientos_pendientes.txt".

       COPY "FECHA-NEGOCIO-CALC.cpy".
       COPY "ASIPEND-CALC.cpy".
       COPY "PERIODO-GL-CALC.cpy".
