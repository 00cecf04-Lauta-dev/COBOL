      * Punto de reposicion recalculado desde el consumo real: el
      * PD-REORDEN de productos_master.txt era un numero cargado hace
      * anios, y COMPRAS modo 1 pide contra el (faltan bananas en
      * verano y se tiran mandarinas en invierno). Este programa:
      *  - modo 1: propuesta. Para cada codigo del maestro arma la
      *    salida diaria de los ultimos 90 dias de la fecha de
      *    negocio: lo donado (donaciones.txt), lo vendido en el
      *    mostrador (ventas_fruta.txt), los consumos FEFO de LOTES
      *    (consumos_fefo.txt; los de motivo donacion ya estan en
      *    donaciones.txt y no se cuentan dos veces) y las bajas de
      *    lotes vencidos (mermas_vencidas.txt). De ahi salen el
      *    promedio diario y su desvio. El plazo de entrega es el
      *    promedio del proveedor del producto en las ordenes de
      *    compra cerradas (de OC-FECHA a OC-FECHA-RECEP); un
      *    proveedor sin ordenes cerradas toma 7 dias. Se propone:
      *      punto  = promedio x plazo + 1,65 x desvio x raiz(plazo)
      *               (stock de seguridad para un 95% de servicio)
      *      pedido = promedio x 14 dias de cobertura
      *    Solo los codigos cuya propuesta difiere de lo vigente
      *    quedan en propuestas_reposicion.txt (estado P, pendiente;
      *    la corrida reemplaza la anterior) y salen en el spool
      *    para el comprador
      *  - modo 2: revision de las propuestas pendientes: el
      *    comprador acepta (S) o rechaza (N) cada una; en blanco
      *    queda pendiente. Lo aceptado se graba en el maestro
      *    (PD-REORDEN y PD-CANT-PEDIDO) y cada cambio queda en
      *    parametros_auditoria.txt con el operador, como los
      *    cambios de PARAMETROS

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNTO-REPOSICION.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PRODUCTOS-FILE ASSIGN TO "productos_master.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRODUCTOS-STATUS.

             SELECT ORDENES-FILE ASSIGN TO "ordenes_compra.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDENES-STATUS.

             SELECT DONACIONES-FILE ASSIGN TO "donaciones.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DONACIONES-STATUS.

             SELECT VENTAS-FILE ASSIGN TO "ventas_fruta.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VENTAS-STATUS.

             SELECT CONSUMOS-FILE ASSIGN TO "consumos_fefo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONSUMOS-STATUS.

             SELECT VENCIDAS-FILE ASSIGN TO "mermas_vencidas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VENCIDAS-STATUS.

             SELECT PROPUESTAS-FILE ASSIGN TO
                 "propuestas_reposicion.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PROPUESTAS-STATUS.

             SELECT AUDITORIA-FILE ASSIGN TO
                 "parametros_auditoria.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUDITORIA-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "ESPOOL-FC.cpy".

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

        FD DONACIONES-FILE.
        01 DONACION-RECORD.
           05 DN-NUMERO   PIC 9(6).
           05 FILLER      PIC X.
           05 DN-FECHA    PIC 9(8).
           05 FILLER      PIC X.
           05 DN-ORG      PIC X(20).
           05 FILLER      PIC X.
           05 DN-CODIGO   PIC X(6).
           05 FILLER      PIC X.
           05 DN-CANTIDAD PIC 9(3).

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

        FD CONSUMOS-FILE.
        01 CONSUMO-RECORD.
           05 CF-FECHA    PIC 9(8).
           05 FILLER      PIC X.
           05 CF-CODIGO   PIC X(6).
           05 FILLER      PIC X.
           05 CF-CANTIDAD PIC 9(3).
           05 FILLER      PIC X.
           05 CF-MOTIVO   PIC X.

        FD VENCIDAS-FILE.
        01 VENCIDA-RECORD.
           05 MV-FECHA    PIC 9(8).
           05 FILLER      PIC X.
           05 MV-CODIGO   PIC X(6).
           05 FILLER      PIC X.
           05 MV-CANTIDAD PIC 9(3).

      * propuesta por codigo: fecha de calculo, promedio y desvio
      * diarios, plazo del proveedor, punto y pedido vigentes y
      * propuestos, y estado (P pendiente, A aceptada, R rechazada)
        FD PROPUESTAS-FILE.
        01 PROPUESTA-RECORD.
           05 PP-FECHA         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PP-CODIGO        PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 PP-PROMEDIO      PIC 9(3)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 PP-DESVIO        PIC 9(3)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 PP-PLAZO         PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 PP-REORDEN-ACT   PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 PP-REORDEN-NUEVO PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 PP-PEDIDO-ACT    PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 PP-PEDIDO-NUEVO  PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 PP-ESTADO        PIC X.
              88 PP-PENDIENTE VALUE "P".

        FD AUDITORIA-FILE.
        01 AUDITORIA-RECORD.
           05 PA-FECHA-VIG PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 PA-OPERADOR  PIC X(10).
           05 FILLER       PIC X VALUE SPACE.
           05 PA-ARCHIVO   PIC X(25).
           05 FILLER       PIC X VALUE SPACE.
           05 PA-VIEJO     PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 PA-NUEVO     PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 PA-TIMESTAMP PIC X(21).

        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "FECHA-WS.cpy".
          COPY "BISIESTO-WS.cpy".

          77 WS-PRODUCTOS-STATUS PIC X(2) VALUE "00".
              88 PRODUCTOS-OK VALUE "00".
          77 WS-ORDENES-STATUS PIC X(2) VALUE "00".
              88 ORDENES-OK VALUE "00".
          77 WS-DONACIONES-STATUS PIC X(2) VALUE "00".
              88 DONACIONES-OK VALUE "00".
          77 WS-VENTAS-STATUS PIC X(2) VALUE "00".
              88 VENTAS-OK VALUE "00".
          77 WS-CONSUMOS-STATUS PIC X(2) VALUE "00".
              88 CONSUMOS-OK VALUE "00".
          77 WS-VENCIDAS-STATUS PIC X(2) VALUE "00".
              88 VENCIDAS-OK VALUE "00".
          77 WS-PROPUESTAS-STATUS PIC X(2) VALUE "00".
              88 PROPUESTAS-OK VALUE "00".
          77 WS-AUDITORIA-STATUS PIC X(2) VALUE "00".
              88 AUDITORIA-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * parametros del calculo
          77 WS-VENTANA-DIAS    PIC 9(3) VALUE 90.
          77 WS-PLAZO-DEFECTO   PIC 9(3) VALUE 7.
          77 WS-FACTOR-SERVICIO PIC 9V99 VALUE 1.65.
          77 WS-DIAS-COBERTURA  PIC 9(3) VALUE 14.

      * maestro cargado: la imagen del registro se reescribe tal cual
      * salvo el punto y el pedido aceptados
          01 PRODUCTOS-TABLA.
             02 PRODUCTO-ENT OCCURS 200 TIMES.
                03 PR-IMAGEN      PIC X(64).
                03 PR-CODIGO      PIC X(6).
                03 PR-DESCRIPCION PIC X(25).
                03 PR-PROVEEDOR   PIC X(15).
                03 PR-REORDEN     PIC 9(3).
                03 PR-CANT-PEDIDO PIC 9(3).
                03 PR-DIAS.
                   04 PR-DIA PIC 9(4) OCCURS 90 TIMES.
          77 WS-CANT-PRODUCTOS PIC 9(3) VALUE ZEROS.
          77 WS-PR             PIC 9(3) VALUE ZEROS.
          77 WS-PRODUCTO-IDX   PIC 9(3) VALUE ZEROS.

      * plazo de entrega observado por proveedor
          01 PROVEEDORES-TABLA.
             02 PROVEEDOR-ENT OCCURS 50 TIMES.
                03 PV-PROVEEDOR PIC X(15).
                03 PV-ORDENES   PIC 9(4).
                03 PV-DIAS      PIC 9(7).
          77 WS-CANT-PROVEEDORES PIC 9(2) VALUE ZEROS.
          77 WS-PV               PIC 9(2) VALUE ZEROS.
          77 WS-PROVEEDOR-IDX    PIC 9(2) VALUE ZEROS.

      * propuestas cargadas para la revision
          01 PROPUESTAS-TABLA.
             02 PROPUESTA-ENT OCCURS 200 TIMES.
                03 PT-IMAGEN PIC X(60).
          77 WS-CANT-PROPUESTAS PIC 9(3) VALUE ZEROS.
          77 WS-PP              PIC 9(3) VALUE ZEROS.

          77 WS-SERIAL-HOY   PIC S9(7) VALUE ZEROS.
          77 WS-DIAS-ATRAS   PIC S9(7) VALUE ZEROS.
          77 WS-DIA-IDX      PIC 9(3) VALUE ZEROS.
          77 WS-D            PIC 9(3) VALUE ZEROS.
          77 WS-FECHA-MOV    PIC 9(8) VALUE ZEROS.
          77 WS-CODIGO       PIC X(6) VALUE SPACES.
          77 WS-CANTIDAD     PIC 9(3) VALUE ZEROS.
          77 WS-FECHA-DESDE  PIC 9(8) VALUE ZEROS.

          77 WS-SALIDA-TOTAL PIC 9(7) VALUE ZEROS.
          77 WS-PROMEDIO     PIC 9(3)V9(4) VALUE ZEROS.
          77 WS-SUMA-CUAD    PIC 9(11)V9(4) VALUE ZEROS.
          77 WS-DIFERENCIA   PIC S9(5)V9(4) VALUE ZEROS.
          77 WS-DESVIO       PIC 9(3)V9(4) VALUE ZEROS.
          77 WS-PLAZO        PIC 9(3) VALUE ZEROS.
          77 WS-PUNTO-CALC   PIC 9(7)V99 VALUE ZEROS.
          77 WS-PEDIDO-CALC  PIC 9(7)V99 VALUE ZEROS.
          77 WS-NUEVO-REORDEN PIC 9(3) VALUE ZEROS.
          77 WS-NUEVO-PEDIDO PIC 9(3) VALUE ZEROS.
          77 WS-PLAZO-ORDEN  PIC S9(7) VALUE ZEROS.

          77 WS-CANT-SIN-CAMBIO PIC 9(3) VALUE ZEROS.
          77 WS-CANT-ACEPTADAS  PIC 9(3) VALUE ZEROS.
          77 WS-CANT-RECHAZADAS PIC 9(3) VALUE ZEROS.
          77 WS-CANT-PENDIENTES PIC 9(3) VALUE ZEROS.

          77 WS-RESPUESTA    PIC X VALUE SPACE.
          77 WS-OPERADOR     PIC X(10) VALUE SPACES.
          77 WS-VIEJO        PIC X(20) VALUE SPACES.
          77 WS-NUEVO        PIC X(20) VALUE SPACES.

          77 WS-ED-PROM      PIC ZZ9.99 VALUE ZEROS.
          77 WS-ED-DESV      PIC ZZ9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Propuesta de puntos de reposicion"
             DISPLAY "2 - Revisar y aplicar propuestas pendientes"
             ACCEPT WS-MODO

             PERFORM CARGAR-PRODUCTOS
             IF WS-CANT-PRODUCTOS = ZEROS
                DISPLAY "No hay productos_master.txt"
                GOBACK
             END-IF

             EVALUATE WS-MODO
                WHEN 2 PERFORM REVISAR-PROPUESTAS
                WHEN OTHER PERFORM PROPONER
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
                       PERFORM GUARDAR-PRODUCTO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PRODUCTOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       GUARDAR-PRODUCTO.
           MOVE PRODUCTO-RECORD TO PR-IMAGEN(WS-CANT-PRODUCTOS)
           MOVE PD-CODIGO       TO PR-CODIGO(WS-CANT-PRODUCTOS)
           MOVE PD-DESCRIPCION  TO PR-DESCRIPCION(WS-CANT-PRODUCTOS)
           MOVE PD-PROVEEDOR    TO PR-PROVEEDOR(WS-CANT-PRODUCTOS)
           MOVE ZEROS TO PR-REORDEN(WS-CANT-PRODUCTOS)
                         PR-CANT-PEDIDO(WS-CANT-PRODUCTOS)
           IF PD-REORDEN IS NUMERIC
              MOVE PD-REORDEN TO PR-REORDEN(WS-CANT-PRODUCTOS)
           END-IF
           IF PD-CANT-PEDIDO IS NUMERIC
              MOVE PD-CANT-PEDIDO TO PR-CANT-PEDIDO(WS-CANT-PRODUCTOS)
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-VENTANA-DIAS
              MOVE ZEROS TO PR-DIA(WS-CANT-PRODUCTOS, WS-D)
           END-PERFORM.

       BUSCAR-PRODUCTO.
           MOVE ZEROS TO WS-PRODUCTO-IDX
           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR > WS-CANT-PRODUCTOS
              IF WS-PRODUCTO-IDX = ZEROS
                  AND PR-CODIGO(WS-PR) = WS-CODIGO
                 MOVE WS-PR TO WS-PRODUCTO-IDX
              END-IF
           END-PERFORM.

      ******************************************************************
      * modo 1: propuesta
      ******************************************************************
       PROPONER.
           MOVE WS-FECHA-NEGOCIO TO WS-FC-FECHA
           PERFORM FECHA-A-SERIAL
           MOVE WS-FC-SERIAL TO WS-SERIAL-HOY

           MOVE WS-FECHA-NEGOCIO TO WS-FC-FECHA
           COMPUTE WS-FC-DIAS-SUMAR = 1 - WS-VENTANA-DIAS
           PERFORM SUMAR-DIAS-FECHA
           MOVE WS-FC-FECHA TO WS-FECHA-DESDE

           PERFORM SUMAR-DONACIONES
           PERFORM SUMAR-VENTAS
           PERFORM SUMAR-CONSUMOS
           PERFORM SUMAR-VENCIDAS
           PERFORM CARGAR-PLAZOS

           MOVE "PUNTO-REPOSICIO" TO WS-SPOOL-PROGRAMA
           MOVE SPACES TO WS-SPOOL-TITULO
           STRING "PROPUESTA DE REPOSICION " WS-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== PUNTOS DE REPOSICION: salidas del "
              WS-FECHA-DESDE " al " WS-FECHA-NEGOCIO " ====="
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Codigo Descripcion               Prom/d "
              " Desvio  Pzo   Punto           Pedido"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE ZEROS TO WS-CANT-PROPUESTAS WS-CANT-SIN-CAMBIO
           OPEN OUTPUT PROPUESTAS-FILE
           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR > WS-CANT-PRODUCTOS
              PERFORM CALCULAR-PROPUESTA
           END-PERFORM
           CLOSE PROPUESTAS-FILE

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Propuestas pendientes: " WS-CANT-PROPUESTAS
              "  Sin cambio: " WS-CANT-SIN-CAMBIO
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE "Aceptar o rechazar con el modo 2"
              TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM CERRAR-SPOOL.

      * la salida de WS-CANTIDAD del codigo WS-CODIGO en la fecha
      * WS-FECHA-MOV se suma a su dia dentro de la ventana (el dia 90
      * es la fecha de negocio)
       SUMAR-SALIDA.
           IF WS-FECHA-MOV IS NUMERIC
               AND WS-FECHA-MOV >= WS-FECHA-DESDE
               AND WS-FECHA-MOV <= WS-FECHA-NEGOCIO
              PERFORM BUSCAR-PRODUCTO
              IF WS-PRODUCTO-IDX NOT = ZEROS
                 MOVE WS-FECHA-MOV TO WS-FC-FECHA
                 PERFORM FECHA-A-SERIAL
                 COMPUTE WS-DIAS-ATRAS = WS-SERIAL-HOY - WS-FC-SERIAL
                 COMPUTE WS-DIA-IDX = WS-VENTANA-DIAS - WS-DIAS-ATRAS
                 ADD WS-CANTIDAD
                    TO PR-DIA(WS-PRODUCTO-IDX, WS-DIA-IDX)
              END-IF
           END-IF.

       SUMAR-DONACIONES.
           OPEN INPUT DONACIONES-FILE
           IF DONACIONES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ DONACIONES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF DN-CANTIDAD IS NUMERIC
                       MOVE DN-FECHA    TO WS-FECHA-MOV
                       MOVE DN-CODIGO   TO WS-CODIGO
                       MOVE DN-CANTIDAD TO WS-CANTIDAD
                       PERFORM SUMAR-SALIDA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DONACIONES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-VENTAS.
           OPEN INPUT VENTAS-FILE
           IF VENTAS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ VENTAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF VF-CANTIDAD IS NUMERIC
                       MOVE VF-FECHA    TO WS-FECHA-MOV
                       MOVE VF-CODIGO   TO WS-CODIGO
                       MOVE VF-CANTIDAD TO WS-CANTIDAD
                       PERFORM SUMAR-SALIDA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE VENTAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * el consumo FEFO por donacion ya esta en donaciones.txt
       SUMAR-CONSUMOS.
           OPEN INPUT CONSUMOS-FILE
           IF CONSUMOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ CONSUMOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF CF-CANTIDAD IS NUMERIC
                        AND CF-MOTIVO NOT = "D"
                       MOVE CF-FECHA    TO WS-FECHA-MOV
                       MOVE CF-CODIGO   TO WS-CODIGO
                       MOVE CF-CANTIDAD TO WS-CANTIDAD
                       PERFORM SUMAR-SALIDA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CONSUMOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-VENCIDAS.
           OPEN INPUT VENCIDAS-FILE
           IF VENCIDAS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ VENCIDAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF MV-CANTIDAD IS NUMERIC
                       MOVE MV-FECHA    TO WS-FECHA-MOV
                       MOVE MV-CODIGO   TO WS-CODIGO
                       MOVE MV-CANTIDAD TO WS-CANTIDAD
                       PERFORM SUMAR-SALIDA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE VENCIDAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * plazo real: dias de la fecha de la orden a su ultima
      * recepcion, de las ordenes ya cerradas
       CARGAR-PLAZOS.
           MOVE ZEROS TO WS-CANT-PROVEEDORES
           OPEN INPUT ORDENES-FILE
           IF ORDENES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ORDENES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF OC-ESTADO = "C"
                        AND OC-FECHA-RECEP IS NUMERIC
                        AND OC-FECHA-RECEP >= OC-FECHA
                       PERFORM SUMAR-PLAZO-ORDEN
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ORDENES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-PLAZO-ORDEN.
           MOVE OC-FECHA       TO WS-FC-FECHA
           MOVE OC-FECHA-RECEP TO WS-FC-FECHA-B
           PERFORM DIAS-ENTRE-FECHAS
           MOVE WS-FC-DIAS-ENTRE TO WS-PLAZO-ORDEN

           MOVE ZEROS TO WS-PROVEEDOR-IDX
           PERFORM VARYING WS-PV FROM 1 BY 1
                   UNTIL WS-PV > WS-CANT-PROVEEDORES
              IF WS-PROVEEDOR-IDX = ZEROS
                  AND PV-PROVEEDOR(WS-PV) = OC-PROVEEDOR
                 MOVE WS-PV TO WS-PROVEEDOR-IDX
              END-IF
           END-PERFORM
           IF WS-PROVEEDOR-IDX = ZEROS AND WS-CANT-PROVEEDORES < 50
              ADD 1 TO WS-CANT-PROVEEDORES
              MOVE WS-CANT-PROVEEDORES TO WS-PROVEEDOR-IDX
              MOVE OC-PROVEEDOR TO PV-PROVEEDOR(WS-PROVEEDOR-IDX)
              MOVE ZEROS TO PV-ORDENES(WS-PROVEEDOR-IDX)
                            PV-DIAS(WS-PROVEEDOR-IDX)
           END-IF
           IF WS-PROVEEDOR-IDX NOT = ZEROS
              ADD 1 TO PV-ORDENES(WS-PROVEEDOR-IDX)
              ADD WS-PLAZO-ORDEN TO PV-DIAS(WS-PROVEEDOR-IDX)
           END-IF.

       CALCULAR-PROPUESTA.
           MOVE ZEROS TO WS-SALIDA-TOTAL WS-SUMA-CUAD
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-VENTANA-DIAS
              ADD PR-DIA(WS-PR, WS-D) TO WS-SALIDA-TOTAL
           END-PERFORM
           COMPUTE WS-PROMEDIO ROUNDED =
              WS-SALIDA-TOTAL / WS-VENTANA-DIAS
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-VENTANA-DIAS
              COMPUTE WS-DIFERENCIA = PR-DIA(WS-PR, WS-D) - WS-PROMEDIO
              COMPUTE WS-SUMA-CUAD = WS-SUMA-CUAD
                 + WS-DIFERENCIA * WS-DIFERENCIA
           END-PERFORM
           COMPUTE WS-DESVIO ROUNDED =
              (WS-SUMA-CUAD / WS-VENTANA-DIAS) ** 0.5

           MOVE WS-PLAZO-DEFECTO TO WS-PLAZO
           PERFORM VARYING WS-PV FROM 1 BY 1
                   UNTIL WS-PV > WS-CANT-PROVEEDORES
              IF PV-PROVEEDOR(WS-PV) = PR-PROVEEDOR(WS-PR)
                  AND PV-ORDENES(WS-PV) > ZEROS
                 COMPUTE WS-PLAZO ROUNDED =
                    PV-DIAS(WS-PV) / PV-ORDENES(WS-PV)
              END-IF
           END-PERFORM

           COMPUTE WS-PUNTO-CALC ROUNDED =
              WS-PROMEDIO * WS-PLAZO
              + WS-FACTOR-SERVICIO * WS-DESVIO * (WS-PLAZO ** 0.5)
           COMPUTE WS-PEDIDO-CALC ROUNDED =
              WS-PROMEDIO * WS-DIAS-COBERTURA
           IF WS-PUNTO-CALC > 999
              MOVE 999 TO WS-PUNTO-CALC
           END-IF
           IF WS-PEDIDO-CALC > 999
              MOVE 999 TO WS-PEDIDO-CALC
           END-IF
           COMPUTE WS-NUEVO-REORDEN ROUNDED = WS-PUNTO-CALC
           COMPUTE WS-NUEVO-PEDIDO ROUNDED = WS-PEDIDO-CALC
           IF WS-NUEVO-PEDIDO = ZEROS AND WS-SALIDA-TOTAL > ZEROS
              MOVE 1 TO WS-NUEVO-PEDIDO
           END-IF

           IF WS-NUEVO-REORDEN = PR-REORDEN(WS-PR)
               AND WS-NUEVO-PEDIDO = PR-CANT-PEDIDO(WS-PR)
              ADD 1 TO WS-CANT-SIN-CAMBIO
           ELSE
              ADD 1 TO WS-CANT-PROPUESTAS
              MOVE SPACES TO PROPUESTA-RECORD
              MOVE WS-FECHA-NEGOCIO      TO PP-FECHA
              MOVE PR-CODIGO(WS-PR)      TO PP-CODIGO
              COMPUTE PP-PROMEDIO ROUNDED = WS-PROMEDIO
              COMPUTE PP-DESVIO ROUNDED = WS-DESVIO
              MOVE WS-PLAZO              TO PP-PLAZO
              MOVE PR-REORDEN(WS-PR)     TO PP-REORDEN-ACT
              MOVE WS-NUEVO-REORDEN      TO PP-REORDEN-NUEVO
              MOVE PR-CANT-PEDIDO(WS-PR) TO PP-PEDIDO-ACT
              MOVE WS-NUEVO-PEDIDO       TO PP-PEDIDO-NUEVO
              MOVE "P"                   TO PP-ESTADO
              WRITE PROPUESTA-RECORD

              MOVE PP-PROMEDIO TO WS-ED-PROM
              MOVE PP-DESVIO   TO WS-ED-DESV
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING PR-CODIGO(WS-PR) " " PR-DESCRIPCION(WS-PR)
                 " " WS-ED-PROM "  " WS-ED-DESV "  " WS-PLAZO
                 "   " PR-REORDEN(WS-PR) " > " WS-NUEVO-REORDEN
                 "       " PR-CANT-PEDIDO(WS-PR) " > "
                 WS-NUEVO-PEDIDO
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-IF.

      ******************************************************************
      * modo 2: revision de las propuestas
      ******************************************************************
       REVISAR-PROPUESTAS.
           MOVE ZEROS TO WS-CANT-PROPUESTAS
           OPEN INPUT PROPUESTAS-FILE
           IF PROPUESTAS-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-PROPUESTAS >= 200
                READ PROPUESTAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-PROPUESTAS
                    MOVE PROPUESTA-RECORD
                       TO PT-IMAGEN(WS-CANT-PROPUESTAS)
                END-READ
              END-PERFORM
              CLOSE PROPUESTAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           IF WS-CANT-PROPUESTAS = ZEROS
              DISPLAY "No hay propuestas_reposicion.txt (modo 1)"
              GOBACK
           END-IF

           DISPLAY "Operador"
           ACCEPT WS-OPERADOR
           IF WS-OPERADOR = SPACES
              DISPLAY "Sin operador no hay cambio"
              GOBACK
           END-IF

           MOVE ZEROS TO WS-CANT-ACEPTADAS WS-CANT-RECHAZADAS
                         WS-CANT-PENDIENTES
           PERFORM VARYING WS-PP FROM 1 BY 1
                   UNTIL WS-PP > WS-CANT-PROPUESTAS
              MOVE PT-IMAGEN(WS-PP) TO PROPUESTA-RECORD
              IF PP-PENDIENTE
                 PERFORM REVISAR-PROPUESTA
                 MOVE PROPUESTA-RECORD TO PT-IMAGEN(WS-PP)
              END-IF
           END-PERFORM

           OPEN OUTPUT PROPUESTAS-FILE
           PERFORM VARYING WS-PP FROM 1 BY 1
                   UNTIL WS-PP > WS-CANT-PROPUESTAS
              MOVE PT-IMAGEN(WS-PP) TO PROPUESTA-RECORD
              WRITE PROPUESTA-RECORD
           END-PERFORM
           CLOSE PROPUESTAS-FILE

           IF WS-CANT-ACEPTADAS > ZEROS
              PERFORM REESCRIBIR-PRODUCTOS
           END-IF

           DISPLAY " "
           DISPLAY "Aceptadas:  " WS-CANT-ACEPTADAS
           DISPLAY "Rechazadas: " WS-CANT-RECHAZADAS
           DISPLAY "Pendientes: " WS-CANT-PENDIENTES.

       REVISAR-PROPUESTA.
           MOVE PP-CODIGO TO WS-CODIGO
           PERFORM BUSCAR-PRODUCTO
           IF WS-PRODUCTO-IDX = ZEROS
              DISPLAY PP-CODIGO " ya no esta en el maestro, se"
                 " rechaza"
              MOVE "R" TO PP-ESTADO
              ADD 1 TO WS-CANT-RECHAZADAS
           ELSE
              MOVE PP-PROMEDIO TO WS-ED-PROM
              MOVE PP-DESVIO   TO WS-ED-DESV
              DISPLAY " "
              DISPLAY PP-CODIGO " " PR-DESCRIPCION(WS-PRODUCTO-IDX)
                 " (propuesta del " PP-FECHA ")"
              DISPLAY "  salida diaria " WS-ED-PROM " desvio "
                 WS-ED-DESV " plazo " PP-PLAZO " dias"
              DISPLAY "  punto  " PR-REORDEN(WS-PRODUCTO-IDX)
                 " > " PP-REORDEN-NUEVO
              DISPLAY "  pedido " PR-CANT-PEDIDO(WS-PRODUCTO-IDX)
                 " > " PP-PEDIDO-NUEVO
              DISPLAY "Aceptar (S/N, en blanco queda pendiente)"
              MOVE SPACE TO WS-RESPUESTA
              ACCEPT WS-RESPUESTA
              EVALUATE WS-RESPUESTA
                 WHEN "S"
                 WHEN "s"
                    PERFORM APLICAR-PROPUESTA
                 WHEN "N"
                 WHEN "n"
                    MOVE "R" TO PP-ESTADO
                    ADD 1 TO WS-CANT-RECHAZADAS
                 WHEN OTHER
                    ADD 1 TO WS-CANT-PENDIENTES
              END-EVALUATE
           END-IF.

      * el cambio queda en el maestro y en la auditoria de
      * parametros con los valores viejos y nuevos
       APLICAR-PROPUESTA.
           MOVE SPACES TO WS-VIEJO WS-NUEVO
           STRING PP-CODIGO " R" PR-REORDEN(WS-PRODUCTO-IDX)
              " P" PR-CANT-PEDIDO(WS-PRODUCTO-IDX)
              DELIMITED BY SIZE INTO WS-VIEJO
           STRING PP-CODIGO " R" PP-REORDEN-NUEVO
              " P" PP-PEDIDO-NUEVO
              DELIMITED BY SIZE INTO WS-NUEVO

           MOVE PP-REORDEN-NUEVO TO PR-REORDEN(WS-PRODUCTO-IDX)
           MOVE PP-PEDIDO-NUEVO  TO PR-CANT-PEDIDO(WS-PRODUCTO-IDX)
           MOVE "A" TO PP-ESTADO
           ADD 1 TO WS-CANT-ACEPTADAS
           PERFORM GRABAR-AUDITORIA.

       GRABAR-AUDITORIA.
           MOVE SPACES TO AUDITORIA-RECORD
           MOVE WS-FECHA-NEGOCIO TO PA-FECHA-VIG
           MOVE WS-OPERADOR TO PA-OPERADOR
           MOVE "productos_master.txt" TO PA-ARCHIVO
           MOVE WS-VIEJO    TO PA-VIEJO
           MOVE WS-NUEVO    TO PA-NUEVO
           MOVE FUNCTION CURRENT-DATE TO PA-TIMESTAMP

           OPEN INPUT AUDITORIA-FILE
           IF NOT AUDITORIA-OK
              OPEN OUTPUT AUDITORIA-FILE
           END-IF
           CLOSE AUDITORIA-FILE

           OPEN EXTEND AUDITORIA-FILE
           WRITE AUDITORIA-RECORD
           CLOSE AUDITORIA-FILE.

       REESCRIBIR-PRODUCTOS.
           OPEN OUTPUT PRODUCTOS-FILE
           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR > WS-CANT-PRODUCTOS
              MOVE PR-IMAGEN(WS-PR) TO PRODUCTO-RECORD
              MOVE PR-REORDEN(WS-PR)     TO PD-REORDEN
              MOVE PR-CANT-PEDIDO(WS-PR) TO PD-CANT-PEDIDO
              WRITE PRODUCTO-RECORD
           END-PERFORM
           CLOSE PRODUCTOS-FILE
           DISPLAY "Maestro de productos actualizado; cambios en"
              " parametros_auditoria.txt".

       ESCRIBIR-LINEA-LIS.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
