      * Conteo ciclico con clasificacion ABC: el conteo fisico de
      * DEPOSITOS se hacia de todo el deposito de una vez, dos veces
      * al anio, y la fruta cara se contaba con la misma frecuencia
      * que la barata. Este programa reparte el conteo en el ano:
      *  - modo 1: clasificacion ABC de cada codigo de
      *    productos_master.txt por valor movido en los ultimos 90
      *    dias de la fecha de negocio (cantidad por PD-COSTO): lo
      *    recibido de las ordenes de compra, lo donado y lo
      *    transferido entre depositos. Ordenado de mayor a menor
      *    valor, es A hasta el 80% acumulado, B hasta el 95% y C el
      *    resto (y todo codigo sin movimiento). Queda en
      *    clasificacion_abc.txt y sale en el spool
      *  - modo 2: lista del dia por deposito (1 y 2; el transito no
      *    se cuenta): los codigos con saldo en el deposito se
      *    cuentan los A una vez por semana, los B una vez por mes
      *    (30 dias) y los C una vez por trimestre (90 dias). Cada
      *    codigo tiene su dia dentro del ciclo segun su orden
      *    dentro de la clase en el deposito, asi la carga se reparte
      *    pareja; el codigo cuyo ultimo conteo quedo mas atras que
      *    su ciclo (un dia sin conteo) entra igual. La lista queda
      *    en lista_conteo_ciclico.txt y sale en el spool
      *  - modo 3: carga de lo contado sobre la lista del dia: arma
      *    conteo_fisico.txt con el codigo, la cantidad y el deposito
      *    (el mismo flujo de siempre: el ajuste lo hace DEPOSITOS
      *    modo 4, deposito por deposito) y guarda cada conteo con
      *    su saldo de libro en historial_conteo_ciclico.txt
      *  - modo 4: exactitud de los conteos de un mes (AAAAMM) por
      *    clase y deposito: codigos contados, contados sin
      *    diferencia, porcentaje de exactitud y unidades de
      *    diferencia (en valor absoluto) contra las de libro
      *
      * El valor movido del modo 1 suma tambien lo vendido en el
      * mostrador (ventas_fruta.txt, que graba VENTAS-FRUTA).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEO-CICLICO.

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

             SELECT TRANSF-FILE ASSIGN TO
                 "transferencias_deposito.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANSF-STATUS.

             SELECT VENTAS-FILE ASSIGN TO "ventas_fruta.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VENTAS-STATUS.

             SELECT CLASIF-FILE ASSIGN TO "clasificacion_abc.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CLASIF-STATUS.

             SELECT DEPOSITOS-FILE ASSIGN TO
                 "inventario_depositos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DEPOSITOS-STATUS.

             SELECT LISTA-FILE ASSIGN TO "lista_conteo_ciclico.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LISTA-STATUS.

             SELECT CONTEO-FILE ASSIGN TO "conteo_fisico.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTEO-STATUS.

             SELECT HISTORIAL-FILE ASSIGN TO
                 "historial_conteo_ciclico.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HISTORIAL-STATUS.

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

        FD TRANSF-FILE.
        01 TRANSF-RECORD.
           05 TD-ID       PIC 9(5).
           05 FILLER      PIC X.
           05 TD-ESTADO   PIC X.
           05 FILLER      PIC X.
           05 TD-ORIGEN   PIC 9(1).
           05 FILLER      PIC X.
           05 TD-DESTINO  PIC 9(1).
           05 FILLER      PIC X.
           05 TD-CODIGO   PIC X(6).
           05 FILLER      PIC X.
           05 TD-CANTIDAD PIC 9(3).
           05 FILLER      PIC X.
           05 TD-FECHA    PIC 9(8).

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

      * clasificacion vigente: codigo, clase, valor movido en la
      * ventana, porcentaje acumulado y fecha de calculo
        FD CLASIF-FILE.
        01 CLASIF-RECORD.
           05 CA-CODIGO PIC X(6).
           05 FILLER    PIC X.
           05 CA-CLASE  PIC X.
              88 CA-CLASE-A VALUE "A".
              88 CA-CLASE-B VALUE "B".
              88 CA-CLASE-C VALUE "C".
           05 FILLER    PIC X.
           05 CA-VALOR  PIC 9(11)V99.
           05 FILLER    PIC X.
           05 CA-PORC   PIC 9(3)V9.
           05 FILLER    PIC X.
           05 CA-FECHA  PIC 9(8).

        FD DEPOSITOS-FILE.
        01 DEPOSITO-RECORD.
           05 DP-DEPOSITO PIC 9(1).
           05 FILLER      PIC X.
           05 DP-CODIGO   PIC X(6).
           05 FILLER      PIC X.
           05 DP-CANTIDAD PIC 9(3).

        FD LISTA-FILE.
        01 LISTA-RECORD.
           05 LC-FECHA    PIC 9(8).
           05 FILLER      PIC X.
           05 LC-DEPOSITO PIC 9(1).
           05 FILLER      PIC X.
           05 LC-CODIGO   PIC X(6).
           05 FILLER      PIC X.
           05 LC-CLASE    PIC X.

      * mismo registro que lee DEPOSITOS modo 4
        FD CONTEO-FILE.
        01 CONTEO-RECORD.
           05 CO-CODIGO    PIC X(6).
           05 FILLER       PIC X.
           05 CO-CANTIDAD  PIC 9(3).
           05 FILLER       PIC X.
           05 CO-DEPOSITO  PIC 9(1).

        FD HISTORIAL-FILE.
        01 HISTORIAL-RECORD.
           05 HC-FECHA    PIC 9(8).
           05 FILLER      PIC X.
           05 HC-DEPOSITO PIC 9(1).
           05 FILLER      PIC X.
           05 HC-CODIGO   PIC X(6).
           05 FILLER      PIC X.
           05 HC-CLASE    PIC X.
           05 FILLER      PIC X.
           05 HC-LIBRO    PIC 9(3).
           05 FILLER      PIC X.
           05 HC-FISICO   PIC 9(3).

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
          77 WS-TRANSF-STATUS PIC X(2) VALUE "00".
              88 TRANSF-OK VALUE "00".
          77 WS-VENTAS-STATUS PIC X(2) VALUE "00".
              88 VENTAS-OK VALUE "00".
          77 WS-CLASIF-STATUS PIC X(2) VALUE "00".
              88 CLASIF-OK VALUE "00".
          77 WS-DEPOSITOS-STATUS PIC X(2) VALUE "00".
              88 DEPOSITOS-OK VALUE "00".
          77 WS-LISTA-STATUS PIC X(2) VALUE "00".
              88 LISTA-OK VALUE "00".
          77 WS-CONTEO-STATUS PIC X(2) VALUE "00".
              88 CONTEO-OK VALUE "00".
          77 WS-HISTORIAL-STATUS PIC X(2) VALUE "00".
              88 HISTORIAL-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * productos con lo movido en la ventana y su clase
          01 PRODUCTOS-TABLA.
             02 PRODUCTO-ENT OCCURS 200 TIMES.
                03 PR-CODIGO PIC X(6).
                03 PR-COSTO  PIC 9(5)V99.
                03 PR-MOVIDO PIC 9(7).
                03 PR-VALOR  PIC 9(11)V99.
                03 PR-PORC   PIC 9(3)V9.
                03 PR-CLASE  PIC X.
          77 WS-CANT-PRODUCTOS PIC 9(3) VALUE ZEROS.
          77 WS-PR             PIC 9(3) VALUE ZEROS.
          77 WS-PR-2           PIC 9(3) VALUE ZEROS.
          77 WS-PRODUCTO-IDX   PIC 9(3) VALUE ZEROS.
          01 WS-PRODUCTO-AUX PIC X(38).
          77 WS-INTERCAMBIAR PIC X VALUE "N".
              88 HAY-QUE-INTERCAMBIAR VALUE "S".

      * saldos por deposito (libro para la lista y para el conteo)
          01 SALDOS-TABLA.
             02 SALDO-ENT OCCURS 300 TIMES.
                03 SD-DEPOSITO PIC 9(1).
                03 SD-CODIGO   PIC X(6).
                03 SD-CANTIDAD PIC 9(3).
          77 WS-CANT-SALDOS PIC 9(3) VALUE ZEROS.
          77 WS-SD          PIC 9(3) VALUE ZEROS.
          77 WS-SALDO-IDX   PIC 9(3) VALUE ZEROS.

      * ultimo conteo ciclico por deposito y codigo
          01 ULTIMOS-TABLA.
             02 ULTIMO-ENT OCCURS 300 TIMES.
                03 UC-DEPOSITO PIC 9(1).
                03 UC-CODIGO   PIC X(6).
                03 UC-FECHA    PIC 9(8).
          77 WS-CANT-ULTIMOS PIC 9(3) VALUE ZEROS.
          77 WS-UC           PIC 9(3) VALUE ZEROS.
          77 WS-ULTIMO-IDX   PIC 9(3) VALUE ZEROS.

      * exactitud por deposito (1, 2) y clase (A, B, C)
          01 EXACTITUD-TABLA.
             02 EXACT-DEP OCCURS 2 TIMES.
                03 EXACT-CLASE OCCURS 3 TIMES.
                   04 EX-CONTADOS PIC 9(5).
                   04 EX-EXACTOS  PIC 9(5).
                   04 EX-LIBRO    PIC 9(7).
                   04 EX-DIFER    PIC 9(7).

          01 CLASES-LETRAS PIC X(3) VALUE "ABC".
          01 CLASES-LETRAS-R REDEFINES CLASES-LETRAS.
             02 CLASE-LETRA PIC X OCCURS 3 TIMES.
      * ciclo de conteo en dias de cada clase
          01 CLASES-CICLOS.
             02 FILLER PIC 9(3) VALUE 7.
             02 FILLER PIC 9(3) VALUE 30.
             02 FILLER PIC 9(3) VALUE 90.
          01 CLASES-CICLOS-R REDEFINES CLASES-CICLOS.
             02 CLASE-CICLO PIC 9(3) OCCURS 3 TIMES.
          01 ORDEN-CLASE-TABLA.
             02 ORDEN-CLASE PIC 9(5) OCCURS 3 TIMES.
          01 LISTA-CLASE-TABLA.
             02 LISTA-CLASE PIC 9(5) OCCURS 3 TIMES.

          77 WS-VENTANA-DIAS PIC 9(3) VALUE 90.
          77 WS-CORTE-A      PIC 9(3) VALUE 80.
          77 WS-CORTE-B      PIC 9(3) VALUE 95.

          77 WS-FECHA-DESDE  PIC 9(8) VALUE ZEROS.
          77 WS-CODIGO       PIC X(6) VALUE SPACES.
          77 WS-CANTIDAD     PIC 9(3) VALUE ZEROS.
          77 WS-MOVIDO       PIC 9(3) VALUE ZEROS.
          77 WS-CLASE        PIC X VALUE SPACES.
          77 WS-K            PIC 9(1) VALUE ZEROS.
          77 WS-DEPOSITO     PIC 9(1) VALUE ZEROS.
          77 WS-TOTAL-VALOR  PIC 9(13)V99 VALUE ZEROS.
          77 WS-ACUM-VALOR   PIC 9(13)V99 VALUE ZEROS.
          77 WS-PORC-ANTES   PIC 9(3)V9 VALUE ZEROS.
          77 WS-CANT-A       PIC 9(3) VALUE ZEROS.
          77 WS-CANT-B       PIC 9(3) VALUE ZEROS.
          77 WS-CANT-C       PIC 9(3) VALUE ZEROS.

          77 WS-SERIAL-HOY   PIC S9(7) VALUE ZEROS.
          77 WS-COCIENTE     PIC 9(7) VALUE ZEROS.
          77 WS-DIA-CICLO    PIC 9(3) VALUE ZEROS.
          77 WS-TURNO-CICLO  PIC 9(3) VALUE ZEROS.
          77 WS-TOCA         PIC X VALUE "N".
              88 TOCA-CONTAR VALUE "S".
          77 WS-CANT-LISTA   PIC 9(5) VALUE ZEROS.
          77 WS-CANT-CARGADOS PIC 9(5) VALUE ZEROS.

          01 WS-PERIODO.
             05 WS-PERIODO-ANIO PIC 9(4).
             05 WS-PERIODO-MES  PIC 9(2).
          01 WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(6).
          77 WS-MES-HISTORIAL PIC 9(6) VALUE ZEROS.
          77 WS-TOT-CONTADOS PIC 9(5) VALUE ZEROS.
          77 WS-TOT-EXACTOS  PIC 9(5) VALUE ZEROS.
          77 WS-DIFERENCIA   PIC S9(4) VALUE ZEROS.
          77 WS-PORC-EXACT   PIC 9(3)V9 VALUE ZEROS.

          77 WS-ED-VALOR PIC Z(10)9.99.
          77 WS-ED-PORC  PIC ZZ9.9.
          77 WS-ED-CANT  PIC ZZZZ9.
          77 WS-ED-CANT-2 PIC ZZZZ9.
          77 WS-ED-UNID  PIC Z(6)9.
          77 WS-ED-UNID-2 PIC Z(6)9.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Clasificacion ABC (ultimos 90 dias)"
             DISPLAY "2 - Lista de conteo ciclico del dia"
             DISPLAY "3 - Cargar lo contado de la lista del dia"
             DISPLAY "4 - Exactitud de conteos por clase y deposito"
             ACCEPT WS-MODO

             EVALUATE WS-MODO
                WHEN 2 PERFORM LISTA-DEL-DIA
                WHEN 3 PERFORM CARGAR-CONTEO
                WHEN 4 PERFORM REPORTE-EXACTITUD
                WHEN OTHER PERFORM CLASIFICAR-ABC
             END-EVALUATE
           GOBACK.

      ******************************************************************
      * clasificacion ABC
      ******************************************************************
       CLASIFICAR-ABC.
           PERFORM CARGAR-PRODUCTOS
           IF WS-CANT-PRODUCTOS = ZEROS
              DISPLAY "No hay productos_master.txt"
              GOBACK
           END-IF

           MOVE WS-FECHA-NEGOCIO TO WS-FC-FECHA
           COMPUTE WS-FC-DIAS-SUMAR = 0 - WS-VENTANA-DIAS
           PERFORM SUMAR-DIAS-FECHA
           MOVE WS-FC-FECHA TO WS-FECHA-DESDE

           PERFORM SUMAR-RECEPCIONES
           PERFORM SUMAR-DONACIONES
           PERFORM SUMAR-TRANSFERENCIAS
           PERFORM SUMAR-VENTAS

           MOVE ZEROS TO WS-TOTAL-VALOR
           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR > WS-CANT-PRODUCTOS
              COMPUTE PR-VALOR(WS-PR) =
                 PR-MOVIDO(WS-PR) * PR-COSTO(WS-PR)
              ADD PR-VALOR(WS-PR) TO WS-TOTAL-VALOR
           END-PERFORM

           PERFORM ORDENAR-PRODUCTOS
           PERFORM ASIGNAR-CLASES
           PERFORM GRABAR-CLASIFICACION
           PERFORM IMPRIMIR-CLASIFICACION.

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
                       MOVE ZEROS TO PR-COSTO(WS-CANT-PRODUCTOS)
                       IF PD-COSTO IS NUMERIC
                          MOVE PD-COSTO
                             TO PR-COSTO(WS-CANT-PRODUCTOS)
                       END-IF
                       MOVE ZEROS TO PR-MOVIDO(WS-CANT-PRODUCTOS)
                       MOVE ZEROS TO PR-VALOR(WS-CANT-PRODUCTOS)
                       MOVE ZEROS TO PR-PORC(WS-CANT-PRODUCTOS)
                       MOVE "C"   TO PR-CLASE(WS-CANT-PRODUCTOS)
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

      * suma WS-MOVIDO de WS-CODIGO si el codigo esta en el maestro
       SUMAR-MOVIDO.
           PERFORM BUSCAR-PRODUCTO
           IF WS-PRODUCTO-IDX NOT = ZEROS
              ADD WS-MOVIDO TO PR-MOVIDO(WS-PRODUCTO-IDX)
           END-IF.

       SUMAR-RECEPCIONES.
           OPEN INPUT ORDENES-FILE
           IF ORDENES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ORDENES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF OC-FECHA > WS-FECHA-DESDE
                        AND OC-FECHA <= WS-FECHA-NEGOCIO
                        AND OC-RECIBIDO IS NUMERIC
                       MOVE OC-CODIGO   TO WS-CODIGO
                       MOVE OC-RECIBIDO TO WS-MOVIDO
                       PERFORM SUMAR-MOVIDO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ORDENES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-DONACIONES.
           OPEN INPUT DONACIONES-FILE
           IF DONACIONES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ DONACIONES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF DN-FECHA > WS-FECHA-DESDE
                        AND DN-FECHA <= WS-FECHA-NEGOCIO
                        AND DN-CANTIDAD IS NUMERIC
                       MOVE DN-CODIGO   TO WS-CODIGO
                       MOVE DN-CANTIDAD TO WS-MOVIDO
                       PERFORM SUMAR-MOVIDO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DONACIONES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-TRANSFERENCIAS.
           OPEN INPUT TRANSF-FILE
           IF TRANSF-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ TRANSF-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF TD-FECHA > WS-FECHA-DESDE
                        AND TD-FECHA <= WS-FECHA-NEGOCIO
                        AND TD-CANTIDAD IS NUMERIC
                       MOVE TD-CODIGO   TO WS-CODIGO
                       MOVE TD-CANTIDAD TO WS-MOVIDO
                       PERFORM SUMAR-MOVIDO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE TRANSF-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-VENTAS.
           OPEN INPUT VENTAS-FILE
           IF VENTAS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ VENTAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF VF-FECHA > WS-FECHA-DESDE
                        AND VF-FECHA <= WS-FECHA-NEGOCIO
                        AND VF-CANTIDAD IS NUMERIC
                       MOVE VF-CODIGO   TO WS-CODIGO
                       MOVE VF-CANTIDAD TO WS-MOVIDO
                       PERFORM SUMAR-MOVIDO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE VENTAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * de mayor a menor valor movido; a igual valor, por codigo
       ORDENAR-PRODUCTOS.
           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR >= WS-CANT-PRODUCTOS
              PERFORM VARYING WS-PR-2 FROM 1 BY 1
                      UNTIL WS-PR-2 > WS-CANT-PRODUCTOS - WS-PR
                 MOVE "N" TO WS-INTERCAMBIAR
                 IF PR-VALOR(WS-PR-2) < PR-VALOR(WS-PR-2 + 1)
                    SET HAY-QUE-INTERCAMBIAR TO TRUE
                 END-IF
                 IF PR-VALOR(WS-PR-2) = PR-VALOR(WS-PR-2 + 1)
                     AND PR-CODIGO(WS-PR-2) > PR-CODIGO(WS-PR-2 + 1)
                    SET HAY-QUE-INTERCAMBIAR TO TRUE
                 END-IF
                 IF HAY-QUE-INTERCAMBIAR
                    MOVE PRODUCTO-ENT(WS-PR-2) TO WS-PRODUCTO-AUX
                    MOVE PRODUCTO-ENT(WS-PR-2 + 1)
                       TO PRODUCTO-ENT(WS-PR-2)
                    MOVE WS-PRODUCTO-AUX TO PRODUCTO-ENT(WS-PR-2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      * la clase sale del acumulado ANTES de sumar el codigo, asi el
      * que cruza el corte queda del lado de arriba (el primero
      * siempre es A); sin valor movido es C
       ASIGNAR-CLASES.
           MOVE ZEROS TO WS-ACUM-VALOR WS-CANT-A WS-CANT-B WS-CANT-C
           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR > WS-CANT-PRODUCTOS
              MOVE ZEROS TO WS-PORC-ANTES
              IF WS-TOTAL-VALOR > ZEROS
                 COMPUTE WS-PORC-ANTES =
                    WS-ACUM-VALOR * 100 / WS-TOTAL-VALOR
              END-IF
              ADD PR-VALOR(WS-PR) TO WS-ACUM-VALOR
              IF WS-TOTAL-VALOR > ZEROS
                 COMPUTE PR-PORC(WS-PR) ROUNDED =
                    WS-ACUM-VALOR * 100 / WS-TOTAL-VALOR
              END-IF

              EVALUATE TRUE
                 WHEN PR-VALOR(WS-PR) = ZEROS
                    MOVE "C" TO PR-CLASE(WS-PR)
                    ADD 1 TO WS-CANT-C
                 WHEN WS-PORC-ANTES < WS-CORTE-A
                    MOVE "A" TO PR-CLASE(WS-PR)
                    ADD 1 TO WS-CANT-A
                 WHEN WS-PORC-ANTES < WS-CORTE-B
                    MOVE "B" TO PR-CLASE(WS-PR)
                    ADD 1 TO WS-CANT-B
                 WHEN OTHER
                    MOVE "C" TO PR-CLASE(WS-PR)
                    ADD 1 TO WS-CANT-C
              END-EVALUATE
           END-PERFORM.

       GRABAR-CLASIFICACION.
           OPEN OUTPUT CLASIF-FILE
           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR > WS-CANT-PRODUCTOS
              MOVE SPACES TO CLASIF-RECORD
              MOVE PR-CODIGO(WS-PR) TO CA-CODIGO
              MOVE PR-CLASE(WS-PR)  TO CA-CLASE
              MOVE PR-VALOR(WS-PR)  TO CA-VALOR
              MOVE PR-PORC(WS-PR)   TO CA-PORC
              MOVE WS-FECHA-NEGOCIO TO CA-FECHA
              WRITE CLASIF-RECORD
           END-PERFORM
           CLOSE CLASIF-FILE.

       IMPRIMIR-CLASIFICACION.
           MOVE "CONTEO-CICLICO" TO WS-SPOOL-PROGRAMA
           MOVE SPACES TO WS-SPOOL-TITULO
           STRING "CLASIFICACION ABC " WS-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== CLASIFICACION ABC del " WS-FECHA-DESDE
              " al " WS-FECHA-NEGOCIO " ====="
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE "Codigo  Movido    Valor movido   % acum  Clase"
              TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR > WS-CANT-PRODUCTOS
              MOVE PR-MOVIDO(WS-PR) TO WS-ED-UNID
              MOVE PR-VALOR(WS-PR)  TO WS-ED-VALOR
              MOVE PR-PORC(WS-PR)   TO WS-ED-PORC
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING PR-CODIGO(WS-PR) " " WS-ED-UNID " "
                 WS-ED-VALOR "   " WS-ED-PORC "    "
                 PR-CLASE(WS-PR)
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-PERFORM

           MOVE WS-TOTAL-VALOR TO WS-ED-VALOR
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Valor movido total " WS-ED-VALOR
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Codigos A: " WS-CANT-A "  B: " WS-CANT-B
              "  C: " WS-CANT-C
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM CERRAR-SPOOL.

      ******************************************************************
      * lista de conteo del dia
      ******************************************************************
       LISTA-DEL-DIA.
           PERFORM CARGAR-CLASIFICACION
           IF WS-CANT-PRODUCTOS = ZEROS
              DISPLAY "No hay clasificacion_abc.txt: correr el modo 1"
              GOBACK
           END-IF
           PERFORM CARGAR-SALDOS
           IF WS-CANT-SALDOS = ZEROS
              DISPLAY "No hay inventario_depositos.txt"
              GOBACK
           END-IF
           PERFORM CARGAR-ULTIMOS

           MOVE WS-FECHA-NEGOCIO TO WS-FC-FECHA
           PERFORM FECHA-A-SERIAL
           MOVE WS-FC-SERIAL TO WS-SERIAL-HOY

           MOVE "CONTEO-CICLICO" TO WS-SPOOL-PROGRAMA
           MOVE SPACES TO WS-SPOOL-TITULO
           STRING "LISTA CONTEO CICLICO " WS-FECHA-NEGOCIO
              DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== LISTA DE CONTEO CICLICO " WS-FECHA-NEGOCIO
              " ====="
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE ZEROS TO WS-CANT-LISTA
           OPEN OUTPUT LISTA-FILE
           PERFORM VARYING WS-DEPOSITO FROM 1 BY 1
                   UNTIL WS-DEPOSITO > 2
              PERFORM LISTA-DEL-DEPOSITO
           END-PERFORM
           CLOSE LISTA-FILE

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Codigos a contar hoy: " WS-CANT-LISTA
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           PERFORM CERRAR-SPOOL.

       LISTA-DEL-DEPOSITO.
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "--- Deposito " WS-DEPOSITO " ---"
              "   (codigo, clase, libro, contado)"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE ZEROS TO ORDEN-CLASE(1) ORDEN-CLASE(2) ORDEN-CLASE(3)
           MOVE ZEROS TO LISTA-CLASE(1) LISTA-CLASE(2) LISTA-CLASE(3)
           PERFORM VARYING WS-SD FROM 1 BY 1
                   UNTIL WS-SD > WS-CANT-SALDOS
              IF SD-DEPOSITO(WS-SD) = WS-DEPOSITO
                 PERFORM EVALUAR-CODIGO-LISTA
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  A: " LISTA-CLASE(1) " de " ORDEN-CLASE(1)
              "  B: " LISTA-CLASE(2) " de " ORDEN-CLASE(2)
              "  C: " LISTA-CLASE(3) " de " ORDEN-CLASE(3)
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS.

      * le toca al codigo si hoy es su dia dentro del ciclo de la
      * clase, o si su ultimo conteo ya tiene mas de un ciclo
       EVALUAR-CODIGO-LISTA.
           MOVE SD-CODIGO(WS-SD) TO WS-CODIGO
           PERFORM CLASE-DEL-CODIGO
           ADD 1 TO ORDEN-CLASE(WS-K)

           DIVIDE WS-SERIAL-HOY BY CLASE-CICLO(WS-K)
              GIVING WS-COCIENTE REMAINDER WS-DIA-CICLO
           DIVIDE ORDEN-CLASE(WS-K) BY CLASE-CICLO(WS-K)
              GIVING WS-COCIENTE REMAINDER WS-TURNO-CICLO

           MOVE "N" TO WS-TOCA
           IF WS-DIA-CICLO = WS-TURNO-CICLO
              SET TOCA-CONTAR TO TRUE
           END-IF

           MOVE SD-DEPOSITO(WS-SD) TO WS-DEPOSITO
           PERFORM BUSCAR-ULTIMO
           IF WS-ULTIMO-IDX NOT = ZEROS
              MOVE UC-FECHA(WS-ULTIMO-IDX) TO WS-FC-FECHA
              MOVE WS-FECHA-NEGOCIO TO WS-FC-FECHA-B
              PERFORM DIAS-ENTRE-FECHAS
              IF WS-FC-DIAS-ENTRE > CLASE-CICLO(WS-K)
                 SET TOCA-CONTAR TO TRUE
              END-IF
              IF WS-FC-DIAS-ENTRE = ZEROS
                 MOVE "N" TO WS-TOCA
              END-IF
           END-IF

           IF TOCA-CONTAR
              ADD 1 TO LISTA-CLASE(WS-K)
              ADD 1 TO WS-CANT-LISTA
              MOVE SPACES TO LISTA-RECORD
              MOVE WS-FECHA-NEGOCIO TO LC-FECHA
              MOVE WS-DEPOSITO      TO LC-DEPOSITO
              MOVE WS-CODIGO        TO LC-CODIGO
              MOVE WS-CLASE         TO LC-CLASE
              WRITE LISTA-RECORD

              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "  " WS-CODIGO "  " WS-CLASE "  "
                 SD-CANTIDAD(WS-SD) "   ______"
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-IF.

      * clase de WS-CODIGO en WS-CLASE y su posicion (1 A, 2 B, 3 C)
      * en WS-K; el codigo que no esta clasificado cuenta como C
       CLASE-DEL-CODIGO.
           PERFORM BUSCAR-PRODUCTO
           MOVE "C" TO WS-CLASE
           IF WS-PRODUCTO-IDX NOT = ZEROS
              MOVE PR-CLASE(WS-PRODUCTO-IDX) TO WS-CLASE
           END-IF
           EVALUATE WS-CLASE
              WHEN "A" MOVE 1 TO WS-K
              WHEN "B" MOVE 2 TO WS-K
              WHEN OTHER
                 MOVE "C" TO WS-CLASE
                 MOVE 3 TO WS-K
           END-EVALUATE.

       CARGAR-CLASIFICACION.
           MOVE ZEROS TO WS-CANT-PRODUCTOS
           OPEN INPUT CLASIF-FILE
           IF CLASIF-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-PRODUCTOS >= 200
                READ CLASIF-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-PRODUCTOS
                    MOVE CA-CODIGO TO PR-CODIGO(WS-CANT-PRODUCTOS)
                    MOVE CA-CLASE  TO PR-CLASE(WS-CANT-PRODUCTOS)
                END-READ
              END-PERFORM
              CLOSE CLASIF-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-SALDOS.
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
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       BUSCAR-SALDO.
           MOVE ZEROS TO WS-SALDO-IDX
           PERFORM VARYING WS-SD FROM 1 BY 1
                   UNTIL WS-SD > WS-CANT-SALDOS
              IF WS-SALDO-IDX = ZEROS
                  AND SD-DEPOSITO(WS-SD) = WS-DEPOSITO
                  AND SD-CODIGO(WS-SD) = WS-CODIGO
                 MOVE WS-SD TO WS-SALDO-IDX
              END-IF
           END-PERFORM.

       CARGAR-ULTIMOS.
           MOVE ZEROS TO WS-CANT-ULTIMOS
           OPEN INPUT HISTORIAL-FILE
           IF HISTORIAL-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ HISTORIAL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE HC-DEPOSITO TO WS-DEPOSITO
                    MOVE HC-CODIGO   TO WS-CODIGO
                    PERFORM BUSCAR-ULTIMO
                    IF WS-ULTIMO-IDX = ZEROS
                        AND WS-CANT-ULTIMOS < 300
                       ADD 1 TO WS-CANT-ULTIMOS
                       MOVE WS-CANT-ULTIMOS TO WS-ULTIMO-IDX
                       MOVE HC-DEPOSITO TO UC-DEPOSITO(WS-ULTIMO-IDX)
                       MOVE HC-CODIGO   TO UC-CODIGO(WS-ULTIMO-IDX)
                       MOVE ZEROS       TO UC-FECHA(WS-ULTIMO-IDX)
                    END-IF
                    IF WS-ULTIMO-IDX NOT = ZEROS
                        AND HC-FECHA > UC-FECHA(WS-ULTIMO-IDX)
                       MOVE HC-FECHA TO UC-FECHA(WS-ULTIMO-IDX)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE HISTORIAL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       BUSCAR-ULTIMO.
           MOVE ZEROS TO WS-ULTIMO-IDX
           PERFORM VARYING WS-UC FROM 1 BY 1
                   UNTIL WS-UC > WS-CANT-ULTIMOS
              IF WS-ULTIMO-IDX = ZEROS
                  AND UC-DEPOSITO(WS-UC) = WS-DEPOSITO
                  AND UC-CODIGO(WS-UC) = WS-CODIGO
                 MOVE WS-UC TO WS-ULTIMO-IDX
              END-IF
           END-PERFORM.

      ******************************************************************
      * carga de lo contado
      ******************************************************************
       CARGAR-CONTEO.
           OPEN INPUT LISTA-FILE
           IF NOT LISTA-OK
              DISPLAY "No hay lista_conteo_ciclico.txt: correr el"
                 " modo 2"
              GOBACK
           END-IF
           PERFORM CARGAR-SALDOS

           OPEN OUTPUT CONTEO-FILE

           OPEN INPUT HISTORIAL-FILE
           IF NOT HISTORIAL-OK
              OPEN OUTPUT HISTORIAL-FILE
           END-IF
           CLOSE HISTORIAL-FILE
           OPEN EXTEND HISTORIAL-FILE

           MOVE ZEROS TO WS-CANT-CARGADOS
           PERFORM UNTIL FIN-ARCHIVO
             READ LISTA-FILE
               AT END SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF LC-FECHA = WS-FECHA-NEGOCIO
                    PERFORM CARGAR-CONTEO-CODIGO
                 ELSE
                    DISPLAY "Aviso: la lista es del " LC-FECHA
                       ", se saltea " LC-CODIGO
                 END-IF
             END-READ
           END-PERFORM
           MOVE "N" TO WS-FIN-ARCHIVO

           CLOSE LISTA-FILE
           CLOSE CONTEO-FILE
           CLOSE HISTORIAL-FILE

           DISPLAY "Codigos contados: " WS-CANT-CARGADOS
           IF WS-CANT-CARGADOS > ZEROS
              DISPLAY "conteo_fisico.txt listo: correr DEPOSITOS modo"
                 " 4 para el deposito 1 y para el 2"
           END-IF.

       CARGAR-CONTEO-CODIGO.
           DISPLAY "Deposito " LC-DEPOSITO " codigo " LC-CODIGO
              " (clase " LC-CLASE "): cantidad contada"
           ACCEPT WS-CANTIDAD

           MOVE LC-DEPOSITO TO WS-DEPOSITO
           MOVE LC-CODIGO   TO WS-CODIGO
           PERFORM BUSCAR-SALDO

           MOVE SPACES TO CONTEO-RECORD
           MOVE LC-CODIGO   TO CO-CODIGO
           MOVE WS-CANTIDAD TO CO-CANTIDAD
           MOVE LC-DEPOSITO TO CO-DEPOSITO
           WRITE CONTEO-RECORD

           MOVE SPACES TO HISTORIAL-RECORD
           MOVE WS-FECHA-NEGOCIO TO HC-FECHA
           MOVE LC-DEPOSITO      TO HC-DEPOSITO
           MOVE LC-CODIGO        TO HC-CODIGO
           MOVE LC-CLASE         TO HC-CLASE
           MOVE ZEROS            TO HC-LIBRO
           IF WS-SALDO-IDX NOT = ZEROS
              MOVE SD-CANTIDAD(WS-SALDO-IDX) TO HC-LIBRO
           END-IF
           MOVE WS-CANTIDAD      TO HC-FISICO
           WRITE HISTORIAL-RECORD

           ADD 1 TO WS-CANT-CARGADOS.

      ******************************************************************
      * exactitud de los conteos
      ******************************************************************
       REPORTE-EXACTITUD.
           DISPLAY "Periodo (AAAAMM)"
           ACCEPT WS-PERIODO
           IF WS-PERIODO-N NOT NUMERIC OR WS-PERIODO-MES < 1
               OR WS-PERIODO-MES > 12
              DISPLAY "Periodo invalido: " WS-PERIODO
              GOBACK
           END-IF

           INITIALIZE EXACTITUD-TABLA
           OPEN INPUT HISTORIAL-FILE
           IF NOT HISTORIAL-OK
              DISPLAY "No hay historial_conteo_ciclico.txt"
              GOBACK
           END-IF
           PERFORM UNTIL FIN-ARCHIVO
             READ HISTORIAL-FILE
               AT END SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 DIVIDE HC-FECHA BY 100 GIVING WS-MES-HISTORIAL
                 IF WS-MES-HISTORIAL = WS-PERIODO-N
                     AND (HC-DEPOSITO = 1 OR HC-DEPOSITO = 2)
                    PERFORM ACUMULAR-EXACTITUD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HISTORIAL-FILE
           MOVE "N" TO WS-FIN-ARCHIVO

           MOVE "CONTEO-CICLICO" TO WS-SPOOL-PROGRAMA
           MOVE SPACES TO WS-SPOOL-TITULO
           STRING "EXACTITUD DE CONTEOS " WS-PERIODO
              DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== EXACTITUD DE CONTEOS CICLICOS " WS-PERIODO
              " ====="
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Dep Clase Contados Exactos Exactitud"
              "  Unid.libro  Unid.difer"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM VARYING WS-DEPOSITO FROM 1 BY 1
                   UNTIL WS-DEPOSITO > 2
              PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
                 PERFORM IMPRIMIR-RENGLON-EXACTITUD
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
              COMPUTE WS-TOT-CONTADOS =
                 EX-CONTADOS(1, WS-K) + EX-CONTADOS(2, WS-K)
              COMPUTE WS-TOT-EXACTOS =
                 EX-EXACTOS(1, WS-K) + EX-EXACTOS(2, WS-K)
              MOVE ZEROS TO WS-PORC-EXACT
              IF WS-TOT-CONTADOS > ZEROS
                 COMPUTE WS-PORC-EXACT ROUNDED =
                    WS-TOT-EXACTOS * 100 / WS-TOT-CONTADOS
              END-IF
              MOVE WS-TOT-CONTADOS TO WS-ED-CANT
              MOVE WS-TOT-EXACTOS  TO WS-ED-CANT-2
              MOVE WS-PORC-EXACT   TO WS-ED-PORC
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "Tot   " CLASE-LETRA(WS-K) "    " WS-ED-CANT
                 "   " WS-ED-CANT-2 "     " WS-ED-PORC "%"
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-PERFORM

           PERFORM CERRAR-SPOOL.

       ACUMULAR-EXACTITUD.
           EVALUATE HC-CLASE
              WHEN "A" MOVE 1 TO WS-K
              WHEN "B" MOVE 2 TO WS-K
              WHEN OTHER MOVE 3 TO WS-K
           END-EVALUATE
           ADD 1 TO EX-CONTADOS(HC-DEPOSITO, WS-K)
           ADD HC-LIBRO TO EX-LIBRO(HC-DEPOSITO, WS-K)
           COMPUTE WS-DIFERENCIA = HC-FISICO - HC-LIBRO
           IF WS-DIFERENCIA = ZEROS
              ADD 1 TO EX-EXACTOS(HC-DEPOSITO, WS-K)
           ELSE
              IF WS-DIFERENCIA < ZEROS
                 COMPUTE WS-DIFERENCIA = 0 - WS-DIFERENCIA
              END-IF
              ADD WS-DIFERENCIA TO EX-DIFER(HC-DEPOSITO, WS-K)
           END-IF.

       IMPRIMIR-RENGLON-EXACTITUD.
           MOVE ZEROS TO WS-PORC-EXACT
           IF EX-CONTADOS(WS-DEPOSITO, WS-K) > ZEROS
              COMPUTE WS-PORC-EXACT ROUNDED =
                 EX-EXACTOS(WS-DEPOSITO, WS-K) * 100
                 / EX-CONTADOS(WS-DEPOSITO, WS-K)
           END-IF
           MOVE EX-CONTADOS(WS-DEPOSITO, WS-K) TO WS-ED-CANT
           MOVE EX-EXACTOS(WS-DEPOSITO, WS-K)  TO WS-ED-CANT-2
           MOVE WS-PORC-EXACT                  TO WS-ED-PORC
           MOVE EX-LIBRO(WS-DEPOSITO, WS-K)    TO WS-ED-UNID
           MOVE EX-DIFER(WS-DEPOSITO, WS-K)    TO WS-ED-UNID-2
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING " " WS-DEPOSITO "    " CLASE-LETRA(WS-K) "    "
              WS-ED-CANT "   " WS-ED-CANT-2 "     " WS-ED-PORC "%"
              "     " WS-ED-UNID "     " WS-ED-UNID-2
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS.

       ESCRIBIR-LINEA-LIS.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
