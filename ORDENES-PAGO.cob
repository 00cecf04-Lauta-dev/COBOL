      *    liquidacion en ordenes_liquidadas.txt, que CONTABILIZAR
      *    consume para asentar la cancelacion de las cuentas a pagar
      *    contra el banco
      *
      * La corrida de pagos ahora tambien paga a los proveedores: el
      * modo 1 toma las facturas aptas (estado A) del registro de
      * facturas de proveedores que mantiene FACTURAS-PROVEEDOR (ya
      * controladas contra la orden de compra y lo recibido) y emite
      * una orden tipo PRV por cada una, marcando la factura O
      * (ordenada). La fuente queda en fuentes_pagadas.txt con el
      * proveedor y el numero de factura, asi una recorrida no la
      * vuelve a ordenar; al pagarse, CONTABILIZAR cancela
      * proveedores a pagar contra el banco.
      *
      * El modo 2 ya no depende de que tesoreria tipee la lista en el
      * portal del banco: arma transferencias_banco.txt con el diseno
      * fijo del banco (cabecera H con la fecha, el CUIT y la cuenta
      * de la empresa tomados de banco_empresa.txt, un detalle D por
      * orden con el CBU y el titular del beneficiario, y la cola
      * TRL con la cantidad de detalles y la suma de los importes en
      * pesos enteros). El CBU sale del registro de CUENTAS-BANCARIAS
      * (clase EMP para las ordenes SUE, la misma clase que el tipo
      * para las demas) y solo se toman las cuentas validadas (V):
      * la orden de un beneficiario sin cuenta validada no se paga,
      * queda emitida y sale en la lista como retenida.
      *
      * Las diferencias retroactivas de sueldo que liquida JUBI-LARSE
      * (payroll_retro.txt) se ordenan aparte, como tipo RET, por el
      * neto de cada renglon: se pagan a la cuenta EMP del empleado y
      * la fuente queda marcada con el empleado y el numero de accion
      * de personal, asi el retroactivo no se ordena dos veces.
      *
      * Las reversas del ledger de comisiones (LR-TIPO-MOV "R", que
      * graba REVERSAR-LEDGER con la referencia al registro original)
      * se netean por el periodo del ORIGINAL, beneficiario por
      * beneficiario: si la comision de ese periodo todavia no se
      * ordeno, la reversa se descuenta del total del periodo al
      * ordenarlo; si ya se ordeno, la reversa pasa a ser un recupero
      * pendiente en recuperos_comision.txt y se descuenta de la
      * proxima orden de comision del beneficiario (de cualquier
      * periodo) cuyo importe lo cubra. Cada reversa queda registrada
      * por beneficiario con su estado (N neteada en su periodo, P
      * recupero pendiente, A recupero aplicado) y el numero de orden,
      * asi una recorrida no la vuelve a contar.
      *
      * La marca de fuente ordenada lleva ademas el numero de la orden
      * emitida (FP-ORDEN), para que ESTADO-COMISIONES pueda conciliar
      * el estado de cada beneficiario contra su orden COM.
      *
      * La orden PRV paga la factura del proveedor con su IVA (neto
      * FV-IMPORTE mas FV-IVA); las facturas grabadas antes de que
      * se registrara el IVA se pagan por el neto.
      *
      * Modo 3, devolucion de saldo a favor de un cliente: el saldo
      * que deja CUENTAS-COBRAR en saldos_a_favor.txt (pagos de mas,
      * notas de credito que exceden la factura, pagos a cuenta sin
      * factura que aplicar) se puede devolver con una orden tipo DEV
      * a nombre del CL-ID. Lo disponible es lo generado menos lo ya
      * aplicado a facturas y menos todas las ordenes DEV del cliente
      * que haya en ordenes_pago.txt; la devolucion la firma un
      * operador con autoridad para el tipo DEV (no el que la pide) y
      * queda registrada con los dos en devoluciones_clientes.txt. Se
      * paga a la cuenta clase CLI del cliente y CONTABILIZAR la
      * asienta contra saldos a favor de clientes.
      *
      * Los embargos que la liquidacion semanal retiene del sueldo
      * (convenios E de DESCUENTOS-NOMINA, aplicados en
      * descuentos_aplicados.txt) se ordenan junto con los sueldos de
      * la semana que se paga: una orden EMB por juzgado o acreedor,
      * por la suma de lo retenido a todos sus embargados esa semana.
      * Se paga a la cuenta clase EMB del beneficiario y CONTABILIZAR
      * la asienta contra retenciones a pagar.
      *
      * El que pide la devolucion del modo 3 ya no se tipea: se
      * identifica con operador y clave de operadores.txt, igual que
      * el que la firma, y con clave invalida no se emite nada.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENES-PAGO.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FUENTES-STATUS.

             SELECT RECUPEROS-FILE ASSIGN TO "recuperos_comision.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECUPEROS-STATUS.

             SELECT TRANSF-FILE ASSIGN TO "transferencias_banco.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANSF-STATUS.

             SELECT EMPRESA-FILE ASSIGN TO "banco_empresa.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EMPRESA-STATUS.

             COPY "CTABANCO-FC.cpy".

             COPY "RETRO-FC.cpy".

             COPY "FACTPROV-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "SALDOFAV-FC.cpy".

             COPY "EXCEPCION-FC.cpy".
             COPY "AUTORIDAD-FC.cpy".

             COPY "DESCNOM-FC.cpy".

             SELECT DEVOLUCION-FILE ASSIGN TO
                 "devoluciones_clientes.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DEVOLUCION-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD PAYROLL-FILE.
           05 LR-CAJERO         PIC X(6).
           05 FILLER            PIC X.
           05 LR-VERSION-TASAS  PIC 9(3).
           05 FILLER            PIC X.
           05 LR-TIPO-MOV       PIC X.
               88 LR-REVERSA    VALUE "R".
               88 LR-CORRECCION VALUE "C".
           05 FILLER            PIC X.
           05 LR-REF-TIMESTAMP  PIC 9(14).

        FD TASAS-FILE.
        01 TASA-RECORD.
           05 FP-CLAVE   PIC X(15).
           05 FILLER     PIC X VALUE SPACE.
           05 FP-PERIODO PIC 9(8).
           05 FILLER     PIC X VALUE SPACE.
           05 FP-ORDEN   PIC 9(6).

      * reversas del ledger ya tratadas, por beneficiario
        FD RECUPEROS-FILE.
        01 RECUPERO-RECORD.
           05 RC-BENEFICIARIO PIC X(15).
           05 FILLER          PIC X VALUE SPACE.
           05 RC-TIMESTAMP    PIC 9(14).
           05 FILLER          PIC X VALUE SPACE.
           05 RC-SUCURSAL     PIC X(4).
           05 FILLER          PIC X VALUE SPACE.
           05 RC-CAJERO       PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 RC-PERIODO      PIC 9(6).
           05 FILLER          PIC X VALUE SPACE.
           05 RC-IMPORTE      PIC 9(9)V99.
           05 FILLER          PIC X VALUE SPACE.
           05 RC-ESTADO       PIC X.
              88 RC-NETEADA   VALUE "N".
              88 RC-PENDIENTE VALUE "P".
              88 RC-APLICADA  VALUE "A".
           05 FILLER          PIC X VALUE SPACE.
           05 RC-ORDEN        PIC 9(6).

      * diseno de intercambio del banco: cabecera, detalles y cola
        FD TRANSF-FILE.
        01 TRANSF-CABECERA.
           05 TB-TIPO-REG PIC X.
           05 FILLER      PIC X.
           05 TB-FECHA    PIC 9(8).
           05 FILLER      PIC X.
           05 TB-CUIT     PIC X(11).
           05 FILLER      PIC X.
           05 TB-CBU      PIC X(22).
           05 FILLER      PIC X.
           05 TB-NOMBRE   PIC X(25).
        01 TRANSF-DETALLE.
           05 TD-TIPO-REG PIC X.
           05 FILLER      PIC X.
           05 TD-ORDEN    PIC 9(6).
           05 FILLER      PIC X.
           05 TD-CBU      PIC X(22).
           05 FILLER      PIC X.
           05 TD-TITULAR  PIC X(25).
           05 FILLER      PIC X.
           05 TD-IMPORTE  PIC 9(9)V99.
           05 FILLER      PIC X.
           05 TD-REFERENCIA PIC X(15).
        COPY "TRAILER-FD.cpy"
           REPLACING TAG-TRAILER    BY TRANSF-TRAILER
                     TAG-MARCA      BY TX-MARCA
                     TAG-ES-TRAILER BY TX-ES-TRAILER
                     TAG-CANTIDAD   BY TX-CANTIDAD
                     TAG-HASH       BY TX-HASH.

        FD EMPRESA-FILE.
        01 EMPRESA-RECORD.
           05 BE-CUIT   PIC X(11).
           05 FILLER    PIC X.
           05 BE-CBU    PIC X(22).
           05 FILLER    PIC X.
           05 BE-NOMBRE PIC X(25).

        COPY "CTABANCO-FD.cpy".

        COPY "RETRO-FD.cpy".

        COPY "FACTPROV-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "SALDOFAV-FD.cpy".

        COPY "EXCEPCION-FD.cpy".
        COPY "AUTORIDAD-FD.cpy".

        COPY "DESCNOM-FD.cpy".

      * devoluciones de saldo a favor: quien la pidio y quien firmo
        FD DEVOLUCION-FILE.
        01 DEVOLUCION-RECORD.
           05 DV-ORDEN       PIC 9(6).
           05 FILLER         PIC X VALUE SPACE.
           05 DV-CLIENTE     PIC X(6).
           05 FILLER         PIC X VALUE SPACE.
           05 DV-FECHA       PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 DV-IMPORTE     PIC 9(9)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 DV-SOLICITANTE PIC X(15).
           05 FILLER         PIC X VALUE SPACE.
           05 DV-APROBADOR   PIC X(10).

         WORKING-STORAGE SECTION.
          COPY "CTABANCO-WS.cpy".
          COPY "RETRO-WS.cpy".
          COPY "FACTPROV-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "SALDOFAV-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".
          COPY "DESCNOM-WS.cpy".

          77 WS-PAYROLL-STATUS PIC X(2) VALUE "00".
              88 PAYROLL-OK VALUE "00".
              88 LIQUIDADAS-OK VALUE "00".
          77 WS-FUENTES-STATUS PIC X(2) VALUE "00".
              88 FUENTES-OK VALUE "00".
          77 WS-TRANSF-STATUS PIC X(2) VALUE "00".
              88 TRANSF-OK VALUE "00".
          77 WS-EMPRESA-STATUS PIC X(2) VALUE "00".
              88 EMPRESA-OK VALUE "00".
          77 WS-RECUPEROS-STATUS PIC X(2) VALUE "00".
              88 RECUPEROS-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
          77 WS-FUENTE-PERIODO PIC 9(8) VALUE ZEROS.

          77 WS-SEMANA-PAGO PIC 9(8) VALUE ZEROS.

      * lo retenido por embargos en la semana, por juzgado o acreedor
          01 EMBARGOS-TABLA.
             02 EMBARGO-ENT OCCURS 50 TIMES.
                03 EB-BENEFICIARIO PIC X(15).
                03 EB-IMPORTE      PIC 9(9)V99.
          77 WS-CANT-EMBARGOS PIC 9(2) VALUE ZEROS.
          77 WS-EB            PIC 9(2) VALUE ZEROS.
          77 WS-EB-ENCONTRADO PIC 9(2) VALUE ZEROS.
          77 WS-PERIODO-COM PIC 9(6) VALUE ZEROS.

      * ordenes cargadas en memoria (para dedup y para reescribir)
          01 BENEF-TABLA.
             02 BENEF-ENT OCCURS 5 TIMES.
                03 BN-NOMBRE PIC X(15).
                03 BN-TOTAL  PIC S9(9)V99.
          77 WS-CANT-BENEF PIC 9(1) VALUE ZEROS.
          77 WS-BN         PIC 9(1) VALUE ZEROS.
          77 WS-VERSION-MAX PIC 9(3) VALUE ZEROS.

      * reversas tratadas y recuperos (recuperos_comision.txt); en la
      * corrida una reversa neteada queda T y un recupero tomado para
      * la orden en curso queda X hasta saber si la orden se emitio
          01 RECUPEROS-TABLA.
             02 RECUPERO-ENT OCCURS 300 TIMES.
                03 RU-BENEFICIARIO PIC X(15).
                03 RU-TIMESTAMP    PIC 9(14).
                03 RU-SUCURSAL     PIC X(4).
                03 RU-CAJERO       PIC X(6).
                03 RU-PERIODO      PIC 9(6).
                03 RU-IMPORTE      PIC 9(9)V99.
                03 RU-ESTADO       PIC X.
                03 RU-ORDEN        PIC 9(6).
          77 WS-CANT-RECUPEROS PIC 9(3) VALUE ZEROS.
          77 WS-RU             PIC 9(3) VALUE ZEROS.
          77 WS-RU-IDX         PIC 9(3) VALUE ZEROS.
          77 WS-RU-DESBORDE    PIC X VALUE "N".
              88 RECUPEROS-DESBORDADOS VALUE "S".
          77 WS-RU-PERIODO     PIC 9(6) VALUE ZEROS.
          77 WS-RU-PAGADA      PIC X VALUE "N".
              88 ORIGINAL-YA-ORDENADO VALUE "S".

      * los 5 resultados de la reversa, para recorrerlos por
      * beneficiario
          01 RES-REVERSA.
             02 RR-RES PIC 9(7) OCCURS 5 TIMES.

          77 WS-TIPO-NUEVA   PIC X(3) VALUE SPACES.
          77 WS-BENEF-NUEVA  PIC X(15) VALUE SPACES.
          77 WS-IMPORTE-NUEVA PIC 9(9)V99 VALUE ZEROS.
          77 WS-TOTAL-LISTA  PIC 9(11)V99 VALUE ZEROS.
          77 WS-EDIT-IMPORTE PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.

      * facturas de proveedores cargadas para ordenar las aptas y
      * reescribirlas marcadas
          01 FACTPROV-TABLA.
             02 FACTPROV-ENT OCCURS 300 TIMES.
                03 FT-REGISTRO PIC X(150).
          77 WS-CANT-FACTPROV PIC 9(3) VALUE ZEROS.
          77 WS-FV            PIC 9(3) VALUE ZEROS.
          77 WS-EMITIDAS-ANTES PIC 9(3) VALUE ZEROS.
          77 WS-FACTPROV-DESBORDE PIC X VALUE "N".
              88 FACTPROV-DESBORDADAS VALUE "S".

      * cuentas validadas de los beneficiarios, para la transferencia
          01 CUENTAS-TABLA.
             02 CUENTA-ENT OCCURS 300 TIMES.
                03 CT-CLASE        PIC X(3).
                03 CT-BENEFICIARIO PIC X(15).
                03 CT-CBU          PIC X(22).
                03 CT-TITULAR      PIC X(25).
          77 WS-CANT-CUENTAS PIC 9(3) VALUE ZEROS.
          77 WS-C            PIC 9(3) VALUE ZEROS.
          77 WS-CUENTA-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-CTA-DESBORDE PIC X VALUE "N".
              88 CUENTAS-DESBORDADAS VALUE "S".
          77 WS-CLASE-PAGO   PIC X(3) VALUE SPACES.
          77 WS-CANT-RETENIDAS PIC 9(3) VALUE ZEROS.
          77 WS-TOTAL-RETENIDO PIC 9(11)V99 VALUE ZEROS.
          77 WS-PESOS-ORDEN  PIC 9(9) VALUE ZEROS.
          77 WS-HASH-TRANSF  PIC 9(9) VALUE ZEROS.

      * devolucion de saldo a favor de un cliente
          77 WS-DEVOLUCION-STATUS PIC X(2) VALUE "00".
              88 DEVOLUCION-OK VALUE "00".
          77 WS-DEV-CLIENTE    PIC X(6) VALUE SPACES.
          77 WS-DEV-ORDENADO   PIC 9(9)V99 VALUE ZEROS.
          77 WS-DEV-DISPONIBLE PIC S9(9)V99 VALUE ZEROS.
          77 WS-DEV-IMPORTE    PIC 9(9)V99 VALUE ZEROS.
          77 WS-DEV-SOLICITANTE PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Generar ordenes de pago (sueldos,"
                " comisiones y proveedores)"
             DISPLAY "2 - Lista y transferencias al banco, marcar"
                " pagadas"
             DISPLAY "3 - Devolucion de saldo a favor de un cliente"
             ACCEPT WS-MODO

             PERFORM CARGAR-ORDENES
                GOBACK
             END-IF

             EVALUATE WS-MODO
                WHEN 2
                   PERFORM PAGAR-ORDENES
                WHEN 3
                   PERFORM DEVOLVER-SALDO-FAVOR
                WHEN OTHER
                   PERFORM GENERAR-ORDENES
             END-EVALUATE
           GOBACK.

       CARGAR-ORDENES.
           ACCEPT WS-PERIODO-COM

           PERFORM CARGAR-FUENTES
           PERFORM CARGAR-RECUPEROS
           IF RECUPEROS-DESBORDADOS
              DISPLAY "ABORTADO: mas de 300 reversas en"
                 " recuperos_comision.txt, archivar las viejas"
              GOBACK
           END-IF

           PERFORM GENERAR-DE-NOMINA
           PERFORM GENERAR-DE-COMISIONES
           PERFORM GENERAR-DE-PROVEEDORES
           PERFORM REESCRIBIR-ORDENES
           PERFORM REESCRIBIR-RECUPEROS

           DISPLAY " "
           DISPLAY "Ordenes emitidas:       " WS-CANT-EMITIDAS
              END-PERFORM
              CLOSE PAYROLL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           OPEN INPUT RETRO-FILE
           IF RETRO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ RETRO-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF RT-NETO > ZEROS
                       MOVE "RET"       TO WS-TIPO-NUEVA
                       MOVE RT-EMPLEADO TO WS-BENEF-NUEVA
                       MOVE RT-NETO     TO WS-IMPORTE-NUEVA
                       MOVE RT-ACCION   TO WS-FUENTE-PERIODO
                       PERFORM EMITIR-ORDEN
                    END-IF
                END-READ
              END-PERFORM
              CLOSE RETRO-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           PERFORM GENERAR-DE-EMBARGOS.

      * lo retenido por embargos en la semana que se paga se junta
      * por beneficiario del embargo: una orden EMB por cada uno
       GENERAR-DE-EMBARGOS.
           OPEN INPUT DESCAPL-FILE
           IF DESCAPL-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ DESCAPL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF DA-EMBARGO AND DA-SEMANA = WS-SEMANA-PAGO
                        AND DA-IMPORTE > ZEROS
                       PERFORM SUMAR-EMBARGO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DESCAPL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           PERFORM VARYING WS-EB FROM 1 BY 1
                   UNTIL WS-EB > WS-CANT-EMBARGOS
              MOVE "EMB"                  TO WS-TIPO-NUEVA
              MOVE EB-BENEFICIARIO(WS-EB) TO WS-BENEF-NUEVA
              MOVE EB-IMPORTE(WS-EB)      TO WS-IMPORTE-NUEVA
              MOVE WS-SEMANA-PAGO         TO WS-FUENTE-PERIODO
              PERFORM EMITIR-ORDEN
           END-PERFORM.

       SUMAR-EMBARGO.
           MOVE ZEROS TO WS-EB-ENCONTRADO
           PERFORM VARYING WS-EB FROM 1 BY 1
                   UNTIL WS-EB > WS-CANT-EMBARGOS
              IF EB-BENEFICIARIO(WS-EB) = DA-BENEFICIARIO
                 MOVE WS-EB TO WS-EB-ENCONTRADO
              END-IF
           END-PERFORM

           IF WS-EB-ENCONTRADO = ZEROS
              IF WS-CANT-EMBARGOS < 50
                 ADD 1 TO WS-CANT-EMBARGOS
                 MOVE WS-CANT-EMBARGOS TO WS-EB-ENCONTRADO
                 MOVE DA-BENEFICIARIO
                    TO EB-BENEFICIARIO(WS-EB-ENCONTRADO)
                 MOVE ZEROS TO EB-IMPORTE(WS-EB-ENCONTRADO)
              ELSE
                 DISPLAY "Aviso: mas de 50 beneficiarios de embargo,"
                    " no se ordena lo retenido a " DA-BENEFICIARIO
              END-IF
           END-IF

           IF WS-EB-ENCONTRADO > ZEROS
              ADD DA-IMPORTE TO EB-IMPORTE(WS-EB-ENCONTRADO)
           END-IF.

      * los beneficiarios salen de la version mas alta de la tabla
      * de tasas (hasta 5, los mismos del registro del ledger), y a
              PERFORM SUMAR-LEDGER
              PERFORM VARYING WS-BN FROM 1 BY 1
                      UNTIL WS-BN > WS-CANT-BENEF
                 MOVE WS-CANT-EMITIDAS TO WS-EMITIDAS-ANTES
                 IF BN-TOTAL(WS-BN) > ZEROS
                    PERFORM DESCONTAR-RECUPEROS
                    MOVE "COM"            TO WS-TIPO-NUEVA
                    MOVE BN-NOMBRE(WS-BN) TO WS-BENEF-NUEVA
                    MOVE BN-TOTAL(WS-BN)  TO WS-IMPORTE-NUEVA
                    MOVE WS-PERIODO-COM   TO WS-FUENTE-PERIODO
                    PERFORM EMITIR-ORDEN
                 END-IF
                 PERFORM CERRAR-RECUPEROS
              END-PERFORM
           END-IF.

                READ LEDGER-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF LR-REVERSA
                       PERFORM TRATAR-REVERSA
                    ELSE
                       IF LR-TIMESTAMP(1:6) = WS-PERIODO-COM
                          IF WS-CANT-BENEF >= 1
                             ADD LR-RES1 TO BN-TOTAL(1)
                          END-IF
                          IF WS-CANT-BENEF >= 2
                             ADD LR-RES2 TO BN-TOTAL(2)
                          END-IF
                          IF WS-CANT-BENEF >= 3
                             ADD LR-RES3 TO BN-TOTAL(3)
                          END-IF
                          IF WS-CANT-BENEF >= 4
                             ADD LR-RES4 TO BN-TOTAL(4)
                          END-IF
                          IF WS-CANT-BENEF >= 5
                             ADD LR-RES5 TO BN-TOTAL(5)
                          END-IF
                       END-IF
                    END-IF
                END-READ
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * una reversa se trata una sola vez por beneficiario: si la
      * comision del periodo del original ya se ordeno queda como
      * recupero pendiente; si no, y ese periodo es el que se ordena
      * ahora, se descuenta del total; si es de otro periodo todavia
      * no ordenado, espera a que se ordene ese periodo
       TRATAR-REVERSA.
           MOVE LR-RES1 TO RR-RES(1)
           MOVE LR-RES2 TO RR-RES(2)
           MOVE LR-RES3 TO RR-RES(3)
           MOVE LR-RES4 TO RR-RES(4)
           MOVE LR-RES5 TO RR-RES(5)
           MOVE LR-REF-TIMESTAMP(1:6) TO WS-RU-PERIODO

           PERFORM VARYING WS-BN FROM 1 BY 1
                   UNTIL WS-BN > WS-CANT-BENEF
              IF RR-RES(WS-BN) > ZEROS
                 PERFORM REVERSA-BENEFICIARIO
              END-IF
           END-PERFORM.

       REVERSA-BENEFICIARIO.
           PERFORM BUSCAR-RECUPERO
           IF WS-RU-IDX = ZEROS
              MOVE "N" TO WS-RU-PAGADA
              PERFORM VARYING WS-FU FROM 1 BY 1
                      UNTIL WS-FU > WS-CANT-FUENTES
                 IF FU-TIPO(WS-FU) = "COM"
                     AND FU-CLAVE(WS-FU) = BN-NOMBRE(WS-BN)
                     AND FU-PERIODO(WS-FU) = WS-RU-PERIODO
                    SET ORIGINAL-YA-ORDENADO TO TRUE
                 END-IF
              END-PERFORM

              IF ORIGINAL-YA-ORDENADO
                 PERFORM AGREGAR-RECUPERO
                 IF WS-RU-IDX > ZEROS
                    MOVE "P" TO RU-ESTADO(WS-RU-IDX)
                    DISPLAY "Reversa " LR-TIMESTAMP " de "
                       BN-NOMBRE(WS-BN) ": periodo " WS-RU-PERIODO
                       " ya ordenado, queda recupero pendiente"
                 END-IF
              ELSE
                 IF WS-RU-PERIODO = WS-PERIODO-COM
                    PERFORM AGREGAR-RECUPERO
                    IF WS-RU-IDX > ZEROS
                       MOVE "T" TO RU-ESTADO(WS-RU-IDX)
                       SUBTRACT RR-RES(WS-BN) FROM BN-TOTAL(WS-BN)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       BUSCAR-RECUPERO.
           MOVE ZEROS TO WS-RU-IDX
           PERFORM VARYING WS-RU FROM 1 BY 1
                   UNTIL WS-RU > WS-CANT-RECUPEROS
              IF WS-RU-IDX = ZEROS
                  AND RU-TIMESTAMP(WS-RU) = LR-TIMESTAMP
                  AND RU-SUCURSAL(WS-RU) = LR-SUCURSAL
                  AND RU-CAJERO(WS-RU) = LR-CAJERO
                  AND RU-BENEFICIARIO(WS-RU) = BN-NOMBRE(WS-BN)
                 MOVE WS-RU TO WS-RU-IDX
              END-IF
           END-PERFORM.

       AGREGAR-RECUPERO.
           MOVE ZEROS TO WS-RU-IDX
           IF WS-CANT-RECUPEROS >= 300
              DISPLAY "Aviso: tabla de recuperos llena, la reversa "
                 LR-TIMESTAMP " queda para la proxima corrida"
           ELSE
              ADD 1 TO WS-CANT-RECUPEROS
              MOVE WS-CANT-RECUPEROS TO WS-RU-IDX
              MOVE BN-NOMBRE(WS-BN) TO RU-BENEFICIARIO(WS-RU-IDX)
              MOVE LR-TIMESTAMP     TO RU-TIMESTAMP(WS-RU-IDX)
              MOVE LR-SUCURSAL      TO RU-SUCURSAL(WS-RU-IDX)
              MOVE LR-CAJERO        TO RU-CAJERO(WS-RU-IDX)
              MOVE WS-RU-PERIODO    TO RU-PERIODO(WS-RU-IDX)
              MOVE RR-RES(WS-BN)    TO RU-IMPORTE(WS-RU-IDX)
              MOVE ZEROS            TO RU-ORDEN(WS-RU-IDX)
           END-IF.

      * los recuperos pendientes del beneficiario se descuentan de la
      * orden en curso mientras cada uno entre entero y la orden no
      * quede en cero; el que no entra espera una orden mayor
       DESCONTAR-RECUPEROS.
           PERFORM VARYING WS-RU FROM 1 BY 1
                   UNTIL WS-RU > WS-CANT-RECUPEROS
              IF RU-ESTADO(WS-RU) = "P"
                  AND RU-BENEFICIARIO(WS-RU) = BN-NOMBRE(WS-BN)
                  AND RU-IMPORTE(WS-RU) < BN-TOTAL(WS-BN)
                 SUBTRACT RU-IMPORTE(WS-RU) FROM BN-TOTAL(WS-BN)
                 MOVE "X" TO RU-ESTADO(WS-RU)
                 DISPLAY "Recupero de reversa " RU-TIMESTAMP(WS-RU)
                    " (" RU-PERIODO(WS-RU) ") descontado a "
                    BN-NOMBRE(WS-BN) ": " RU-IMPORTE(WS-RU)
              END-IF
           END-PERFORM.

      * con la orden emitida las reversas neteadas quedan N y los
      * recuperos descontados A, con su numero de orden; si no hubo
      * orden el recupero vuelve a pendiente y la reversa neteada se
      * descarta para tratarse de nuevo cuando el periodo se ordene
       CERRAR-RECUPEROS.
           PERFORM VARYING WS-RU FROM 1 BY 1
                   UNTIL WS-RU > WS-CANT-RECUPEROS
              IF RU-BENEFICIARIO(WS-RU) = BN-NOMBRE(WS-BN)
                 IF WS-CANT-EMITIDAS > WS-EMITIDAS-ANTES
                    EVALUATE RU-ESTADO(WS-RU)
                       WHEN "T"
                          MOVE "N" TO RU-ESTADO(WS-RU)
                          MOVE WS-NUM-ORDEN TO RU-ORDEN(WS-RU)
                       WHEN "X"
                          MOVE "A" TO RU-ESTADO(WS-RU)
                          MOVE WS-NUM-ORDEN TO RU-ORDEN(WS-RU)
                    END-EVALUATE
                 ELSE
                    EVALUATE RU-ESTADO(WS-RU)
                       WHEN "T"
                          MOVE SPACE TO RU-ESTADO(WS-RU)
                       WHEN "X"
                          MOVE "P" TO RU-ESTADO(WS-RU)
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM.

       CARGAR-RECUPEROS.
           OPEN INPUT RECUPEROS-FILE
           IF RECUPEROS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ RECUPEROS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-RECUPEROS >= 300
                       SET RECUPEROS-DESBORDADOS TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-RECUPEROS
                       MOVE RC-BENEFICIARIO
                          TO RU-BENEFICIARIO(WS-CANT-RECUPEROS)
                       MOVE RC-TIMESTAMP
                          TO RU-TIMESTAMP(WS-CANT-RECUPEROS)
                       MOVE RC-SUCURSAL
                          TO RU-SUCURSAL(WS-CANT-RECUPEROS)
                       MOVE RC-CAJERO TO RU-CAJERO(WS-CANT-RECUPEROS)
                       MOVE RC-PERIODO
                          TO RU-PERIODO(WS-CANT-RECUPEROS)
                       MOVE RC-IMPORTE
                          TO RU-IMPORTE(WS-CANT-RECUPEROS)
                       MOVE RC-ESTADO TO RU-ESTADO(WS-CANT-RECUPEROS)
                       MOVE RC-ORDEN  TO RU-ORDEN(WS-CANT-RECUPEROS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE RECUPEROS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       REESCRIBIR-RECUPEROS.
           IF WS-CANT-RECUPEROS > ZEROS
              OPEN OUTPUT RECUPEROS-FILE
              PERFORM VARYING WS-RU FROM 1 BY 1
                      UNTIL WS-RU > WS-CANT-RECUPEROS
                 IF RU-ESTADO(WS-RU) NOT = SPACE
                    MOVE SPACES TO RECUPERO-RECORD
                    MOVE RU-BENEFICIARIO(WS-RU) TO RC-BENEFICIARIO
                    MOVE RU-TIMESTAMP(WS-RU)    TO RC-TIMESTAMP
                    MOVE RU-SUCURSAL(WS-RU)     TO RC-SUCURSAL
                    MOVE RU-CAJERO(WS-RU)       TO RC-CAJERO
                    MOVE RU-PERIODO(WS-RU)      TO RC-PERIODO
                    MOVE RU-IMPORTE(WS-RU)      TO RC-IMPORTE
                    MOVE RU-ESTADO(WS-RU)       TO RC-ESTADO
                    MOVE RU-ORDEN(WS-RU)        TO RC-ORDEN
                    WRITE RECUPERO-RECORD
                 END-IF
              END-PERFORM
              CLOSE RECUPEROS-FILE
           END-IF.

      * cada factura de proveedor apta es una orden PRV por su
      * importe con IVA; la fuente es proveedor + numero de factura del
      * registro, y la factura queda marcada O para no volver a
      * aparecer como pendiente de ordenar
       GENERAR-DE-PROVEEDORES.
           OPEN INPUT FACTPROV-FILE
           IF NOT FACTPROV-OK
              DISPLAY "Sin facturas_proveedor.txt, no hay proveedores"
                 " que ordenar"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTPROV-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-FACTPROV >= 300
                       SET FACTPROV-DESBORDADAS TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       PERFORM ORDENAR-FACTURA-PROVEEDOR
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FACTPROV-FILE

      * con el registro desbordado no se reescribe (se perderian las
      * facturas no cargadas): las ya ordenadas quedan igual en
      * fuentes_pagadas.txt y se marcan en la proxima recorrida
              IF FACTPROV-DESBORDADAS
                 DISPLAY "Aviso: mas de 300 facturas de proveedor,"
                    " archivar las ordenadas viejas"
              ELSE
                 OPEN OUTPUT FACTPROV-FILE
                 PERFORM VARYING WS-FV FROM 1 BY 1
                         UNTIL WS-FV > WS-CANT-FACTPROV
                    MOVE FT-REGISTRO(WS-FV) TO FACTPROV-RECORD
                    WRITE FACTPROV-RECORD
                 END-PERFORM
                 CLOSE FACTPROV-FILE
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       ORDENAR-FACTURA-PROVEEDOR.
           ADD 1 TO WS-CANT-FACTPROV
           IF FV-APTA
              MOVE "PRV"        TO WS-TIPO-NUEVA
              MOVE FV-PROVEEDOR TO WS-BENEF-NUEVA
              MOVE FV-IMPORTE   TO WS-IMPORTE-NUEVA
              IF FV-IVA IS NUMERIC
                 ADD FV-IVA TO WS-IMPORTE-NUEVA
              END-IF
              MOVE FV-ID        TO WS-FUENTE-PERIODO
              MOVE WS-CANT-EMITIDAS TO WS-EMITIDAS-ANTES
              PERFORM EMITIR-ORDEN
              IF WS-CANT-EMITIDAS > WS-EMITIDAS-ANTES
                  OR ORDEN-YA-EMITIDA
                 MOVE "O" TO FV-ESTADO
              END-IF
           END-IF
           MOVE FACTPROV-RECORD TO FT-REGISTRO(WS-CANT-FACTPROV).

      * la fuente ya ordenada (tipo + beneficiario + semana o
      * periodo, segun fuentes_pagadas.txt) no se vuelve a ordenar:
      * una recorrida, del dia que sea, no duplica pagos
           MOVE WS-TIPO-NUEVA     TO FP-TIPO
           MOVE WS-BENEF-NUEVA    TO FP-CLAVE
           MOVE WS-FUENTE-PERIODO TO FP-PERIODO
           MOVE WS-NUM-ORDEN      TO FP-ORDEN

           OPEN INPUT FUENTES-FILE
           IF NOT FUENTES-OK
           WRITE ORDEN-SEQ-RECORD
           CLOSE ORDEN-SEQ-FILE.

      * la lista para el banco lleva solo las emitidas con cuenta
      * validada; al salir quedan marcadas P, van a
      * transferencias_banco.txt y su liquidacion pasa a
      * ordenes_liquidadas.txt para el asiento de cancelacion. Las
      * que no tienen cuenta validada quedan E y salen como retenidas
       PAGAR-ORDENES.
           PERFORM CARGAR-EMPRESA
           PERFORM CARGAR-CUENTAS
           IF CUENTAS-DESBORDADAS
              DISPLAY "ABORTADO: mas de 300 cuentas bancarias"
              GOBACK
           END-IF

           OPEN OUTPUT LISTA-FILE

           MOVE SPACES TO LISTA-LINE
              DELIMITED BY SIZE INTO LISTA-LINE
           PERFORM ESCRIBIR-LINEA-LISTA

           OPEN OUTPUT TRANSF-FILE
           MOVE SPACES           TO TRANSF-CABECERA
           MOVE "H"              TO TB-TIPO-REG
           MOVE WS-FECHA-NEGOCIO TO TB-FECHA
           MOVE BE-CUIT          TO TB-CUIT
           MOVE BE-CBU           TO TB-CBU
           MOVE BE-NOMBRE        TO TB-NOMBRE
           WRITE TRANSF-CABECERA

           OPEN EXTEND LIQUIDADAS-FILE
           IF NOT LIQUIDADAS-OK
              OPEN OUTPUT LIQUIDADAS-FILE
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-CANT-ORDENES
              IF OT-ESTADO(WS-O) = "E"
                 PERFORM BUSCAR-CUENTA-ORDEN
                 IF WS-CUENTA-IDX NOT = ZEROS
                    PERFORM PAGAR-ORDEN
                 END-IF
              END-IF
           END-PERFORM

           CLOSE LIQUIDADAS-FILE

           MOVE SPACES          TO TRANSF-TRAILER
           MOVE "TRL"           TO TX-MARCA
           MOVE WS-CANT-PAGADAS TO TX-CANTIDAD
           MOVE WS-HASH-TRANSF  TO TX-HASH
           WRITE TRANSF-TRAILER
           CLOSE TRANSF-FILE

           MOVE WS-TOTAL-LISTA TO WS-EDIT-IMPORTE
           MOVE SPACES TO LISTA-LINE
           STRING "  Ordenes: " WS-CANT-PAGADAS
              "   TOTAL: " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO LISTA-LINE
           PERFORM ESCRIBIR-LINEA-LISTA

      * lo que sigue emitido despues de la pasada no tiene cuenta
      * validada
           MOVE SPACES TO LISTA-LINE
           PERFORM ESCRIBIR-LINEA-LISTA
           MOVE "  RETENIDAS SIN CUENTA VALIDADA:" TO LISTA-LINE
           PERFORM ESCRIBIR-LINEA-LISTA
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-CANT-ORDENES
              IF OT-ESTADO(WS-O) = "E"
                 ADD 1 TO WS-CANT-RETENIDAS
                 ADD OT-IMPORTE(WS-O) TO WS-TOTAL-RETENIDO
                 MOVE OT-IMPORTE(WS-O) TO WS-EDIT-IMPORTE
                 MOVE SPACES TO LISTA-LINE
                 STRING "  " OT-NUMERO(WS-O) " " OT-TIPO(WS-O) " "
                    OT-BENEFICIARIO(WS-O) " " WS-EDIT-IMPORTE
                    DELIMITED BY SIZE INTO LISTA-LINE
                 PERFORM ESCRIBIR-LINEA-LISTA
              END-IF
           END-PERFORM
           MOVE WS-TOTAL-RETENIDO TO WS-EDIT-IMPORTE
           MOVE SPACES TO LISTA-LINE
           STRING "  Retenidas: " WS-CANT-RETENIDAS
              "   TOTAL: " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO LISTA-LINE
           PERFORM ESCRIBIR-LINEA-LISTA
           PERFORM REESCRIBIR-ORDENES

           DISPLAY " "
           DISPLAY "Ordenes marcadas pagadas: " WS-CANT-PAGADAS
           DISPLAY "transferencias_banco.txt: " WS-CANT-PAGADAS
              " transferencias, control " WS-HASH-TRANSF
           DISPLAY "Ordenes retenidas sin cuenta validada: "
              WS-CANT-RETENIDAS.

       PAGAR-ORDEN.
           ADD 1 TO WS-CANT-PAGADAS
           ADD OT-IMPORTE(WS-O) TO WS-TOTAL-LISTA
           MOVE OT-IMPORTE(WS-O) TO WS-EDIT-IMPORTE

           MOVE SPACES TO LISTA-LINE
           STRING "  " OT-NUMERO(WS-O) " " OT-TIPO(WS-O) " "
              OT-BENEFICIARIO(WS-O) " " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO LISTA-LINE
           PERFORM ESCRIBIR-LINEA-LISTA

           MOVE SPACES                    TO TRANSF-DETALLE
           MOVE "D"                       TO TD-TIPO-REG
           MOVE OT-NUMERO(WS-O)           TO TD-ORDEN
           MOVE CT-CBU(WS-CUENTA-IDX)     TO TD-CBU
           MOVE CT-TITULAR(WS-CUENTA-IDX) TO TD-TITULAR
           MOVE OT-IMPORTE(WS-O)          TO TD-IMPORTE
           STRING "OP " OT-TIPO(WS-O) " " OT-NUMERO(WS-O)
              DELIMITED BY SIZE INTO TD-REFERENCIA
           WRITE TRANSF-DETALLE
           MOVE OT-IMPORTE(WS-O) TO WS-PESOS-ORDEN
           ADD WS-PESOS-ORDEN TO WS-HASH-TRANSF

           MOVE SPACES TO LIQUIDADA-RECORD
           MOVE OT-TIPO(WS-O)    TO OL-TIPO
           MOVE WS-FECHA-NEGOCIO TO OL-FECHA
           MOVE OT-IMPORTE(WS-O) TO OL-IMPORTE
           WRITE LIQUIDADA-RECORD

           MOVE "P" TO OT-ESTADO(WS-O).

      * datos de la empresa para la cabecera; si falta el archivo se
      * siembra con valores a completar por tesoreria
       CARGAR-EMPRESA.
           OPEN INPUT EMPRESA-FILE
           IF NOT EMPRESA-OK
              PERFORM SEMBRAR-EMPRESA
              OPEN INPUT EMPRESA-FILE
           END-IF
           MOVE SPACES TO EMPRESA-RECORD
           IF EMPRESA-OK
              READ EMPRESA-FILE
                AT END MOVE SPACES TO EMPRESA-RECORD
              END-READ
              CLOSE EMPRESA-FILE
           END-IF.

       SEMBRAR-EMPRESA.
           OPEN OUTPUT EMPRESA-FILE
           MOVE SPACES TO EMPRESA-RECORD
           MOVE "30000000007"            TO BE-CUIT
           MOVE "0000000000000000000000" TO BE-CBU
           MOVE "EMPRESA"                TO BE-NOMBRE
           WRITE EMPRESA-RECORD
           CLOSE EMPRESA-FILE
           DISPLAY "Aviso: banco_empresa.txt sembrado, completar CUIT"
              " y CBU de la empresa".

      * solo las cuentas validadas (V) del registro
       CARGAR-CUENTAS.
           OPEN INPUT CTABANCO-FILE
           IF CTABANCO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ CTABANCO-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF CB-VALIDADA
                       IF WS-CANT-CUENTAS >= 300
                          SET CUENTAS-DESBORDADAS TO TRUE
                          SET FIN-ARCHIVO TO TRUE
                       ELSE
                          ADD 1 TO WS-CANT-CUENTAS
                          MOVE CB-CLASE
                             TO CT-CLASE(WS-CANT-CUENTAS)
                          MOVE CB-BENEFICIARIO
                             TO CT-BENEFICIARIO(WS-CANT-CUENTAS)
                          MOVE CB-CBU TO CT-CBU(WS-CANT-CUENTAS)
                          MOVE CB-TITULAR
                             TO CT-TITULAR(WS-CANT-CUENTAS)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CTABANCO-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * clase de beneficiario segun el tipo de orden: los sueldos se
      * pagan a la cuenta del empleado, el resto a la de su clase
       BUSCAR-CUENTA-ORDEN.
           EVALUATE OT-TIPO(WS-O)
              WHEN "SUE" WHEN "RET"
                 MOVE "EMP" TO WS-CLASE-PAGO
              WHEN "DEV"
                 MOVE "CLI" TO WS-CLASE-PAGO
              WHEN OTHER
                 MOVE OT-TIPO(WS-O) TO WS-CLASE-PAGO
           END-EVALUATE
           MOVE ZEROS TO WS-CUENTA-IDX
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CUENTAS
              IF WS-CUENTA-IDX = ZEROS
                  AND CT-CLASE(WS-C) = WS-CLASE-PAGO
                  AND CT-BENEFICIARIO(WS-C) = OT-BENEFICIARIO(WS-O)
                 MOVE WS-C TO WS-CUENTA-IDX
              END-IF
           END-PERFORM.

       ESCRIBIR-LINEA-LISTA.
           DISPLAY LISTA-LINE
           WRITE LISTA-LINE.

      * el saldo a favor sale de la ultima imputacion de
      * CUENTAS-COBRAR; lo ya ordenado se descuenta de la tabla de
      * ordenes, asi dos devoluciones seguidas no superan el saldo
      * aunque la imputacion no se haya vuelto a correr
       DEVOLVER-SALDO-FAVOR.
           DISPLAY "Cliente (CL-ID) al que se devuelve"
           ACCEPT WS-DEV-CLIENTE
           MOVE WS-DEV-CLIENTE TO WS-SF-CLIENTE
           PERFORM BUSCAR-SALDO-FAVOR
           IF NOT SALDO-FAVOR-ENCONTRADO
              DISPLAY "El cliente " WS-DEV-CLIENTE " no tiene saldo"
                 " a favor (correr la imputacion de CUENTAS-COBRAR)"
              GOBACK
           END-IF

           MOVE ZEROS TO WS-DEV-ORDENADO
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-CANT-ORDENES
              IF OT-TIPO(WS-O) = "DEV"
                  AND OT-BENEFICIARIO(WS-O) = WS-DEV-CLIENTE
                 ADD OT-IMPORTE(WS-O) TO WS-DEV-ORDENADO
              END-IF
           END-PERFORM
           COMPUTE WS-DEV-DISPONIBLE = WS-SF-GENERADO
              - WS-SF-APLICADO - WS-DEV-ORDENADO

           IF WS-DEV-DISPONIBLE NOT > ZEROS
              DISPLAY "Nada para devolver: generado " WS-SF-GENERADO
                 " aplicado " WS-SF-APLICADO " ya ordenado "
                 WS-DEV-ORDENADO
              GOBACK
           END-IF

           MOVE WS-DEV-DISPONIBLE TO WS-EDIT-IMPORTE
           DISPLAY "Saldo a favor disponible: " WS-EDIT-IMPORTE
           DISPLAY "Importe a devolver (0 = todo el disponible)"
           ACCEPT WS-DEV-IMPORTE
           IF WS-DEV-IMPORTE = ZEROS
              MOVE WS-DEV-DISPONIBLE TO WS-DEV-IMPORTE
           END-IF
           IF WS-DEV-IMPORTE > WS-DEV-DISPONIBLE
              DISPLAY "RECHAZADO: el importe supera el saldo a favor"
                 " disponible"
              GOBACK
           END-IF

           IF WS-CANT-ORDENES >= 300
              DISPLAY "ABORTADO: tabla de ordenes llena, archivar las"
                 " pagadas viejas"
              GOBACK
           END-IF

      * quien pide se identifica con su clave: sin eso cualquiera
      * podria tipear otro nombre y firmarse su propia devolucion
           PERFORM IDENTIFICAR-SOLICITANTE
           IF WS-AU-SOLICITANTE = SPACES
              DISPLAY "Operador o clave invalidos: devolucion no"
                 " emitida"
              MOVE "ORDENES-PAGO"    TO WS-EXC-PROGRAMA
              MOVE "CLAVE INVALIDA"  TO WS-EXC-CAMPO
              MOVE "DEV SOLICITANTE" TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
              GOBACK
           END-IF
           MOVE WS-AU-SOLICITANTE TO WS-DEV-SOLICITANTE

           MOVE "ORDENES-PAGO"     TO WS-AU-PROGRAMA
           MOVE "DEV"              TO WS-AU-TIPO
           MOVE WS-DEV-IMPORTE     TO WS-AU-MONTO
           MOVE WS-DEV-SOLICITANTE TO WS-AU-SOLICITANTE
           MOVE SPACES             TO WS-AU-SOLICITANTE-2
           PERFORM AUTORIZAR-DECISION
           IF NOT AUTORIDAD-CONCEDIDA
              DISPLAY "Devolucion no emitida: falta la firma de un"
                 " operador con autoridad DEV"
              GOBACK
           END-IF

           PERFORM ASIGNAR-NUM-ORDEN
           ADD 1 TO WS-CANT-ORDENES
           MOVE WS-NUM-ORDEN     TO OT-NUMERO(WS-CANT-ORDENES)
           MOVE "DEV"            TO OT-TIPO(WS-CANT-ORDENES)
           MOVE WS-DEV-CLIENTE   TO OT-BENEFICIARIO(WS-CANT-ORDENES)
           MOVE WS-FECHA-NEGOCIO TO OT-FECHA(WS-CANT-ORDENES)
           MOVE WS-DEV-IMPORTE   TO OT-IMPORTE(WS-CANT-ORDENES)
           MOVE "E"              TO OT-ESTADO(WS-CANT-ORDENES)
           PERFORM REESCRIBIR-ORDENES
           PERFORM GRABAR-DEVOLUCION

           MOVE WS-DEV-IMPORTE TO WS-EDIT-IMPORTE
           DISPLAY "Orden " WS-NUM-ORDEN " DEV " WS-DEV-CLIENTE
              " por " WS-EDIT-IMPORTE " firmada por " WS-AU-OPERADOR.

       GRABAR-DEVOLUCION.
           MOVE SPACES             TO DEVOLUCION-RECORD
           MOVE WS-NUM-ORDEN       TO DV-ORDEN
           MOVE WS-DEV-CLIENTE     TO DV-CLIENTE
           MOVE WS-FECHA-NEGOCIO   TO DV-FECHA
           MOVE WS-DEV-IMPORTE     TO DV-IMPORTE
           MOVE WS-DEV-SOLICITANTE TO DV-SOLICITANTE
           MOVE WS-AU-OPERADOR     TO DV-APROBADOR

           OPEN INPUT DEVOLUCION-FILE
           IF NOT DEVOLUCION-OK
              OPEN OUTPUT DEVOLUCION-FILE
           END-IF
           CLOSE DEVOLUCION-FILE

           OPEN EXTEND DEVOLUCION-FILE
           WRITE DEVOLUCION-RECORD
           CLOSE DEVOLUCION-FILE.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "SALDOFAV-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".
