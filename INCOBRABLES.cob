      * Bajas de deudores incobrables: hay facturas de mas de 90 dias
      * en antiguedad_saldos.txt que ya pasaron por las cartas de
      * MORA30/60/90 y no se van a cobrar nunca, y seguian en cada
      * reporte de antiguedad, en cada corrida de cartas y en la
      * proyeccion de FLUJO-CAJA. Este programa:
      *  - modo 1: el cobrador propone la baja de una factura con su
      *    motivo; solo se acepta una factura con saldo abierto en
      *    cuentas_saldos.txt, de mas de 90 dias contra la fecha de
      *    negocio y sin otra baja pendiente o aprobada. La baja queda
      *    PENDIENTE en bajas_incobrables.txt (copybooks
      *    INCOBRABLE-*) y aparece en la bandeja de aprobaciones
      *  - modo 2: lista las bajas pendientes
      *  - modo 3: el supervisor aprueba o rechaza una pendiente por
      *    su numero, con el mismo esquema de APROBAR-AJUSTES: firma
      *    un operador con su clave y autoridad INC con tope para el
      *    importe (AUTORIDAD-*.cpy), que no puede ser el cobrador que
      *    la propuso. La baja aprobada cierra el item abierto en
      *    cuentas_saldos.txt por el saldo de ese momento y deja en
      *    asientos_pendientes.txt el asiento de deudores incobrables
      *    (debe gasto por incobrables, haber deudores por ventas,
      *    origen INCOBRABLE) que CONTABILIZAR pasa al mayor
      *  - modo 4: recupero. Si el cliente termina pagando, la baja
      *    aprobada se revierte (estado V): el item se reabre en
      *    cuentas_saldos.txt y el asiento se reversa (origen
      *    RECUPERO), asi el cobro de pagos.txt se imputa a la factura
      *    como cualquier otro en la proxima corrida de CUENTAS-COBRAR
      * CUENTAS-COBRAR vuelve a aplicar las bajas aprobadas en cada
      * imputacion, asi la factura no se reabre al rearmar el mayor
      * de saldos. La aprobacion y el recupero se niegan si el
      * periodo de la fecha de negocio ya fue posteado o cerrado.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCOBRABLES.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT SALDOS-FILE ASSIGN TO "cuentas_saldos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SALDOS-STATUS.

             COPY "INCOBRABLE-FC.cpy".

             COPY "ASIPEND-FC.cpy".

             COPY "PERIODO-GL-FC.cpy".

             COPY "EXCEPCION-FC.cpy".
             COPY "AUTORIDAD-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD SALDOS-FILE.
        01 SALDOS-RECORD.
           05 SL-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X VALUE SPACE.
           05 SL-CLIENTE     PIC X(6).
           05 FILLER         PIC X VALUE SPACE.
           05 SL-FECHA       PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 SL-TOTAL       PIC 9(7)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 SL-PAGADO      PIC 9(7)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 SL-SALDO       PIC S9(7)V99.

        COPY "INCOBRABLE-FD.cpy".

        COPY "ASIPEND-FD.cpy".

        COPY "PERIODO-GL-FD.cpy".

        COPY "EXCEPCION-FD.cpy".
        COPY "AUTORIDAD-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "INCOBRABLE-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "PERIODO-GL-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          77 WS-SALDOS-STATUS PIC X(2) VALUE "00".
              88 SALDOS-OK VALUE "00".
          77 WS-MODO PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * cuentas del asiento de la baja
          77 CTA-DEUDORES     PIC 9(4) VALUE 1130.
          77 CTA-INCOBRABLES  PIC 9(4) VALUE 5430.

      * bajas cargadas en memoria para decidir y reescribir
          01 BAJAS-TABLA.
             02 BAJA-ENT OCCURS 300 TIMES.
                03 IB-ID         PIC 9(5).
                03 IB-ESTADO     PIC X.
                03 IB-FACTURA    PIC 9(6).
                03 IB-CLIENTE    PIC X(6).
                03 IB-IMPORTE    PIC 9(7)V99.
                03 IB-COBRADOR   PIC X(10).
                03 IB-MOTIVO     PIC X(30).
                03 IB-SUPERVISOR PIC X(10).
                03 IB-TIMESTAMP  PIC X(21).
                03 IB-FECHA-REV  PIC 9(8).
          77 WS-CANT-BAJAS PIC 9(3) VALUE ZEROS.
          77 WS-B          PIC 9(3) VALUE ZEROS.
          77 WS-BAJA-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-ULTIMO-ID  PIC 9(5) VALUE ZEROS.
          77 WS-BAJ-DESBORDE PIC X VALUE "N".
              88 BAJAS-DESBORDADAS VALUE "S".

      * mayor de saldos cargado para ubicar la factura y reescribirlo
          01 SALDOS-TABLA.
             02 SALDO-ENT OCCURS 500 TIMES.
                03 ST-NUM     PIC 9(6).
                03 ST-CLIENTE PIC X(6).
                03 ST-FECHA   PIC 9(8).
                03 ST-TOTAL   PIC 9(7)V99.
                03 ST-PAGADO  PIC 9(7)V99.
                03 ST-SALDO   PIC S9(7)V99.
          77 WS-CANT-SALDOS PIC 9(3) VALUE ZEROS.
          77 WS-S           PIC 9(3) VALUE ZEROS.
          77 WS-SALDO-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-SAL-DESBORDE PIC X VALUE "N".
              88 SALDOS-DESBORDADOS VALUE "S".

          77 WS-FACTURA-PEDIDA PIC 9(6) VALUE ZEROS.
          77 WS-ID-PEDIDO   PIC 9(5) VALUE ZEROS.
          77 WS-COBRADOR    PIC X(10) VALUE SPACES.
          77 WS-MOTIVO      PIC X(30) VALUE SPACES.
          77 WS-DECISION    PIC X VALUE SPACE.
          77 WS-SUPERVISOR  PIC X(10) VALUE SPACES.
          77 WS-CANT-PEND   PIC 9(3) VALUE ZEROS.
          77 WS-EDAD-DIAS   PIC S9(7) VALUE ZEROS.
          77 WS-DIAS-MINIMO PIC 9(3) VALUE 90.
          77 WS-YA-PROPUESTA PIC X VALUE "N".
              88 BAJA-YA-PROPUESTA VALUE "S".
          77 WS-IMPORTE-ASIENTO PIC 9(7)V99 VALUE ZEROS.
          77 WS-EDIT-IMPORTE PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Proponer la baja de una factura incobrable"
             DISPLAY "2 - Listar bajas pendientes"
             DISPLAY "3 - Aprobar o rechazar una baja"
             DISPLAY "4 - Recupero de una factura dada de baja"
             ACCEPT WS-MODO

             PERFORM CARGAR-BAJAS
             IF BAJAS-DESBORDADAS
                DISPLAY "ABORTADO: mas de 300 bajas en"
                   " bajas_incobrables.txt, archivar las viejas"
                GOBACK
             END-IF

             EVALUATE WS-MODO
                WHEN 2 PERFORM LISTAR-PENDIENTES
                WHEN 3 PERFORM DECIDIR-BAJA
                WHEN 4 PERFORM RECUPERAR-BAJA
                WHEN OTHER PERFORM PROPONER-BAJA
             END-EVALUATE
           GOBACK.

       CARGAR-BAJAS.
           MOVE ZEROS TO WS-CANT-BAJAS WS-ULTIMO-ID
           MOVE "N"   TO WS-INCOBRABLE-FIN
           OPEN INPUT INCOBRABLE-FILE
           IF INCOBRABLE-OK
              PERFORM UNTIL FIN-INCOBRABLE
                READ INCOBRABLE-FILE
                  AT END SET FIN-INCOBRABLE TO TRUE
                  NOT AT END
                    IF WS-CANT-BAJAS >= 300
                       SET BAJAS-DESBORDADAS TO TRUE
                       SET FIN-INCOBRABLE TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-BAJAS
                       MOVE BI-ID       TO IB-ID(WS-CANT-BAJAS)
                       MOVE BI-ESTADO   TO IB-ESTADO(WS-CANT-BAJAS)
                       MOVE BI-FACTURA  TO IB-FACTURA(WS-CANT-BAJAS)
                       MOVE BI-CLIENTE  TO IB-CLIENTE(WS-CANT-BAJAS)
                       MOVE BI-IMPORTE  TO IB-IMPORTE(WS-CANT-BAJAS)
                       MOVE BI-COBRADOR TO IB-COBRADOR(WS-CANT-BAJAS)
                       MOVE BI-MOTIVO   TO IB-MOTIVO(WS-CANT-BAJAS)
                       MOVE BI-SUPERVISOR
                          TO IB-SUPERVISOR(WS-CANT-BAJAS)
                       MOVE BI-TIMESTAMP
                          TO IB-TIMESTAMP(WS-CANT-BAJAS)
                       MOVE BI-FECHA-REV
                          TO IB-FECHA-REV(WS-CANT-BAJAS)
                       IF BI-ID > WS-ULTIMO-ID
                          MOVE BI-ID TO WS-ULTIMO-ID
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE INCOBRABLE-FILE
           END-IF
           MOVE "N" TO WS-INCOBRABLE-FIN.

       REESCRIBIR-BAJAS.
           OPEN OUTPUT INCOBRABLE-FILE
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BAJAS
              MOVE SPACES TO INCOBRABLE-RECORD
              MOVE IB-ID(WS-B)         TO BI-ID
              MOVE IB-ESTADO(WS-B)     TO BI-ESTADO
              MOVE IB-FACTURA(WS-B)    TO BI-FACTURA
              MOVE IB-CLIENTE(WS-B)    TO BI-CLIENTE
              MOVE IB-IMPORTE(WS-B)    TO BI-IMPORTE
              MOVE IB-COBRADOR(WS-B)   TO BI-COBRADOR
              MOVE IB-MOTIVO(WS-B)     TO BI-MOTIVO
              MOVE IB-SUPERVISOR(WS-B) TO BI-SUPERVISOR
              MOVE IB-TIMESTAMP(WS-B)  TO BI-TIMESTAMP
              MOVE IB-FECHA-REV(WS-B)  TO BI-FECHA-REV
              WRITE INCOBRABLE-RECORD
           END-PERFORM
           CLOSE INCOBRABLE-FILE.

       CARGAR-SALDOS.
           MOVE ZEROS TO WS-CANT-SALDOS
           MOVE "N"   TO WS-FIN-ARCHIVO WS-SAL-DESBORDE
           OPEN INPUT SALDOS-FILE
           IF SALDOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ SALDOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-SALDOS >= 500
                       SET SALDOS-DESBORDADOS TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-SALDOS
                       MOVE SL-NUM-FACTURA TO ST-NUM(WS-CANT-SALDOS)
                       MOVE SL-CLIENTE TO ST-CLIENTE(WS-CANT-SALDOS)
                       MOVE SL-FECHA   TO ST-FECHA(WS-CANT-SALDOS)
                       MOVE SL-TOTAL   TO ST-TOTAL(WS-CANT-SALDOS)
                       MOVE SL-PAGADO  TO ST-PAGADO(WS-CANT-SALDOS)
                       MOVE SL-SALDO   TO ST-SALDO(WS-CANT-SALDOS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SALDOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       REESCRIBIR-SALDOS.
           OPEN OUTPUT SALDOS-FILE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CANT-SALDOS
              MOVE SPACES           TO SALDOS-RECORD
              MOVE ST-NUM(WS-S)     TO SL-NUM-FACTURA
              MOVE ST-CLIENTE(WS-S) TO SL-CLIENTE
              MOVE ST-FECHA(WS-S)   TO SL-FECHA
              MOVE ST-TOTAL(WS-S)   TO SL-TOTAL
              MOVE ST-PAGADO(WS-S)  TO SL-PAGADO
              MOVE ST-SALDO(WS-S)   TO SL-SALDO
              WRITE SALDOS-RECORD
           END-PERFORM
           CLOSE SALDOS-FILE.

      * la factura WS-FACTURA-PEDIDA en el mayor de saldos, en
      * WS-SALDO-IDX (cero si no esta)
       UBICAR-SALDO.
           MOVE ZEROS TO WS-SALDO-IDX
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-CANT-SALDOS
              IF WS-SALDO-IDX = ZEROS
                  AND ST-NUM(WS-S) = WS-FACTURA-PEDIDA
                 MOVE WS-S TO WS-SALDO-IDX
              END-IF
           END-PERFORM.

      * la baja WS-ID-PEDIDO en WS-BAJA-IDX (cero si no existe)
       UBICAR-BAJA.
           MOVE ZEROS TO WS-BAJA-IDX
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BAJAS
              IF WS-BAJA-IDX = ZEROS
                  AND IB-ID(WS-B) = WS-ID-PEDIDO
                 MOVE WS-B TO WS-BAJA-IDX
              END-IF
           END-PERFORM.

      * la aprobacion y el recupero asientan: el periodo de la fecha
      * de negocio tiene que estar abierto
       VERIFICAR-PERIODO-ABIERTO.
           MOVE WS-FECHA-NEGOCIO(1:6) TO WS-PERIODO-GL
           PERFORM VERIFICAR-PERIODO-GL
           IF NOT PERIODO-GL-ABIERTO
              DISPLAY "El periodo " WS-PERIODO-GL " ya esta "
                 WS-PERIODO-GL-ESTADO " (P = posteado, C ="
                 " cerrado) en CONTABILIZAR: no admite"
                 " movimientos"
              GOBACK
           END-IF.

       PROPONER-BAJA.
           DISPLAY "Numero de factura a dar de baja"
           ACCEPT WS-FACTURA-PEDIDA
           DISPLAY "Motivo"
           ACCEPT WS-MOTIVO
           DISPLAY "Cobrador que propone la baja"
           ACCEPT WS-COBRADOR

           IF WS-MOTIVO = SPACES OR WS-COBRADOR = SPACES
              DISPLAY "RECHAZADO: la baja necesita motivo y cobrador"
              GOBACK
           END-IF

           PERFORM CARGAR-SALDOS
           PERFORM UBICAR-SALDO
           IF WS-SALDO-IDX = ZEROS
              DISPLAY "La factura " WS-FACTURA-PEDIDA " no esta en"
                 " cuentas_saldos.txt (correr CUENTAS-COBRAR)"
              GOBACK
           END-IF
           IF ST-SALDO(WS-SALDO-IDX) NOT > ZEROS
              DISPLAY "La factura " WS-FACTURA-PEDIDA " no tiene"
                 " saldo abierto"
              GOBACK
           END-IF

           MOVE ST-FECHA(WS-SALDO-IDX) TO WS-FC-FECHA
           MOVE WS-FECHA-NEGOCIO       TO WS-FC-FECHA-B
           PERFORM DIAS-ENTRE-FECHAS
           MOVE WS-FC-DIAS-ENTRE TO WS-EDAD-DIAS
           IF WS-EDAD-DIAS NOT > WS-DIAS-MINIMO
              DISPLAY "RECHAZADO: la factura tiene " WS-EDAD-DIAS
                 " dias; solo se dan de baja saldos de mas de "
                 WS-DIAS-MINIMO
              GOBACK
           END-IF

           MOVE "N" TO WS-YA-PROPUESTA
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BAJAS
              IF IB-FACTURA(WS-B) = WS-FACTURA-PEDIDA
                  AND (IB-ESTADO(WS-B) = "P"
                       OR IB-ESTADO(WS-B) = "A")
                 SET BAJA-YA-PROPUESTA TO TRUE
              END-IF
           END-PERFORM
           IF BAJA-YA-PROPUESTA
              DISPLAY "La factura " WS-FACTURA-PEDIDA " ya tiene una"
                 " baja pendiente o aprobada"
              GOBACK
           END-IF

           IF WS-CANT-BAJAS >= 300
              DISPLAY "ABORTADO: tabla de bajas llena"
              GOBACK
           END-IF

           ADD 1 TO WS-CANT-BAJAS WS-ULTIMO-ID
           MOVE WS-ULTIMO-ID TO IB-ID(WS-CANT-BAJAS)
           MOVE "P"          TO IB-ESTADO(WS-CANT-BAJAS)
           MOVE WS-FACTURA-PEDIDA TO IB-FACTURA(WS-CANT-BAJAS)
           MOVE ST-CLIENTE(WS-SALDO-IDX)
              TO IB-CLIENTE(WS-CANT-BAJAS)
           MOVE ST-SALDO(WS-SALDO-IDX)
              TO IB-IMPORTE(WS-CANT-BAJAS)
           MOVE WS-COBRADOR  TO IB-COBRADOR(WS-CANT-BAJAS)
           MOVE WS-MOTIVO    TO IB-MOTIVO(WS-CANT-BAJAS)
           MOVE SPACES       TO IB-SUPERVISOR(WS-CANT-BAJAS)
           MOVE FUNCTION CURRENT-DATE
              TO IB-TIMESTAMP(WS-CANT-BAJAS)
           MOVE ZEROS        TO IB-FECHA-REV(WS-CANT-BAJAS)
           PERFORM REESCRIBIR-BAJAS

           MOVE ST-SALDO(WS-SALDO-IDX) TO WS-EDIT-IMPORTE
           DISPLAY "Baja " WS-ULTIMO-ID " propuesta: factura "
              WS-FACTURA-PEDIDA " por " WS-EDIT-IMPORTE
              " (PENDIENTE de aprobacion)".

       LISTAR-PENDIENTES.
           MOVE ZEROS TO WS-CANT-PEND
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BAJAS
              IF IB-ESTADO(WS-B) = "P"
                 ADD 1 TO WS-CANT-PEND
                 MOVE IB-IMPORTE(WS-B) TO WS-EDIT-IMPORTE
                 DISPLAY "Baja " IB-ID(WS-B) ": factura "
                    IB-FACTURA(WS-B) " " IB-CLIENTE(WS-B) " "
                    WS-EDIT-IMPORTE " " IB-COBRADOR(WS-B)
                 DISPLAY "      motivo: " IB-MOTIVO(WS-B)
              END-IF
           END-PERFORM
           DISPLAY "Pendientes de aprobacion: " WS-CANT-PEND.

       DECIDIR-BAJA.
           PERFORM LISTAR-PENDIENTES
           IF WS-CANT-PEND = ZEROS
              DISPLAY "No hay bajas pendientes"
           ELSE
              DISPLAY "Numero de baja"
              ACCEPT WS-ID-PEDIDO
              PERFORM UBICAR-BAJA

              EVALUATE TRUE
                 WHEN WS-BAJA-IDX = ZEROS
                    DISPLAY "No existe la baja " WS-ID-PEDIDO
                 WHEN IB-ESTADO(WS-BAJA-IDX) NOT = "P"
                    DISPLAY "La baja " WS-ID-PEDIDO
                       " ya fue decidida ("
                       IB-ESTADO(WS-BAJA-IDX) ")"
                 WHEN OTHER
                    DISPLAY "A = aprobar, R = rechazar"
                    ACCEPT WS-DECISION
                    IF WS-DECISION = "A" OR WS-DECISION = "R"
                       PERFORM FIRMAR-BAJA
                    ELSE
                       DISPLAY "Decision no valida, no se cambio nada"
                    END-IF
              END-EVALUATE
           END-IF.

      * al aprobar, la baja toma el saldo que la factura tiene hoy
      * (pudo entrar algun pago despues de la propuesta); un rechazo
      * no consume tope
       FIRMAR-BAJA.
           MOVE ZEROS TO WS-IMPORTE-ASIENTO
           IF WS-DECISION = "A"
              PERFORM VERIFICAR-PERIODO-ABIERTO
              PERFORM CARGAR-SALDOS
              IF SALDOS-DESBORDADOS
                 DISPLAY "ABORTADO: mas de 500 facturas en"
                    " cuentas_saldos.txt"
                 GOBACK
              END-IF
              MOVE IB-FACTURA(WS-BAJA-IDX) TO WS-FACTURA-PEDIDA
              PERFORM UBICAR-SALDO
              IF WS-SALDO-IDX = ZEROS
                 DISPLAY "La factura " WS-FACTURA-PEDIDA " ya no esta"
                    " en cuentas_saldos.txt: rechazar la baja"
                 GOBACK
              END-IF
              IF ST-SALDO(WS-SALDO-IDX) NOT > ZEROS
                 DISPLAY "La factura " WS-FACTURA-PEDIDA " ya no"
                    " tiene saldo (se cobro): rechazar la baja"
                 GOBACK
              END-IF
              MOVE ST-SALDO(WS-SALDO-IDX) TO WS-IMPORTE-ASIENTO
           END-IF

           MOVE "INCOBRABLES"            TO WS-AU-PROGRAMA
           MOVE "INC"                    TO WS-AU-TIPO
           MOVE WS-IMPORTE-ASIENTO       TO WS-AU-MONTO
           MOVE IB-COBRADOR(WS-BAJA-IDX) TO WS-AU-SOLICITANTE
           MOVE SPACES                   TO WS-AU-SOLICITANTE-2
           PERFORM AUTORIZAR-DECISION

           IF AUTORIDAD-CONCEDIDA
              MOVE WS-AU-OPERADOR TO WS-SUPERVISOR
              MOVE WS-DECISION    TO IB-ESTADO(WS-BAJA-IDX)
              MOVE WS-SUPERVISOR  TO IB-SUPERVISOR(WS-BAJA-IDX)
              MOVE FUNCTION CURRENT-DATE
                 TO IB-TIMESTAMP(WS-BAJA-IDX)
              IF WS-DECISION = "A"
                 MOVE WS-IMPORTE-ASIENTO TO IB-IMPORTE(WS-BAJA-IDX)
                 ADD WS-IMPORTE-ASIENTO TO ST-PAGADO(WS-SALDO-IDX)
                 SUBTRACT WS-IMPORTE-ASIENTO
                    FROM ST-SALDO(WS-SALDO-IDX)
                 PERFORM REESCRIBIR-SALDOS

                 MOVE "INCOBRABLE"    TO WS-AG-ORIGEN
                 MOVE CTA-INCOBRABLES TO WS-AG-CUENTA
                 MOVE WS-IMPORTE-ASIENTO TO WS-AG-DEBE
                 MOVE ZEROS           TO WS-AG-HABER
                 PERFORM ASENTAR-RENGLON
                 MOVE CTA-DEUDORES    TO WS-AG-CUENTA
                 MOVE ZEROS           TO WS-AG-DEBE
                 MOVE WS-IMPORTE-ASIENTO TO WS-AG-HABER
                 PERFORM ASENTAR-RENGLON
              END-IF
              PERFORM REESCRIBIR-BAJAS
              DISPLAY "Baja " WS-ID-PEDIDO " -> "
                 WS-DECISION " por " WS-SUPERVISOR
           END-IF.

      * el recupero revierte la baja aprobada: la factura vuelve a
      * quedar abierta por lo dado de baja y el cobro se imputa en
      * la proxima corrida de CUENTAS-COBRAR
       RECUPERAR-BAJA.
           DISPLAY "Numero de baja recuperada"
           ACCEPT WS-ID-PEDIDO
           PERFORM UBICAR-BAJA
           IF WS-BAJA-IDX = ZEROS
              DISPLAY "No existe la baja " WS-ID-PEDIDO
              GOBACK
           END-IF
           IF IB-ESTADO(WS-BAJA-IDX) NOT = "A"
              DISPLAY "La baja " WS-ID-PEDIDO " no esta aprobada ("
                 IB-ESTADO(WS-BAJA-IDX) "): no hay nada que revertir"
              GOBACK
           END-IF
           DISPLAY "Cobrador que registra el recupero"
           ACCEPT WS-COBRADOR

           PERFORM VERIFICAR-PERIODO-ABIERTO
           PERFORM CARGAR-SALDOS
           IF SALDOS-DESBORDADOS
              DISPLAY "ABORTADO: mas de 500 facturas en"
                 " cuentas_saldos.txt"
              GOBACK
           END-IF

           MOVE "INCOBRABLES"          TO WS-AU-PROGRAMA
           MOVE "INC"                  TO WS-AU-TIPO
           MOVE IB-IMPORTE(WS-BAJA-IDX) TO WS-AU-MONTO
           MOVE WS-COBRADOR            TO WS-AU-SOLICITANTE
           MOVE SPACES                 TO WS-AU-SOLICITANTE-2
           PERFORM AUTORIZAR-DECISION
           IF NOT AUTORIDAD-CONCEDIDA
              DISPLAY "Recupero no registrado: falta la firma de un"
                 " operador con autoridad INC"
              GOBACK
           END-IF

           MOVE "V"              TO IB-ESTADO(WS-BAJA-IDX)
           MOVE WS-FECHA-NEGOCIO TO IB-FECHA-REV(WS-BAJA-IDX)
           PERFORM REESCRIBIR-BAJAS

           MOVE IB-FACTURA(WS-BAJA-IDX) TO WS-FACTURA-PEDIDA
           PERFORM UBICAR-SALDO
           IF WS-SALDO-IDX NOT = ZEROS
              IF ST-PAGADO(WS-SALDO-IDX) < IB-IMPORTE(WS-BAJA-IDX)
                 MOVE ZEROS TO ST-PAGADO(WS-SALDO-IDX)
              ELSE
                 SUBTRACT IB-IMPORTE(WS-BAJA-IDX)
                    FROM ST-PAGADO(WS-SALDO-IDX)
              END-IF
              ADD IB-IMPORTE(WS-BAJA-IDX) TO ST-SALDO(WS-SALDO-IDX)
              PERFORM REESCRIBIR-SALDOS
           END-IF

           MOVE IB-IMPORTE(WS-BAJA-IDX) TO WS-IMPORTE-ASIENTO
           MOVE "RECUPERO"      TO WS-AG-ORIGEN
           MOVE CTA-DEUDORES    TO WS-AG-CUENTA
           MOVE WS-IMPORTE-ASIENTO TO WS-AG-DEBE
           MOVE ZEROS           TO WS-AG-HABER
           PERFORM ASENTAR-RENGLON
           MOVE CTA-INCOBRABLES TO WS-AG-CUENTA
           MOVE ZEROS           TO WS-AG-DEBE
           MOVE WS-IMPORTE-ASIENTO TO WS-AG-HABER
           PERFORM ASENTAR-RENGLON

           MOVE WS-IMPORTE-ASIENTO TO WS-EDIT-IMPORTE
           DISPLAY "Baja " WS-ID-PEDIDO " revertida: la factura "
              WS-FACTURA-PEDIDA " vuelve a deber " WS-EDIT-IMPORTE
           DISPLAY "Imputar el cobro en pagos.txt y correr"
              " CUENTAS-COBRAR".

       ASENTAR-RENGLON.
           MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
           PERFORM GRABAR-ASIENTO-PEND.

       COPY "ASIPEND-CALC.cpy".

       COPY "PERIODO-GL-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
