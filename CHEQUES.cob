      * Cartera de cheques de terceros: muchas familias y clientes
      * pagan con cheques diferidos y pagos.txt los registraba como
      * si la plata hubiera entrado ese dia: CUENTAS-COBRAR cancelaba
      * la factura, COBRANZAS mandaba a depositar plata que todavia
      * no teniamos y un cheque rechazado se deshacia editando
      * archivos a mano. Ahora cada pago de pagos.txt trae el medio
      * (PG-MEDIO: E o blanco efectivo, T transferencia, C cheque) y
      * el cheque pasa por la cartera (cartera_cheques.txt,
      * copybooks CHEQUE-*):
      *  - modo 1 (el de omision, para poder ir en la cadena del
      *    ORQUESTADOR-DIARIO): deposita los cheques en cartera que
      *    vencen a la fecha de negocio o antes; quedan en estado D
      *    con la fecha del deposito y entran en el diario de caja y
      *    la boleta de COBRANZAS de ese dia
      *  - modo 2: incorpora a la cartera los pagos con cheque de
      *    pagos.txt que todavia no estan, pidiendo por teclado
      *    banco, numero, librador y fecha de pago de cada uno; el
      *    pago se reconoce por factura + fecha + importe + cliente,
      *    asi un rerun no lo carga dos veces
      *  - modo 3: registra el rechazo de un cheque depositado: el
      *    cheque queda en estado R y el rechazo se asienta en
      *    cheques_rechazados.txt (copybooks CHQRECH-*) con el gasto
      *    bancario. Con eso la proxima imputacion de CUENTAS-COBRAR
      *    reabre la factura y le carga el gasto, CONCILIAR-BANCO
      *    espera los dos debitos y CARTAS manda el aviso al cliente
      *  - modo 4: la cartera ordenada por fecha de pago, con los
      *    totales por estado, por pantalla y por el spool compartido
      *    (copybooks ESPOOL-*)
      * Hasta que se deposita, el cheque no cancela nada: la
      * imputacion, los planes de pago y la conciliacion solo toman
      * el cheque depositado y no rechazado.
      *
      * El rechazo del modo 3 se asienta en el libro diario
      * (asientos_pendientes.txt, copybooks ASIPEND-*, origen RECH
      * CHEQ): revierte contra el banco lo que CUENTAS-COBRAR asento
      * al imputar el cheque depositado (debe deudores por ventas si
      * el cheque pagaba una factura, saldos a favor de clientes si
      * era a cuenta) y el gasto bancario va a deudores si hay
      * factura a la que se suma o, si no, a gastos bancarios.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUES.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PAGOS-FILE ASSIGN TO "pagos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PAGOS-STATUS.

             COPY "CHEQUE-FC.cpy".

             COPY "CHQRECH-FC.cpy".

             COPY "FACTURA-FC.cpy".
             COPY "ASIPEND-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD PAGOS-FILE.
        01 PAGOS-RECORD.
           05 PG-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X.
           05 PG-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 PG-IMPORTE     PIC 9(7)V99.
           05 FILLER         PIC X.
           05 PG-CLIENTE     PIC X(6).
           05 FILLER         PIC X.
           05 PG-MEDIO       PIC X.
              88 PG-CHEQUE VALUE "C".

        COPY "CHEQUE-FD.cpy".

        COPY "CHQRECH-FD.cpy".

        COPY "FACTURA-FD.cpy".
        COPY "ASIPEND-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "CHEQUE-WS.cpy".
          COPY "CHQRECH-WS.cpy".
          COPY "FACTURA-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-PAGOS-STATUS PIC X(2) VALUE "00".
              88 PAGOS-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * la cartera completa en memoria, para cambiar estados y
      * reescribirla
          01 CARTERA-TABLA.
             02 CARTERA-ENT OCCURS 500 TIMES.
                03 CT-ID          PIC 9(5).
                03 CT-ESTADO      PIC X.
                03 CT-BANCO       PIC X(10).
                03 CT-NUMERO      PIC 9(8).
                03 CT-LIBRADOR    PIC X(20).
                03 CT-VENCIMIENTO PIC 9(8).
                03 CT-FACTURA     PIC 9(6).
                03 CT-CLIENTE     PIC X(6).
                03 CT-FECHA-RECEP PIC 9(8).
                03 CT-IMPORTE     PIC 9(7)V99.
                03 CT-FECHA-DEP   PIC 9(8).
                03 CT-FECHA-RECH  PIC 9(8).
          77 WS-CANT-CHEQUES PIC 9(3) VALUE ZEROS.
          77 WS-C            PIC 9(3) VALUE ZEROS.
          77 WS-CHEQUE-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-ULTIMO-ID    PIC 9(5) VALUE ZEROS.
          77 WS-DESBORDE     PIC X VALUE "N".
              88 CARTERA-DESBORDADA VALUE "S".

      * orden de listado por fecha de pago (indices a la cartera)
          01 ORDEN-TABLA.
             02 OR-IDX PIC 9(3) OCCURS 500 TIMES.
          77 WS-J          PIC 9(3) VALUE ZEROS.
          77 WS-K          PIC 9(3) VALUE ZEROS.
          77 WS-TEMP       PIC 9(3) VALUE ZEROS.

          77 WS-ID-PEDIDO   PIC 9(5) VALUE ZEROS.
          77 WS-BANCO       PIC X(10) VALUE SPACES.
          77 WS-NUMERO      PIC 9(8) VALUE ZEROS.
          77 WS-LIBRADOR    PIC X(20) VALUE SPACES.
          77 WS-VENCIMIENTO PIC 9(8) VALUE ZEROS.
          77 WS-MOTIVO      PIC X(20) VALUE SPACES.
          77 WS-GASTO       PIC 9(5)V99 VALUE ZEROS.
          77 WS-OPERADOR    PIC X(10) VALUE SPACES.
          77 WS-YA-EN-CARTERA PIC X VALUE "N".
              88 PAGO-YA-EN-CARTERA VALUE "S".

          77 WS-CANT-DEPOSITADOS PIC 9(4) VALUE ZEROS.
          77 WS-CANT-INCORPORADOS PIC 9(4) VALUE ZEROS.
          77 WS-CANT-YA-CARGADOS PIC 9(4) VALUE ZEROS.
          77 WS-CANT-SIN-DATOS   PIC 9(4) VALUE ZEROS.
          77 WS-TOTAL-DEPOSITO   PIC 9(9)V99 VALUE ZEROS.
          77 WS-TOTAL-CARTERA    PIC 9(9)V99 VALUE ZEROS.
          77 WS-TOTAL-DEPOSITADO PIC 9(9)V99 VALUE ZEROS.
          77 WS-TOTAL-RECHAZADO  PIC 9(9)V99 VALUE ZEROS.
          77 WS-TOTAL-A-VENCER   PIC 9(9)V99 VALUE ZEROS.
          77 WS-EDIT-IMPORTE     PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.
          77 WS-EDIT-GASTO       PIC ZZ,ZZ9.99 VALUE ZEROS.
          77 WS-MARCA            PIC X(10) VALUE SPACES.

      * cuentas del asiento del rechazo
          77 CTA-BANCO           PIC 9(4) VALUE 1110.
          77 CTA-DEUDORES        PIC 9(4) VALUE 1130.
          77 CTA-SALDOS-CLIENTES PIC 9(4) VALUE 2130.
          77 CTA-GASTOS-BANCO    PIC 9(4) VALUE 5370.
          77 WS-RECH-FACTURA     PIC X VALUE "N".
              88 RECHAZO-CON-FACTURA VALUE "S".

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Depositar los cheques que vencen hoy"
             DISPLAY "2 - Incorporar a la cartera los cheques de"
                " pagos.txt"
             DISPLAY "3 - Registrar el rechazo de un cheque"
             DISPLAY "4 - Cartera por fecha de pago"
             ACCEPT WS-MODO

             PERFORM CARGAR-CARTERA
             IF CARTERA-DESBORDADA
                DISPLAY "ABORTADO: mas de 500 cheques en"
                   " cartera_cheques.txt, archivar los viejos"
                GOBACK
             END-IF

             EVALUATE WS-MODO
                WHEN 2 PERFORM INCORPORAR-CHEQUES
                WHEN 3 PERFORM RECHAZAR-CHEQUE
                WHEN 4 PERFORM REPORTE-CARTERA
                WHEN OTHER PERFORM DEPOSITAR-VENCIDOS
             END-EVALUATE
           GOBACK.

       CARGAR-CARTERA.
           MOVE ZEROS TO WS-CANT-CHEQUES WS-ULTIMO-ID
           MOVE "N"   TO WS-CHEQUE-FIN
           OPEN INPUT CHEQUE-FILE
           IF CHEQUE-OK
              PERFORM UNTIL FIN-CHEQUE
                READ CHEQUE-FILE
                  AT END SET FIN-CHEQUE TO TRUE
                  NOT AT END
                    IF WS-CANT-CHEQUES >= 500
                       SET CARTERA-DESBORDADA TO TRUE
                       SET FIN-CHEQUE TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-CHEQUES
                       MOVE CQ-ID       TO CT-ID(WS-CANT-CHEQUES)
                       MOVE CQ-ESTADO   TO CT-ESTADO(WS-CANT-CHEQUES)
                       MOVE CQ-BANCO    TO CT-BANCO(WS-CANT-CHEQUES)
                       MOVE CQ-NUMERO   TO CT-NUMERO(WS-CANT-CHEQUES)
                       MOVE CQ-LIBRADOR
                          TO CT-LIBRADOR(WS-CANT-CHEQUES)
                       MOVE CQ-VENCIMIENTO
                          TO CT-VENCIMIENTO(WS-CANT-CHEQUES)
                       MOVE CQ-FACTURA  TO CT-FACTURA(WS-CANT-CHEQUES)
                       MOVE CQ-CLIENTE  TO CT-CLIENTE(WS-CANT-CHEQUES)
                       MOVE CQ-FECHA-RECEP
                          TO CT-FECHA-RECEP(WS-CANT-CHEQUES)
                       MOVE CQ-IMPORTE  TO CT-IMPORTE(WS-CANT-CHEQUES)
                       MOVE CQ-FECHA-DEP
                          TO CT-FECHA-DEP(WS-CANT-CHEQUES)
                       MOVE CQ-FECHA-RECH
                          TO CT-FECHA-RECH(WS-CANT-CHEQUES)
                       IF CQ-ID > WS-ULTIMO-ID
                          MOVE CQ-ID TO WS-ULTIMO-ID
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CHEQUE-FILE
           END-IF
           MOVE "N" TO WS-CHEQUE-FIN.

       REESCRIBIR-CARTERA.
           OPEN OUTPUT CHEQUE-FILE
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CHEQUES
              MOVE SPACES                TO CHEQUE-RECORD
              MOVE CT-ID(WS-C)           TO CQ-ID
              MOVE CT-ESTADO(WS-C)       TO CQ-ESTADO
              MOVE CT-BANCO(WS-C)        TO CQ-BANCO
              MOVE CT-NUMERO(WS-C)       TO CQ-NUMERO
              MOVE CT-LIBRADOR(WS-C)     TO CQ-LIBRADOR
              MOVE CT-VENCIMIENTO(WS-C)  TO CQ-VENCIMIENTO
              MOVE CT-FACTURA(WS-C)      TO CQ-FACTURA
              MOVE CT-CLIENTE(WS-C)      TO CQ-CLIENTE
              MOVE CT-FECHA-RECEP(WS-C)  TO CQ-FECHA-RECEP
              MOVE CT-IMPORTE(WS-C)      TO CQ-IMPORTE
              MOVE CT-FECHA-DEP(WS-C)    TO CQ-FECHA-DEP
              MOVE CT-FECHA-RECH(WS-C)   TO CQ-FECHA-RECH
              WRITE CHEQUE-RECORD
           END-PERFORM
           CLOSE CHEQUE-FILE.

      * el cheque WS-ID-PEDIDO en WS-CHEQUE-IDX (cero si no existe)
       UBICAR-CHEQUE.
           MOVE ZEROS TO WS-CHEQUE-IDX
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CHEQUES
              IF WS-CHEQUE-IDX = ZEROS
                  AND CT-ID(WS-C) = WS-ID-PEDIDO
                 MOVE WS-C TO WS-CHEQUE-IDX
              END-IF
           END-PERFORM.

      * deposito del dia: todo cheque en cartera cuya fecha de pago
      * ya llego; el diferido que todavia no vence queda esperando
       DEPOSITAR-VENCIDOS.
           DISPLAY "--- Deposito de cheques al " WS-FECHA-NEGOCIO
              " ---"
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CHEQUES
              IF CT-ESTADO(WS-C) = "C"
                  AND CT-VENCIMIENTO(WS-C) NOT > WS-FECHA-NEGOCIO
                 MOVE "D"              TO CT-ESTADO(WS-C)
                 MOVE WS-FECHA-NEGOCIO TO CT-FECHA-DEP(WS-C)
                 ADD 1 TO WS-CANT-DEPOSITADOS
                 ADD CT-IMPORTE(WS-C) TO WS-TOTAL-DEPOSITO
                 MOVE CT-IMPORTE(WS-C) TO WS-EDIT-IMPORTE
                 DISPLAY "  Cheque " CT-ID(WS-C) " " CT-BANCO(WS-C)
                    " nro " CT-NUMERO(WS-C) " fact "
                    CT-FACTURA(WS-C) " " WS-EDIT-IMPORTE
              END-IF
           END-PERFORM

           IF WS-CANT-DEPOSITADOS > ZEROS
              PERFORM REESCRIBIR-CARTERA
           END-IF

           MOVE WS-TOTAL-DEPOSITO TO WS-EDIT-IMPORTE
           DISPLAY "Cheques depositados: " WS-CANT-DEPOSITADOS
              "   Total: " WS-EDIT-IMPORTE
           IF WS-CANT-DEPOSITADOS > ZEROS
              DISPLAY "Entran en el diario de caja de COBRANZAS"
                 " (modo 2) del " WS-FECHA-NEGOCIO
           END-IF.

      * alta en cartera de los pagos con cheque que todavia no estan
       INCORPORAR-CHEQUES.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT PAGOS-FILE
           IF NOT PAGOS-OK
              DISPLAY "No se encontro pagos.txt"
              GOBACK
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
             READ PAGOS-FILE
               AT END SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF PG-CHEQUE
                    PERFORM INCORPORAR-UN-CHEQUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PAGOS-FILE

           IF WS-CANT-INCORPORADOS > ZEROS
              PERFORM REESCRIBIR-CARTERA
           END-IF

           DISPLAY " "
           DISPLAY "Cheques incorporados:     " WS-CANT-INCORPORADOS
           DISPLAY "Ya estaban en cartera:    " WS-CANT-YA-CARGADOS
           DISPLAY "Sin datos (quedan para la proxima corrida): "
              WS-CANT-SIN-DATOS.

       INCORPORAR-UN-CHEQUE.
           MOVE "N" TO WS-YA-EN-CARTERA
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CHEQUES
              IF CT-FACTURA(WS-C) = PG-NUM-FACTURA
                  AND CT-FECHA-RECEP(WS-C) = PG-FECHA
                  AND CT-IMPORTE(WS-C) = PG-IMPORTE
                  AND CT-CLIENTE(WS-C) = PG-CLIENTE
                 SET PAGO-YA-EN-CARTERA TO TRUE
              END-IF
           END-PERFORM

           IF PAGO-YA-EN-CARTERA
              ADD 1 TO WS-CANT-YA-CARGADOS
           ELSE
              MOVE PG-IMPORTE TO WS-EDIT-IMPORTE
              DISPLAY " "
              DISPLAY "Pago con cheque: factura " PG-NUM-FACTURA
                 " cliente " PG-CLIENTE " del " PG-FECHA " "
                 WS-EDIT-IMPORTE
              DISPLAY "Banco (blanco = dejarlo para despues)"
              MOVE SPACES TO WS-BANCO
              ACCEPT WS-BANCO
              IF WS-BANCO = SPACES
                 ADD 1 TO WS-CANT-SIN-DATOS
              ELSE
                 PERFORM PEDIR-DATOS-CHEQUE
              END-IF
           END-IF.

      * sin fecha de pago valida el cheque se toma al dia (la fecha
      * en que se recibio)
       PEDIR-DATOS-CHEQUE.
           DISPLAY "Numero de cheque"
           ACCEPT WS-NUMERO
           DISPLAY "Librador"
           MOVE SPACES TO WS-LIBRADOR
           ACCEPT WS-LIBRADOR
           DISPLAY "Fecha de pago AAAAMMDD (0 = al dia)"
           ACCEPT WS-VENCIMIENTO
           IF WS-VENCIMIENTO NOT NUMERIC
               OR WS-VENCIMIENTO = ZEROS
              MOVE PG-FECHA TO WS-VENCIMIENTO
           END-IF

           IF WS-CANT-CHEQUES >= 500
              DISPLAY "Cartera llena: el cheque queda afuera"
              ADD 1 TO WS-CANT-SIN-DATOS
           ELSE
              ADD 1 TO WS-CANT-CHEQUES WS-ULTIMO-ID
              MOVE WS-ULTIMO-ID   TO CT-ID(WS-CANT-CHEQUES)
              MOVE "C"            TO CT-ESTADO(WS-CANT-CHEQUES)
              MOVE WS-BANCO       TO CT-BANCO(WS-CANT-CHEQUES)
              MOVE WS-NUMERO      TO CT-NUMERO(WS-CANT-CHEQUES)
              MOVE WS-LIBRADOR    TO CT-LIBRADOR(WS-CANT-CHEQUES)
              MOVE WS-VENCIMIENTO TO CT-VENCIMIENTO(WS-CANT-CHEQUES)
              MOVE PG-NUM-FACTURA TO CT-FACTURA(WS-CANT-CHEQUES)
              MOVE PG-CLIENTE     TO CT-CLIENTE(WS-CANT-CHEQUES)
              MOVE PG-FECHA       TO CT-FECHA-RECEP(WS-CANT-CHEQUES)
              MOVE PG-IMPORTE     TO CT-IMPORTE(WS-CANT-CHEQUES)
              MOVE ZEROS          TO CT-FECHA-DEP(WS-CANT-CHEQUES)
                                     CT-FECHA-RECH(WS-CANT-CHEQUES)
              ADD 1 TO WS-CANT-INCORPORADOS
              DISPLAY "Cheque " WS-ULTIMO-ID " en cartera, se"
                 " deposita el " WS-VENCIMIENTO
           END-IF.

      * solo rebota lo que se deposito; el rechazo queda como
      * movimiento propio y la cartera no se vuelve a tocar a mano
       RECHAZAR-CHEQUE.
           DISPLAY "Numero de cheque en cartera (CQ-ID)"
           ACCEPT WS-ID-PEDIDO
           PERFORM UBICAR-CHEQUE
           IF WS-CHEQUE-IDX = ZEROS
              DISPLAY "No existe el cheque " WS-ID-PEDIDO
              GOBACK
           END-IF

           EVALUATE CT-ESTADO(WS-CHEQUE-IDX)
              WHEN "C"
                 DISPLAY "El cheque " WS-ID-PEDIDO " sigue en cartera,"
                    " todavia no se deposito"
                 GOBACK
              WHEN "R"
                 DISPLAY "El cheque " WS-ID-PEDIDO " ya figura"
                    " rechazado el " CT-FECHA-RECH(WS-CHEQUE-IDX)
                 GOBACK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE CT-IMPORTE(WS-CHEQUE-IDX) TO WS-EDIT-IMPORTE
           DISPLAY "Cheque " CT-BANCO(WS-CHEQUE-IDX) " nro "
              CT-NUMERO(WS-CHEQUE-IDX) " de "
              CT-LIBRADOR(WS-CHEQUE-IDX) " " WS-EDIT-IMPORTE
           DISPLAY "Motivo del rechazo"
           MOVE SPACES TO WS-MOTIVO
           ACCEPT WS-MOTIVO
           DISPLAY "Gasto bancario del rechazo (0 = sin gasto)"
           ACCEPT WS-GASTO
           DISPLAY "Operador que registra el rechazo"
           MOVE SPACES TO WS-OPERADOR
           ACCEPT WS-OPERADOR

           IF WS-MOTIVO = SPACES OR WS-OPERADOR = SPACES
              DISPLAY "RECHAZADO: el rechazo necesita motivo y"
                 " operador"
              GOBACK
           END-IF

           MOVE "R"              TO CT-ESTADO(WS-CHEQUE-IDX)
           MOVE WS-FECHA-NEGOCIO TO CT-FECHA-RECH(WS-CHEQUE-IDX)
           PERFORM REESCRIBIR-CARTERA
           PERFORM REGISTRAR-RECHAZO
           PERFORM ASENTAR-RECHAZO

           MOVE WS-GASTO TO WS-EDIT-GASTO
           DISPLAY "Cheque " WS-ID-PEDIDO " rechazado, gasto "
              WS-EDIT-GASTO " a cargo del cliente "
              CT-CLIENTE(WS-CHEQUE-IDX)
           DISPLAY "Correr CUENTAS-COBRAR modo 1 (reabre la factura "
              CT-FACTURA(WS-CHEQUE-IDX) ") y CARTAS (aviso al"
              " cliente)".

       REGISTRAR-RECHAZO.
           MOVE SPACES                      TO CHQRECH-RECORD
           MOVE WS-FECHA-NEGOCIO            TO CR-FECHA
           MOVE CT-ID(WS-CHEQUE-IDX)        TO CR-CHEQUE-ID
           MOVE CT-BANCO(WS-CHEQUE-IDX)     TO CR-BANCO
           MOVE CT-NUMERO(WS-CHEQUE-IDX)    TO CR-NUMERO
           MOVE CT-FACTURA(WS-CHEQUE-IDX)   TO CR-FACTURA
           MOVE CT-CLIENTE(WS-CHEQUE-IDX)   TO CR-CLIENTE
           MOVE CT-IMPORTE(WS-CHEQUE-IDX)   TO CR-IMPORTE
           MOVE WS-GASTO                    TO CR-GASTO
           MOVE WS-MOTIVO                   TO CR-MOTIVO
           MOVE WS-OPERADOR                 TO CR-OPERADOR

           OPEN INPUT CHQRECH-FILE
           IF NOT CHQRECH-OK
              OPEN OUTPUT CHQRECH-FILE
           END-IF
           CLOSE CHQRECH-FILE

           OPEN EXTEND CHQRECH-FILE
           WRITE CHQRECH-RECORD
           CLOSE CHQRECH-FILE.

      * el deposito del cheque lo llevo CUENTAS-COBRAR al libro
      * diario contra deudores (o contra saldos a favor si era a
      * cuenta); el rechazo lo revierte contra el banco. El gasto
      * del rechazo se carga a deudores si hay factura a la que
      * sumarlo y si no queda como gasto bancario
       ASENTAR-RECHAZO.
           MOVE "N" TO WS-RECH-FACTURA
           OPEN INPUT FACTURA-FILE
           IF FACTURA-OK
              MOVE CT-FACTURA(WS-CHEQUE-IDX) TO FA-NUM-FACTURA
              READ FACTURA-FILE KEY IS FA-NUM-FACTURA
                INVALID KEY CONTINUE
                NOT INVALID KEY SET RECHAZO-CON-FACTURA TO TRUE
              END-READ
              CLOSE FACTURA-FILE
           END-IF

           MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
           MOVE "RECH CHEQ"      TO WS-AG-ORIGEN
           IF RECHAZO-CON-FACTURA
               OR CT-CLIENTE(WS-CHEQUE-IDX) NOT = SPACES
              IF RECHAZO-CON-FACTURA
                 MOVE CTA-DEUDORES        TO WS-AG-CUENTA
              ELSE
                 MOVE CTA-SALDOS-CLIENTES TO WS-AG-CUENTA
              END-IF
              MOVE CT-IMPORTE(WS-CHEQUE-IDX) TO WS-AG-DEBE
              MOVE ZEROS                     TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
              MOVE CTA-BANCO                 TO WS-AG-CUENTA
              MOVE ZEROS                     TO WS-AG-DEBE
              MOVE CT-IMPORTE(WS-CHEQUE-IDX) TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           IF WS-GASTO > ZEROS
              IF RECHAZO-CON-FACTURA
                 MOVE CTA-DEUDORES     TO WS-AG-CUENTA
              ELSE
                 MOVE CTA-GASTOS-BANCO TO WS-AG-CUENTA
              END-IF
              MOVE WS-GASTO  TO WS-AG-DEBE
              MOVE ZEROS     TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
              MOVE CTA-BANCO TO WS-AG-CUENTA
              MOVE ZEROS     TO WS-AG-DEBE
              MOVE WS-GASTO  TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF.

      * la cartera completa por fecha de pago; el cheque en cartera
      * que ya vencio y no se deposito sale marcado
       REPORTE-CARTERA.
           PERFORM ORDENAR-POR-VENCIMIENTO

           MOVE "CHEQUES"                TO WS-SPOOL-PROGRAMA
           MOVE "CARTERA DE CHEQUES"     TO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO         TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== CARTERA DE CHEQUES AL " WS-FECHA-NEGOCIO
              " =====" DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CARTERA
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "PAGO     ID    BANCO      NUMERO   LIBRADOR       "
              " FACT        IMPORTE E"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CARTERA

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CANT-CHEQUES
              MOVE OR-IDX(WS-J) TO WS-C
              PERFORM LISTAR-UN-CHEQUE
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CARTERA
           MOVE WS-TOTAL-CARTERA TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "En cartera:    " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CARTERA
           MOVE WS-TOTAL-A-VENCER TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  a vencer:    " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CARTERA
           MOVE WS-TOTAL-DEPOSITADO TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Depositados:   " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CARTERA
           MOVE WS-TOTAL-RECHAZADO TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Rechazados:    " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CARTERA

           PERFORM CERRAR-SPOOL.

       LISTAR-UN-CHEQUE.
           MOVE SPACES TO WS-MARCA
           EVALUATE CT-ESTADO(WS-C)
              WHEN "C"
                 ADD CT-IMPORTE(WS-C) TO WS-TOTAL-CARTERA
                 IF CT-VENCIMIENTO(WS-C) > WS-FECHA-NEGOCIO
                    ADD CT-IMPORTE(WS-C) TO WS-TOTAL-A-VENCER
                 ELSE
                    MOVE "DEPOSITAR" TO WS-MARCA
                 END-IF
              WHEN "D"
                 ADD CT-IMPORTE(WS-C) TO WS-TOTAL-DEPOSITADO
              WHEN "R"
                 ADD CT-IMPORTE(WS-C) TO WS-TOTAL-RECHAZADO
           END-EVALUATE

           MOVE CT-IMPORTE(WS-C) TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING CT-VENCIMIENTO(WS-C) " " CT-ID(WS-C) " "
              CT-BANCO(WS-C) " " CT-NUMERO(WS-C) " "
              CT-LIBRADOR(WS-C)(1:15) " " CT-FACTURA(WS-C) " "
              WS-EDIT-IMPORTE " " CT-ESTADO(WS-C) " " WS-MARCA
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CARTERA.

      * burbuja sobre los indices, por fecha de pago y numero de
      * cheque en la cartera
       ORDENAR-POR-VENCIMIENTO.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CANT-CHEQUES
              MOVE WS-J TO OR-IDX(WS-J)
           END-PERFORM

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-CANT-CHEQUES
              PERFORM VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-CANT-CHEQUES - WS-J
                 IF CT-VENCIMIENTO(OR-IDX(WS-K)) >
                    CT-VENCIMIENTO(OR-IDX(WS-K + 1))
                    MOVE OR-IDX(WS-K)     TO WS-TEMP
                    MOVE OR-IDX(WS-K + 1) TO OR-IDX(WS-K)
                    MOVE WS-TEMP          TO OR-IDX(WS-K + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       ESCRIBIR-LINEA-CARTERA.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "ASIPEND-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
