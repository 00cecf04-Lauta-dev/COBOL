      * de clase-22 sobre una inscripcion ya facturada): cada nota
      * reduce el item abierto de su factura referenciada, asi una
      * factura revertida deja de figurar como impaga para siempre.
      *
      * La plata del cliente que no cancela ninguna factura ya no se
      * pierde: lo pagado de mas sobre una factura, la nota de
      * credito mayor que lo que quedaba de su factura y el pago a
      * cuenta sin factura (pagos.txt con numero de factura que no
      * existe y el CL-ID del cliente en PG-CLIENTE) pasan a ser
      * saldo a favor del cliente. En la misma imputacion el saldo a
      * favor, menos lo devuelto por ordenes de pago DEV de
      * ORDENES-PAGO, se aplica a las facturas abiertas del cliente
      * de la mas vieja a la mas nueva, y lo que queda se graba por
      * cliente en saldos_a_favor.txt (copybooks SALDOFAV-*), que
      * ORDENES-PAGO usa para devolverlo y CLIENTES y
      * RESUMEN-CLIENTES informan. Un pago sin factura y sin cliente
      * sigue yendo al log de excepciones.
      *
      * Las bajas de incobrables aprobadas en INCOBRABLES
      * (bajas_incobrables.txt, copybooks INCOBRABLE-*) se aplican
      * en cada imputacion despues de los pagos, como una
      * cancelacion mas del item abierto, asi la factura dada de baja
      * no vuelve a aparecer impaga al rearmar cuentas_saldos.txt.
      * Una baja revertida por recupero ya no se aplica y el cobro
      * del cliente se imputa a la factura como cualquier pago.
      *
      * pagos.txt trae ahora el medio de pago al final (PG-MEDIO: E
      * o blanco efectivo, T transferencia, C cheque). El pago con
      * cheque no cancela nada al recibirse: se imputa desde la
      * cartera de CHEQUES (cartera_cheques.txt, copybooks CHEQUE-*)
      * recien cuando el cheque esta depositado, y el rechazado no se
      * imputa, asi su factura vuelve a quedar abierta. El gasto
      * bancario de cada rechazo (cheques_rechazados.txt, copybooks
      * CHQRECH-*) se suma al item de la factura que el cheque
      * pagaba; sin factura va al log de excepciones.
      *
      * Las facturas se leen del maestro indexado facturas_master.dat
      * (FACTURA-FC.cpy). Como el maestro guarda todo el historico y
      * ya no se archiva, la imputacion no las carga mas en una
      * tabla: cada corrida copia el item de cada factura al archivo
      * de trabajo indexado cuentas_trabajo.dat (por numero, con
      * clave alterna por cliente), cada pago, nota, cheque, gasto y
      * baja se imputa con lectura por numero y REWRITE, y el saldo a
      * favor de cada cliente recorre sus facturas por la clave del
      * cliente. No hay tope de facturas.
      *
      * La imputacion ahora se lleva al libro diario por
      * asientos_pendientes.txt (copybooks ASIPEND-*), con la fecha
      * de negocio: lo cobrado a facturas (debe banco, haber deudores
      * por ventas, origen COBRANZA), lo cobrado a cuenta (debe banco,
      * haber saldos a favor de clientes), lo cobrado de mas sobre
      * una factura (debe deudores, haber saldos a favor, origen
      * SALDO FAV) y el saldo a favor aplicado a la factura siguiente
      * (debe saldos a favor, haber deudores). Como la imputacion se
      * rearma entera en cada corrida, se asienta solo la diferencia
      * contra los totales ya contabilizados, que quedan en
      * cobranzas_contabilizadas.txt; una corrida repetida no asienta
      * nada. El cheque entra recien depositado; el rechazado sigue
      * contando como cobrado porque su reversa la asienta CHEQUES
      * al registrar el rechazo.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUENTAS-COBRAR.
                 FILE STATUS IS WS-ANTIGUEDAD-STATUS.

             COPY "FACTURA-FC.cpy".
             COPY "ASIPEND-FC.cpy".

             COPY "NOTACRED-FC.cpy".

             SELECT ORDENES-FILE ASSIGN TO "ordenes_pago.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDENES-STATUS.

             COPY "SALDOFAV-FC.cpy".

             COPY "INCOBRABLE-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "CHEQUE-FC.cpy".

             COPY "CHQRECH-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

             SELECT COBCONT-FILE ASSIGN TO
                 "cobranzas_contabilizadas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-COBCONT-STATUS.

             SELECT TRABAJO-FILE ASSIGN TO "cuentas_trabajo.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CT-NUM
                 ALTERNATE RECORD KEY IS CT-CLIENTE WITH DUPLICATES
                 FILE STATUS IS WS-TRABAJO-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD PAGOS-FILE.
           05 PG-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 PG-IMPORTE     PIC 9(7)V99.
           05 FILLER         PIC X.
           05 PG-CLIENTE     PIC X(6).
           05 FILLER         PIC X.
           05 PG-MEDIO       PIC X.
              88 PG-CHEQUE VALUE "C".

        FD SALDOS-FILE.
        01 SALDOS-RECORD.
        01 ANTIGUEDAD-LINE PIC X(70).

        COPY "FACTURA-FD.cpy".
        COPY "ASIPEND-FD.cpy".

        COPY "NOTACRED-FD.cpy".

      * ordenes de pago de ORDENES-PAGO, para las devoluciones DEV
        FD ORDENES-FILE.
        01 ORDEN-RECORD.
           05 OP-NUMERO       PIC 9(6).
           05 FILLER          PIC X.
           05 OP-TIPO         PIC X(3).
           05 FILLER          PIC X.
           05 OP-BENEFICIARIO PIC X(15).
           05 FILLER          PIC X.
           05 OP-FECHA        PIC 9(8).
           05 FILLER          PIC X.
           05 OP-IMPORTE      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 OP-ESTADO       PIC X.

        COPY "SALDOFAV-FD.cpy".

        COPY "INCOBRABLE-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "CHEQUE-FD.cpy".

        COPY "CHQRECH-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

      * lo que ya se llevo al libro diario de la imputacion, en
      * totales acumulados (un solo renglon, se reescribe en cada
      * corrida)
        FD COBCONT-FILE.
        01 COBCONT-RECORD.
           05 KC-FECHA     PIC 9(8).
           05 FILLER       PIC X VALUE SPACE.
           05 KC-COBRADO   PIC 9(11)V99.
           05 FILLER       PIC X VALUE SPACE.
           05 KC-A-CUENTA  PIC 9(11)V99.
           05 FILLER       PIC X VALUE SPACE.
           05 KC-EXCEDENTE PIC 9(11)V99.
           05 FILLER       PIC X VALUE SPACE.
           05 KC-APLICADO  PIC 9(11)V99.

      * item abierto de cada factura durante la imputacion; se
      * rearma entero en cada corrida
        FD TRABAJO-FILE.
        01 TRABAJO-RECORD.
           05 CT-NUM     PIC 9(6).
           05 CT-CLIENTE PIC X(6).
           05 CT-FECHA   PIC 9(8).
           05 CT-TOTAL   PIC 9(7)V99.
           05 CT-PAGADO  PIC 9(7)V99.

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "NOTACRED-WS.cpy".
          COPY "SALDOFAV-WS.cpy".
          COPY "INCOBRABLE-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "CHEQUE-WS.cpy".
          COPY "CHQRECH-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".

          77 WS-PAGOS-STATUS      PIC X(2) VALUE "00".
              88 PAGOS-OK VALUE "00".
              88 SALDOS-OK VALUE "00".
          77 WS-ANTIGUEDAD-STATUS PIC X(2) VALUE "00".
              88 ANTIGUEDAD-OK VALUE "00".
          77 WS-ORDENES-STATUS    PIC X(2) VALUE "00".
              88 ORDENES-OK VALUE "00".
          77 WS-TRABAJO-STATUS    PIC X(2) VALUE "00".
              88 TRABAJO-OK VALUE "00".
          77 WS-COBCONT-STATUS    PIC X(2) VALUE "00".
              88 COBCONT-OK VALUE "00".

          77 WS-MODO         PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO  PIC X VALUE "N".
          77 WS-FIN-PAGOS    PIC X VALUE "N".
              88 FIN-PAGOS VALUE "S".

      * factura buscada en el archivo de trabajo
          77 WS-CANT-FACTURAS PIC 9(6) VALUE ZEROS.
          77 WS-NUM-BUSCADO   PIC 9(6) VALUE ZEROS.
          77 WS-HALLADA       PIC X VALUE "N".
              88 FACTURA-HALLADA VALUE "S".
          77 WS-FIN-TRABAJO   PIC X VALUE "N".
              88 FIN-TRABAJO VALUE "S".

          77 WS-CANT-PAGOS       PIC 9(4) VALUE ZEROS.
          77 WS-CANT-SIN-MATCH   PIC 9(4) VALUE ZEROS.
              88 FIN-NOTAS VALUE "S".
          77 WS-CANT-NC          PIC 9(4) VALUE ZEROS.
          77 WS-CANT-NC-SIN-FACT PIC 9(4) VALUE ZEROS.
          77 WS-CANT-BAJAS       PIC 9(4) VALUE ZEROS.
          77 WS-CANT-EN-CARTERA  PIC 9(4) VALUE ZEROS.
          77 WS-CANT-CHQ-DEP     PIC 9(4) VALUE ZEROS.
          77 WS-CANT-CHQ-RECH    PIC 9(4) VALUE ZEROS.
          77 WS-CANT-GASTOS      PIC 9(4) VALUE ZEROS.

      * saldo a favor por cliente: lo generado, lo devuelto por
      * ordenes DEV, lo aplicado a facturas y lo que queda
          01 FAVOR-TABLA.
             02 FAVOR-ENT OCCURS 500 TIMES.
                03 SA-CLIENTE  PIC X(6).
                03 SA-GENERADO PIC 9(9)V99.
                03 SA-APLICADO PIC 9(9)V99.
                03 SA-DEVUELTO PIC 9(9)V99.
                03 SA-SALDO    PIC S9(9)V99.
          77 WS-CANT-FAVOR    PIC 9(3) VALUE ZEROS.
          77 WS-SA            PIC 9(3) VALUE ZEROS.
          77 WS-SA-IDX        PIC 9(3) VALUE ZEROS.
          77 WS-SA-CLIENTE    PIC X(6) VALUE SPACES.
          77 WS-EXCEDENTE     PIC 9(7)V99 VALUE ZEROS.
          77 WS-A-APLICAR     PIC 9(7)V99 VALUE ZEROS.
          77 WS-CANT-A-CUENTA PIC 9(4) VALUE ZEROS.
          77 WS-CANT-EXCEDENTES PIC 9(4) VALUE ZEROS.
          77 WS-CANT-APLICADOS  PIC 9(4) VALUE ZEROS.

      * lo imputado que va al libro diario, acumulado de toda la
      * historia de pagos.txt y de la cartera como la imputacion
      * misma; se asienta la diferencia contra lo que quedo en
      * cobranzas_contabilizadas.txt
          77 WS-KC-COBRADO    PIC 9(11)V99 VALUE ZEROS.
          77 WS-KC-A-CUENTA   PIC 9(11)V99 VALUE ZEROS.
          77 WS-KC-EXCEDENTE  PIC 9(11)V99 VALUE ZEROS.
          77 WS-KC-APLICADO   PIC 9(11)V99 VALUE ZEROS.
          77 WS-KC-DIFERENCIA PIC S9(11)V99 VALUE ZEROS.
          77 WS-KC-CTA-DEBE   PIC 9(4) VALUE ZEROS.
          77 WS-KC-CTA-HABER  PIC 9(4) VALUE ZEROS.
          77 WS-KC-CTA-AUX    PIC 9(4) VALUE ZEROS.
          77 WS-KC-LEIDO      PIC X VALUE "N".
              88 COBRANZAS-CONTAB-LEIDAS VALUE "S".
          77 WS-KC-FUENTES    PIC X VALUE "S".
              88 FUENTES-COMPLETAS VALUE "S".
          77 CTA-BANCO           PIC 9(4) VALUE 1110.
          77 CTA-DEUDORES        PIC 9(4) VALUE 1130.
          77 CTA-SALDOS-CLIENTES PIC 9(4) VALUE 2130.

          77 WS-FECHA-HOY    PIC 9(8) VALUE ZEROS.
          77 WS-EDAD-DIAS    PIC S9(7) VALUE ZEROS.

       IMPUTAR-PAGOS.
           PERFORM CARGAR-FACTURAS
           IF NOT TRABAJO-OK
              DISPLAY "ERROR " WS-TRABAJO-STATUS " al abrir"
                 " cuentas_trabajo.dat: no se imputa nada"
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
              PERFORM LEER-FECHA-NEGOCIO
              PERFORM APLICAR-NOTAS-CREDITO
              PERFORM APLICAR-ARCHIVO-PAGOS
              PERFORM APLICAR-CHEQUES-DEPOSITADOS
              PERFORM CARGAR-GASTOS-RECHAZO
              PERFORM APLICAR-BAJAS-INCOBRABLES
              PERFORM SEPARAR-EXCEDENTES
              PERFORM DESCONTAR-DEVOLUCIONES
              PERFORM APLICAR-SALDOS-A-FAVOR
              PERFORM CONTABILIZAR-COBRANZAS
              PERFORM GRABAR-SALDOS
              CLOSE TRABAJO-FILE
              PERFORM GRABAR-SALDOS-A-FAVOR

              DISPLAY " "
              DISPLAY "--- Imputacion de pagos ---"
              DISPLAY "Notas de credito aplicadas: " WS-CANT-NC
              DISPLAY "Notas sin factura:          "
                 WS-CANT-NC-SIN-FACT
              DISPLAY "Bajas de incobrables:       " WS-CANT-BAJAS
              DISPLAY "Cheques en cartera (no imputan): "
                 WS-CANT-EN-CARTERA
              DISPLAY "Cheques depositados imputados: "
                 WS-CANT-CHQ-DEP
              DISPLAY "Cheques rechazados (factura reabierta): "
                 WS-CANT-CHQ-RECH
              DISPLAY "Gastos de rechazo cargados: " WS-CANT-GASTOS
              DISPLAY "Pagos a cuenta sin factura: " WS-CANT-A-CUENTA
              DISPLAY "Facturas con excedente:     "
                 WS-CANT-EXCEDENTES
              DISPLAY "Aplicaciones de saldo a favor: "
                 WS-CANT-APLICADOS
           END-IF.

      * cada nota de credito reduce el item abierto de la factura
           END-IF
           MOVE "N" TO WS-FIN-NOTAS.

      * la baja aprobada cancela lo que la factura debia al aprobarse
       APLICAR-BAJAS-INCOBRABLES.
           MOVE "N" TO WS-INCOBRABLE-FIN
           OPEN INPUT INCOBRABLE-FILE
           IF INCOBRABLE-OK
              PERFORM UNTIL FIN-INCOBRABLE
                READ INCOBRABLE-FILE
                  AT END SET FIN-INCOBRABLE TO TRUE
                  NOT AT END
                    IF BI-APROBADA
                       PERFORM APLICAR-UNA-BAJA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE INCOBRABLE-FILE
           END-IF
           MOVE "N" TO WS-INCOBRABLE-FIN.

       APLICAR-UNA-BAJA.
           MOVE BI-FACTURA TO WS-NUM-BUSCADO
           PERFORM UBICAR-FACTURA

           IF FACTURA-HALLADA
              ADD 1 TO WS-CANT-BAJAS
              ADD BI-IMPORTE TO CT-PAGADO
              PERFORM REESCRIBIR-ITEM
           END-IF.

       APLICAR-UNA-NC.
           MOVE NC-REF-FACTURA TO WS-NUM-BUSCADO
           PERFORM UBICAR-FACTURA

           IF NOT FACTURA-HALLADA
              ADD 1 TO WS-CANT-NC-SIN-FACT
              DISPLAY "Nota de credito " NC-NUM
                 " sin factura: " NC-REF-FACTURA
              PERFORM REGISTRAR-EXCEPCION
           ELSE
              ADD 1 TO WS-CANT-NC
              ADD NC-TOTAL TO CT-PAGADO
              PERFORM REESCRIBIR-ITEM
           END-IF.

      * el item de cada factura del maestro, en orden de numero, al
      * archivo de trabajo, que queda abierto I-O para la imputacion
       CARGAR-FACTURAS.
           MOVE ZEROS TO WS-CANT-FACTURAS
           MOVE "N"   TO WS-FIN-ARCHIVO

           OPEN OUTPUT TRABAJO-FILE
           IF TRABAJO-OK
              OPEN INPUT FACTURA-FILE
              IF NOT FACTURA-OK
                 DISPLAY "No se encontro facturas_master.dat"
                 MOVE "N" TO WS-KC-FUENTES
              ELSE
                 PERFORM UNTIL FIN-ARCHIVO
                   READ FACTURA-FILE NEXT
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       ADD 1 TO WS-CANT-FACTURAS
                       MOVE FA-NUM-FACTURA TO CT-NUM
                       MOVE FA-CLIENTE     TO CT-CLIENTE
                       MOVE FA-FECHA       TO CT-FECHA
                       MOVE FA-TOTAL       TO CT-TOTAL
                       MOVE ZEROS          TO CT-PAGADO
                       WRITE TRABAJO-RECORD
                   END-READ
                 END-PERFORM
                 CLOSE FACTURA-FILE
              END-IF
              CLOSE TRABAJO-FILE
              OPEN I-O TRABAJO-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * item de la factura WS-NUM-BUSCADO en TRABAJO-RECORD
       UBICAR-FACTURA.
           MOVE "N" TO WS-HALLADA
           MOVE WS-NUM-BUSCADO TO CT-NUM
           READ TRABAJO-FILE KEY IS CT-NUM
             INVALID KEY CONTINUE
             NOT INVALID KEY SET FACTURA-HALLADA TO TRUE
           END-READ.

       REESCRIBIR-ITEM.
           REWRITE TRABAJO-RECORD
           IF NOT TRABAJO-OK
              DISPLAY "ERROR " WS-TRABAJO-STATUS
                 " al imputar la factura " CT-NUM
           END-IF.

       APLICAR-ARCHIVO-PAGOS.
           OPEN INPUT PAGOS-FILE
           IF NOT PAGOS-OK
              DISPLAY "No se encontro pagos.txt"
              MOVE "N" TO WS-KC-FUENTES
           ELSE
              PERFORM UNTIL FIN-PAGOS
                READ PAGOS-FILE
                  AT END SET FIN-PAGOS TO TRUE
                  NOT AT END
                    IF PG-CHEQUE
                       CONTINUE
                    ELSE
                       PERFORM APLICAR-PAGO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PAGOS-FILE
           END-IF.

      * el pago con cheque no cancela nada hasta que el cheque se
      * deposita: se imputa desde la cartera, como un pago mas con
      * los datos del pago que lo trajo. El rechazado no se imputa y
      * su factura vuelve a quedar abierta
       APLICAR-CHEQUES-DEPOSITADOS.
           MOVE "N" TO WS-CHEQUE-FIN
           OPEN INPUT CHEQUE-FILE
           IF CHEQUE-OK
              PERFORM UNTIL FIN-CHEQUE
                READ CHEQUE-FILE
                  AT END SET FIN-CHEQUE TO TRUE
                  NOT AT END
                    EVALUATE TRUE
                       WHEN CQ-DEPOSITADO
                          ADD 1 TO WS-CANT-CHQ-DEP
                          MOVE SPACES         TO PAGOS-RECORD
                          MOVE CQ-FACTURA     TO PG-NUM-FACTURA
                          MOVE CQ-FECHA-DEP   TO PG-FECHA
                          MOVE CQ-IMPORTE     TO PG-IMPORTE
                          MOVE CQ-CLIENTE     TO PG-CLIENTE
                          PERFORM APLICAR-PAGO
                       WHEN CQ-RECHAZADO
                          ADD 1 TO WS-CANT-CHQ-RECH
                          PERFORM CONTAR-CHEQUE-RECHAZADO
                       WHEN OTHER
                          ADD 1 TO WS-CANT-EN-CARTERA
                    END-EVALUATE
                END-READ
              END-PERFORM
              CLOSE CHEQUE-FILE
           END-IF
           MOVE "N" TO WS-CHEQUE-FIN.

      * el rechazado entro al banco con el deposito y CHEQUES asento
      * la reversa al registrar el rechazo: para el libro diario sigue
      * contando como cobrado (a la factura o a cuenta), aunque ya no
      * cancele nada
       CONTAR-CHEQUE-RECHAZADO.
           MOVE CQ-FACTURA TO WS-NUM-BUSCADO
           PERFORM UBICAR-FACTURA
           EVALUATE TRUE
              WHEN FACTURA-HALLADA
                 ADD CQ-IMPORTE TO WS-KC-COBRADO
              WHEN CQ-CLIENTE NOT = SPACES
                 ADD CQ-IMPORTE TO WS-KC-A-CUENTA
           END-EVALUATE.

      * el gasto bancario del cheque rechazado se carga al cliente
      * sobre la factura que el cheque pagaba; el cheque a cuenta sin
      * factura deja el gasto en el log de excepciones para
      * facturarlo aparte
       CARGAR-GASTOS-RECHAZO.
           MOVE "N" TO WS-CHQRECH-FIN
           OPEN INPUT CHQRECH-FILE
           IF CHQRECH-OK
              PERFORM UNTIL FIN-CHQRECH
                READ CHQRECH-FILE
                  AT END SET FIN-CHQRECH TO TRUE
                  NOT AT END
                    IF CR-GASTO > ZEROS
                       PERFORM CARGAR-UN-GASTO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CHQRECH-FILE
           END-IF
           MOVE "N" TO WS-CHQRECH-FIN.

       CARGAR-UN-GASTO.
           MOVE CR-FACTURA TO WS-NUM-BUSCADO
           PERFORM UBICAR-FACTURA

           IF NOT FACTURA-HALLADA
              DISPLAY "Gasto de rechazo sin factura: cheque "
                 CR-CHEQUE-ID " cliente " CR-CLIENTE
              MOVE "CUENTAS-COBRAR" TO WS-EXC-PROGRAMA
              MOVE "CR-GASTO"       TO WS-EXC-CAMPO
              MOVE CR-CLIENTE       TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
           ELSE
              ADD 1 TO WS-CANT-GASTOS
              ADD CR-GASTO TO CT-TOTAL
              PERFORM REESCRIBIR-ITEM
              DISPLAY "Factura " CR-FACTURA " reabierta por cheque "
                 CR-CHEQUE-ID " rechazado, gasto " CR-GASTO
           END-IF.

       APLICAR-PAGO.
           MOVE PG-NUM-FACTURA TO WS-NUM-BUSCADO
           PERFORM UBICAR-FACTURA

      * sin factura pero con el cliente informado, el pago queda a
      * cuenta del cliente como saldo a favor
           EVALUATE TRUE
              WHEN FACTURA-HALLADA
                 ADD 1 TO WS-CANT-PAGOS
                 ADD PG-IMPORTE TO CT-PAGADO
                 ADD PG-IMPORTE TO WS-KC-COBRADO
                 PERFORM REESCRIBIR-ITEM
              WHEN PG-CLIENTE NOT = SPACES
                 PERFORM PAGO-A-CUENTA
              WHEN OTHER
                 ADD 1 TO WS-CANT-SIN-MATCH
                 DISPLAY "Pago sin factura: " PG-NUM-FACTURA
                 MOVE "CUENTAS-COBRAR"  TO WS-EXC-PROGRAMA
                 MOVE "PG-NUM-FACTURA"  TO WS-EXC-CAMPO
                 MOVE PG-NUM-FACTURA    TO WS-EXC-VALOR
                 PERFORM REGISTRAR-EXCEPCION
           END-EVALUATE.

       PAGO-A-CUENTA.
           MOVE PG-CLIENTE TO WS-SA-CLIENTE
           PERFORM UBICAR-SALDO-FAVOR
           IF WS-SA-IDX = ZEROS
              ADD 1 TO WS-CANT-SIN-MATCH
              MOVE "CUENTAS-COBRAR" TO WS-EXC-PROGRAMA
              MOVE "PG-CLIENTE"     TO WS-EXC-CAMPO
              MOVE PG-CLIENTE       TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
           ELSE
              ADD 1 TO WS-CANT-A-CUENTA
              ADD PG-IMPORTE TO SA-GENERADO(WS-SA-IDX)
              ADD PG-IMPORTE TO WS-KC-A-CUENTA
              DISPLAY "Pago a cuenta de " PG-CLIENTE " del " PG-FECHA
                 ": " PG-IMPORTE
           END-IF.

      * renglon de saldo a favor del cliente WS-SA-CLIENTE en
      * WS-SA-IDX; si no tiene se le abre uno (cero si la tabla esta
      * llena)
       UBICAR-SALDO-FAVOR.
           MOVE ZEROS TO WS-SA-IDX
           PERFORM VARYING WS-SA FROM 1 BY 1
                   UNTIL WS-SA > WS-CANT-FAVOR
              IF WS-SA-IDX = ZEROS
                  AND SA-CLIENTE(WS-SA) = WS-SA-CLIENTE
                 MOVE WS-SA TO WS-SA-IDX
              END-IF
           END-PERFORM

           IF WS-SA-IDX = ZEROS
              IF WS-CANT-FAVOR >= 500
                 DISPLAY "Aviso: mas de 500 clientes con saldo a favor,"
                    " " WS-SA-CLIENTE " queda afuera"
              ELSE
                 ADD 1 TO WS-CANT-FAVOR
                 MOVE WS-CANT-FAVOR TO WS-SA-IDX
                 MOVE WS-SA-CLIENTE TO SA-CLIENTE(WS-SA-IDX)
                 MOVE ZEROS TO SA-GENERADO(WS-SA-IDX)
                               SA-APLICADO(WS-SA-IDX)
                               SA-DEVUELTO(WS-SA-IDX)
                               SA-SALDO(WS-SA-IDX)
              END-IF
           END-IF.

      * lo cobrado de mas sobre una factura (pagos y notas de
      * credito) sale de la factura, que queda cancelada justa, y
      * pasa al saldo a favor de su cliente
       SEPARAR-EXCEDENTES.
           PERFORM POSICIONAR-TRABAJO
           PERFORM UNTIL FIN-TRABAJO
             READ TRABAJO-FILE NEXT
               AT END SET FIN-TRABAJO TO TRUE
               NOT AT END
                 IF CT-PAGADO > CT-TOTAL
                    PERFORM SEPARAR-UN-EXCEDENTE
                 END-IF
             END-READ
           END-PERFORM.

       SEPARAR-UN-EXCEDENTE.
           MOVE CT-CLIENTE TO WS-SA-CLIENTE
           PERFORM UBICAR-SALDO-FAVOR
           IF WS-SA-IDX NOT = ZEROS
              COMPUTE WS-EXCEDENTE = CT-PAGADO - CT-TOTAL
              ADD WS-EXCEDENTE TO SA-GENERADO(WS-SA-IDX)
              ADD WS-EXCEDENTE TO WS-KC-EXCEDENTE
              MOVE CT-TOTAL TO CT-PAGADO
              PERFORM REESCRIBIR-ITEM
              ADD 1 TO WS-CANT-EXCEDENTES
              DISPLAY "Factura " CT-NUM
                 " cobrada de mas: " WS-EXCEDENTE
                 " a favor de " CT-CLIENTE
           END-IF.

      * recorrido completo del archivo de trabajo en orden de numero
       POSICIONAR-TRABAJO.
           MOVE "N"   TO WS-FIN-TRABAJO
           MOVE ZEROS TO CT-NUM
           START TRABAJO-FILE KEY >= CT-NUM
             INVALID KEY SET FIN-TRABAJO TO TRUE
           END-START.

      * las ordenes de pago DEV (devolucion de saldo a favor, con
      * el CL-ID como beneficiario) descuentan del saldo, emitidas o
      * ya pagadas
       DESCONTAR-DEVOLUCIONES.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT ORDENES-FILE
           IF ORDENES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ORDENES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF OP-TIPO = "DEV"
                       MOVE OP-BENEFICIARIO(1:6) TO WS-SA-CLIENTE
                       PERFORM UBICAR-SALDO-FAVOR
                       IF WS-SA-IDX NOT = ZEROS
                          ADD OP-IMPORTE TO SA-DEVUELTO(WS-SA-IDX)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ORDENES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * lo que queda a favor de cada cliente cancela sus facturas
      * abiertas por orden de numero, la mas vieja primero: se
      * recorren por la clave del cliente, que las trae en el orden
      * en que se cargaron al archivo de trabajo
       APLICAR-SALDOS-A-FAVOR.
           PERFORM VARYING WS-SA FROM 1 BY 1
                   UNTIL WS-SA > WS-CANT-FAVOR
              COMPUTE SA-SALDO(WS-SA) =
                 SA-GENERADO(WS-SA) - SA-DEVUELTO(WS-SA)
              IF SA-SALDO(WS-SA) > ZEROS
                 PERFORM APLICAR-FAVOR-CLIENTE
              END-IF
              IF SA-SALDO(WS-SA) < ZEROS
                 DISPLAY "Aviso: " SA-CLIENTE(WS-SA) " tiene devuelto"
                    " mas que su saldo a favor: " SA-SALDO(WS-SA)
              END-IF
           END-PERFORM.

       APLICAR-FAVOR-CLIENTE.
           MOVE "N" TO WS-FIN-TRABAJO
           MOVE SA-CLIENTE(WS-SA) TO CT-CLIENTE
           START TRABAJO-FILE KEY = CT-CLIENTE
             INVALID KEY SET FIN-TRABAJO TO TRUE
           END-START
           PERFORM UNTIL FIN-TRABAJO OR SA-SALDO(WS-SA) NOT > ZEROS
             READ TRABAJO-FILE NEXT
               AT END SET FIN-TRABAJO TO TRUE
               NOT AT END
                 IF CT-CLIENTE NOT = SA-CLIENTE(WS-SA)
                    SET FIN-TRABAJO TO TRUE
                 ELSE
                    IF CT-PAGADO < CT-TOTAL
                       PERFORM APLICAR-A-FACTURA
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.

       APLICAR-A-FACTURA.
           COMPUTE WS-A-APLICAR = CT-TOTAL - CT-PAGADO
           IF WS-A-APLICAR > SA-SALDO(WS-SA)
              MOVE SA-SALDO(WS-SA) TO WS-A-APLICAR
           END-IF
           ADD WS-A-APLICAR TO CT-PAGADO
           PERFORM REESCRIBIR-ITEM
           ADD WS-A-APLICAR TO SA-APLICADO(WS-SA)
           ADD WS-A-APLICAR TO WS-KC-APLICADO
           SUBTRACT WS-A-APLICAR FROM SA-SALDO(WS-SA)
           ADD 1 TO WS-CANT-APLICADOS
           DISPLAY "Saldo a favor de " SA-CLIENTE(WS-SA)
              " aplicado a factura " CT-NUM ": " WS-A-APLICAR.

      * la imputacion se rearma entera en cada corrida, asi que al
      * libro diario va la diferencia entre lo imputado hoy y lo ya
      * contabilizado: lo cobrado a facturas (debe banco, haber
      * deudores), lo cobrado a cuenta (debe banco, haber saldos a
      * favor), lo cobrado de mas sobre una factura (debe deudores,
      * haber saldos a favor) y el saldo a favor aplicado (debe
      * saldos a favor, haber deudores). Si hoy da menos (el saldo a
      * favor que ya no hace falta aplicar porque llego el pago) el
      * asiento sale al reves. La primera corrida solo toma como
      * contabilizado lo imputado hasta ese dia, y sin pagos.txt o
      * sin el maestro de facturas no se asienta nada
       CONTABILIZAR-COBRANZAS.
           IF NOT FUENTES-COMPLETAS
              DISPLAY "Sin pagos.txt o sin facturas: la imputacion no"
                 " se lleva al libro diario"
           ELSE
              PERFORM LEER-COBRANZAS-CONTAB
              IF NOT COBRANZAS-CONTAB-LEIDAS
                 DISPLAY "Arranque de cobranzas_contabilizadas.txt: lo"
                    " imputado hasta hoy se toma como contabilizado"
              ELSE
                 MOVE "COBRANZA" TO WS-AG-ORIGEN
                 COMPUTE WS-KC-DIFERENCIA =
                    WS-KC-COBRADO - KC-COBRADO
                 MOVE CTA-BANCO    TO WS-KC-CTA-DEBE
                 MOVE CTA-DEUDORES TO WS-KC-CTA-HABER
                 PERFORM ASENTAR-DIFERENCIA

                 COMPUTE WS-KC-DIFERENCIA =
                    WS-KC-A-CUENTA - KC-A-CUENTA
                 MOVE CTA-BANCO           TO WS-KC-CTA-DEBE
                 MOVE CTA-SALDOS-CLIENTES TO WS-KC-CTA-HABER
                 PERFORM ASENTAR-DIFERENCIA

                 MOVE "SALDO FAV" TO WS-AG-ORIGEN
                 COMPUTE WS-KC-DIFERENCIA =
                    WS-KC-EXCEDENTE - KC-EXCEDENTE
                 MOVE CTA-DEUDORES        TO WS-KC-CTA-DEBE
                 MOVE CTA-SALDOS-CLIENTES TO WS-KC-CTA-HABER
                 PERFORM ASENTAR-DIFERENCIA

                 COMPUTE WS-KC-DIFERENCIA =
                    WS-KC-APLICADO - KC-APLICADO
                 MOVE CTA-SALDOS-CLIENTES TO WS-KC-CTA-DEBE
                 MOVE CTA-DEUDORES        TO WS-KC-CTA-HABER
                 PERFORM ASENTAR-DIFERENCIA
              END-IF
              PERFORM GRABAR-COBRANZAS-CONTAB
           END-IF.

       LEER-COBRANZAS-CONTAB.
           MOVE "N" TO WS-KC-LEIDO
           OPEN INPUT COBCONT-FILE
           IF COBCONT-OK
              READ COBCONT-FILE
                AT END CONTINUE
                NOT AT END SET COBRANZAS-CONTAB-LEIDAS TO TRUE
              END-READ
              CLOSE COBCONT-FILE
           END-IF.

      * una diferencia positiva va al debe de WS-KC-CTA-DEBE y al
      * haber de WS-KC-CTA-HABER; una negativa, al reves
       ASENTAR-DIFERENCIA.
           IF WS-KC-DIFERENCIA NOT = ZEROS
              IF WS-KC-DIFERENCIA < ZEROS
                 MOVE WS-KC-CTA-DEBE  TO WS-KC-CTA-AUX
                 MOVE WS-KC-CTA-HABER TO WS-KC-CTA-DEBE
                 MOVE WS-KC-CTA-AUX   TO WS-KC-CTA-HABER
                 COMPUTE WS-KC-DIFERENCIA = ZEROS - WS-KC-DIFERENCIA
              END-IF
              MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
              MOVE WS-KC-CTA-DEBE   TO WS-AG-CUENTA
              MOVE WS-KC-DIFERENCIA TO WS-AG-DEBE
              MOVE ZEROS            TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
              MOVE WS-KC-CTA-HABER  TO WS-AG-CUENTA
              MOVE ZEROS            TO WS-AG-DEBE
              MOVE WS-KC-DIFERENCIA TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF.

       GRABAR-COBRANZAS-CONTAB.
           MOVE SPACES           TO COBCONT-RECORD
           MOVE WS-FECHA-NEGOCIO TO KC-FECHA
           MOVE WS-KC-COBRADO    TO KC-COBRADO
           MOVE WS-KC-A-CUENTA   TO KC-A-CUENTA
           MOVE WS-KC-EXCEDENTE  TO KC-EXCEDENTE
           MOVE WS-KC-APLICADO   TO KC-APLICADO
           OPEN OUTPUT COBCONT-FILE
           WRITE COBCONT-RECORD
           CLOSE COBCONT-FILE.

       GRABAR-SALDOS-A-FAVOR.
           OPEN OUTPUT SALDOFAV-FILE
           PERFORM VARYING WS-SA FROM 1 BY 1
                   UNTIL WS-SA > WS-CANT-FAVOR
              MOVE SPACES              TO SALDOFAV-RECORD
              MOVE SA-CLIENTE(WS-SA)   TO SF-CLIENTE
              MOVE SA-GENERADO(WS-SA)  TO SF-GENERADO
              MOVE SA-APLICADO(WS-SA)  TO SF-APLICADO
              MOVE SA-DEVUELTO(WS-SA)  TO SF-DEVUELTO
              MOVE SA-SALDO(WS-SA)     TO SF-SALDO
              MOVE WS-FECHA-HOY        TO SF-FECHA
              WRITE SALDOFAV-RECORD
           END-PERFORM
           CLOSE SALDOFAV-FILE

           DISPLAY "Saldos a favor grabados en saldos_a_favor.txt".

       GRABAR-SALDOS.
           OPEN OUTPUT SALDOS-FILE
           PERFORM POSICIONAR-TRABAJO
           PERFORM UNTIL FIN-TRABAJO
             READ TRABAJO-FILE NEXT
               AT END SET FIN-TRABAJO TO TRUE
               NOT AT END
                 MOVE SPACES     TO SALDOS-RECORD
                 MOVE CT-NUM     TO SL-NUM-FACTURA
                 MOVE CT-CLIENTE TO SL-CLIENTE
                 MOVE CT-FECHA   TO SL-FECHA
                 MOVE CT-TOTAL   TO SL-TOTAL
                 MOVE CT-PAGADO  TO SL-PAGADO
                 COMPUTE SL-SALDO = CT-TOTAL - CT-PAGADO
                 WRITE SALDOS-RECORD
             END-READ
           END-PERFORM
           CLOSE SALDOS-FILE


       COPY "EXCEPCION-CALC.cpy".

       COPY "ASIPEND-CALC.cpy".

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
