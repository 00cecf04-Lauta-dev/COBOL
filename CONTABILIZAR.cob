      * contra sus gastos, y el balance de comprobacion por fin
      * incluye el stock. El archivo se consume igual que las
      * liquidaciones.
      *
      * Las ordenes de pago a proveedores (tipo PRV, emitidas desde
      * las facturas de proveedores aptas) cancelan proveedores a
      * pagar contra el banco, con lo que esa cuenta ya no crece sin
      * fin con cada ingreso de mercaderia.
      *
      * Las diferencias retroactivas de sueldo (payroll_retro.txt,
      * que deja la corrida de retroactivos de JUBI-LARSE) se asientan
      * junto con la nomina y con el mismo esquema (debe sueldos por
      * la diferencia, haber retenciones y sueldos a pagar), con
      * origen RETRO para distinguirlas en asientos.txt. Las ordenes
      * RET que las pagan cancelan sueldos a pagar.
      *
      * Los programas con movimientos contables propios ya no quedan
      * afuera del mayor: dejan sus renglones en
      * asientos_pendientes.txt (copybooks ASIPEND) y la
      * contabilizacion del periodo los pasa a asientos.txt con su
      * origen y vacia el archivo, igual que las liquidaciones y los
      * costos. El primero es BIENES-USO (amortizacion mensual,
      * altas, ventas y bajas de bienes de uso), que ademas consulta
      * este control de periodos para no generar movimientos de un
      * periodo ya posteado. El plan sembrado suma bienes de uso,
      * amortizacion acumulada, capital, gasto de amortizaciones y
      * resultado por bajas, y las tablas de plan y saldos pasan a 50
      * cuentas.
      *
      * La reapertura (modo 4) ya no acepta un nombre de supervisor
      * tipeado: se pide quien la solicita y la firma un operador
      * con su clave, con autoridad REA en autoridad_aprobacion.txt y
      * distinto del que la pidio (AUTORIDAD-*.cpy). Los rechazos de
      * autoridad van al log de excepciones; periodos_reabiertos.txt
      * guarda ahora el solicitante al lado de quien autorizo.
      *
      * El cierre mensual (modo 3) ya no marca C un periodo a ciegas:
      * exige la lista de control del cierre (lista_cierre.txt, que
      * corre CIERRE-MENSUAL) con los cinco items OK o dispensados
      * por un supervisor, y si la lista esta incompleta lo niega
      * mostrando lo que falta. Al cerrar, la lista firmada queda
      * archivada en el spool como constancia del cierre.
      *
      * Las reversas del ledger de comisiones (LR-TIPO-MOV "R", que
      * graba REVERSAR-LEDGER) se asientan al reves que la comision
      * original: debe comisiones a pagar, haber gasto de comisiones,
      * con origen REV COMIS. La correccion que la acompana es un
      * registro comun y se asienta como cualquier comision.
      *
      * BOVEDA tambien deja sus renglones en asientos_pendientes.txt
      * al confirmar una remesa (debe caja de boveda, haber banco,
      * origen REMESA BOV) o un envio de excedente (al reves, origen
      * ENVIO BOV); el plan sembrado suma la cuenta caja de boveda.
      * Del mismo modo CAJERO deja el sobrante o faltante de cada
      * cierre de cajon (origen ARQUEO) contra la cuenta faltantes y
      * sobrantes de caja, que tambien se suma al plan sembrado.
      *
      * El IVA de compras entra por asientos_pendientes.txt al
      * registrar la factura del proveedor o del fletero (debe IVA
      * credito fiscal, haber proveedores a pagar, origen IVA COMPRA),
      * y la liquidacion mensual de LIBRO-IVA (origen IVA LIQUID)
      * cancela debito contra credito fiscal contra IVA a pagar o IVA
      * saldo a favor; las cuatro cuentas se suman al plan sembrado.
      * Las ordenes de pago de fleteros (FLE) se pagan por el total
      * facturado y cancelan proveedores a pagar como las PRV; el
      * neto de la factura entra al liquidar el flete (debe fletes,
      * haber proveedores a pagar, origen FLETE COMP) y la cuenta de
      * fletes se suma al plan sembrado.
      * Las devoluciones de saldo a favor a clientes (ordenes DEV)
      * debitan saldos a favor de clientes, cuenta que se suma al
      * plan sembrado, contra el banco. Ese saldo lo acredita
      * CUENTAS-COBRAR por asientos_pendientes.txt al imputar los
      * pagos (origenes COBRANZA y SALDO FAV, que tambien cancelan
      * deudores por ventas), y el cheque rechazado lo revierte
      * CHEQUES (origen RECH CHEQ), con el gasto del rechazo que no
      * se carga a una factura en gastos bancarios, cuenta que se
      * suma al plan sembrado.
      * Las bajas de incobrables aprobadas en INCOBRABLES entran por
      * asientos_pendientes.txt (debe deudores incobrables, haber
      * deudores por ventas, origen INCOBRABLE) y su recupero al
      * reves (origen RECUPERO); las dos cuentas se suman al plan
      * sembrado.
      * La facturacion de fletes entregados (FACTURAR-FLETES) deja su
      * venta en asientos_pendientes.txt (debe deudores por ventas,
      * haber ingresos por fletes e IVA debito fiscal, origen
      * FLETES); la cuenta de ingresos por fletes se suma al plan
      * sembrado.
      * Los adelantos de sueldo y prestamos al personal que entrega
      * DESCUENTOS-NOMINA entran por asientos_pendientes.txt (debe
      * anticipos al personal, haber banco, origen ANTICIPOS) y su
      * recupero por descuento en la liquidacion semanal al reves
      * (debe retenciones a pagar, haber anticipos al personal,
      * origen RECUP ANT): la nomina ya lo acredito a retenciones como
      * cualquier deduccion. La cuenta se suma al plan sembrado. Las
      * ordenes EMB (embargos retenidos) cancelan retenciones a
      * pagar contra el banco.
      * Las contribuciones patronales del mes (CONTRIBUCIONES) entran
      * por asientos_pendientes.txt (debe cargas sociales, haber
      * cargas sociales a pagar, origen CARGAS SOC) y las ordenes CSS
      * que las pagan cancelan cargas sociales a pagar contra el
      * banco; las dos cuentas se suman al plan sembrado.
      *
      * Modo 5, cierre de ejercicio: ingresos y gastos ya no se
      * acumulan de un anio a otro ni hay que ponerlos en cero a mano
      * en enero. Con los doce periodos del anio cerrados (C) en
      * periodos_contables.txt, el cierre:
      *  - guarda los saldos del ejercicio tal como quedaron en
      *    gl_saldos_historico.txt, cada cuenta con el anio adelante
      *  - asienta al 31/12 (origen CIERRE EJ) lo necesario para dejar
      *    en cero cada cuenta de resultado (4xxx ingresos, 5xxx
      *    gastos) contra resultados no asignados (3210, que se suma
      *    al plan sembrado); el resultado del ejercicio es la suma
      *  - abre el anio siguiente solo con las cuentas patrimoniales
      *    (1xxx a 3xxx) por su saldo neto, asentado al 01/01 con
      *    origen APERTURA, y ese es el nuevo gl_saldos.txt
      *  - deja el anio en ejercicios_cerrados.txt con su resultado y
      *    el reporte del cierre en el spool
      * Un ejercicio cerrado no se vuelve a cerrar, y sus periodos ya
      * no se pueden reabrir (modo 4) ni postear (modo 1).
      *
      * El plan de cuentas suma a cada cuenta su tipo (A activo,
      * P pasivo, N patrimonio neto, I ingreso, G gasto) y el rubro
      * en que se presenta, que usa ESTADOS-CONTABLES para armar el
      * estado de resultados y el balance general; el plan sembrado
      * ya los trae.
      *
      * Cada renglon de asientos.txt lleva el centro de costo
      * (maestro centros_costo.txt, que mantiene CENTROS-COSTO), que
      * la contabilizacion llena desde el origen del movimiento: la
      * nomina y los retroactivos con el departamento del empleado
      * (EM-DEPTO de empleados_master.dat, centro D + depto), las
      * comisiones con la sucursal del ledger (S + sucursal), los
      * costos del inventario con el deposito del movimiento
      * (P + deposito) y los asientos pendientes con el centro que
      * trae el renglon (BIENES-USO y VEHICULOS cargan el del movil,
      * V + movil). Las liquidaciones de pago, el cierre y la
      * apertura del ejercicio no llevan centro. Un centro que no
      * esta en el maestro se avisa pero se asienta, igual que una
      * cuenta fuera del plan.
      *
      * La venta de mostrador de fruta (VENTAS-FRUTA) deja en
      * movimientos_costo.txt el costo de lo vendido como tipo VTA,
      * que se asienta al debe de costo de mercaderia vendida (5350)
      * contra mercaderias; la venta en si llega por los asientos
      * pendientes contra ventas de fruta (4120). El plan sembrado
      * trae las dos cuentas.
      *
      * El ejercicio siguiente no se mezcla con uno abierto: la
      * contabilizacion se niega si el ejercicio anterior tiene
      * periodos posteados y no esta cerrado, y el modo 5 se niega a
      * cerrar un ejercicio si ya hay periodos del siguiente en
      * periodos_contables.txt.
      *
      * El plan sembrado suma las cuentas de ingresos de las demas
      * facturaciones que ahora asientan la venta: ingresos por
      * cursos (4130), por asistencia (4140), alquileres y multas
      * (4150) y ventas varias (4160).
      *
      * El cierre de ejercicio (modo 5) exige cerrados los periodos
      * desde el primero que el ejercicio tiene en
      * periodos_contables.txt: un primer ejercicio que arranco a
      * mitad de ano se cierra con sus meses posteados, sin pedir los
      * anteriores al arranque, que nunca se abrieron.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABILIZAR.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MOVS-COSTO-STATUS.

             SELECT EJERCICIOS-FILE ASSIGN TO
                 "ejercicios_cerrados.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EJERCICIOS-STATUS.

             SELECT SALDOS-HIST-FILE ASSIGN TO
                 "gl_saldos_historico.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SALDOS-HIST-STATUS.

             SELECT EMPLEADO-MASTER ASSIGN TO "empleados_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EM-CODIGO
                 FILE STATUS IS WS-EMPLEADO-STATUS.

             COPY "RETRO-FC.cpy".

             COPY "ASIPEND-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "AUTORIDAD-FC.cpy".

             COPY "LISTA-CIERRE-FC.cpy".

             COPY "ESPOOL-FC.cpy".

             COPY "CCOSTO-FC.cpy".

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

        FD PLAN-FILE.
        01 PLAN-RECORD.
           05 PL-CUENTA PIC 9(4).
           05 FILLER    PIC X.
           05 PL-NOMBRE PIC X(25).
           05 FILLER    PIC X.
           05 PL-TIPO   PIC X.
           05 FILLER    PIC X.
           05 PL-RUBRO  PIC X(20).

        FD ASIENTOS-FILE.
        01 ASIENTO-RECORD.
           05 AS-HABER  PIC 9(9)V99.
           05 FILLER    PIC X VALUE SPACE.
           05 AS-ORIGEN PIC X(10).
           05 FILLER    PIC X VALUE SPACE.
           05 AS-CCOSTO PIC X(6).

        FD SALDOS-GL-FILE.
        01 SALDO-GL-RECORD.
           05 RA-SUPERVISOR PIC X(10).
           05 FILLER        PIC X VALUE SPACE.
           05 RA-TIMESTAMP  PIC X(21).
           05 FILLER        PIC X VALUE SPACE.
           05 RA-SOLICITANTE PIC X(10).

        FD LIQUIDADAS-FILE.
        01 LIQUIDADA-RECORD.
           05 MO-TIPO    PIC X(3).
           05 FILLER     PIC X.
           05 MO-IMPORTE PIC S9(9)V99.
           05 FILLER     PIC X.
           05 MO-DEPOSITO PIC 9(1).

        FD EJERCICIOS-FILE.
        01 EJERCICIO-RECORD.
           05 EC-ANIO      PIC 9(4).
           05 FILLER       PIC X VALUE SPACE.
           05 EC-RESULTADO PIC S9(11)V99.
           05 FILLER       PIC X VALUE SPACE.
           05 EC-TIMESTAMP PIC X(21).

        FD SALDOS-HIST-FILE.
        01 SALDO-HIST-RECORD.
           05 GH-ANIO   PIC 9(4).
           05 FILLER    PIC X VALUE SPACE.
           05 GH-CUENTA PIC 9(4).
           05 FILLER    PIC X VALUE SPACE.
           05 GH-DEBE   PIC 9(11)V99.
           05 FILLER    PIC X VALUE SPACE.
           05 GH-HABER  PIC 9(11)V99.

        FD EMPLEADO-MASTER.
        01 EMPLEADO-MASTER-RECORD.
           COPY "EMPLEADO-WS.cpy".

        COPY "RETRO-FD.cpy".

        COPY "ASIPEND-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "AUTORIDAD-FD.cpy".

        COPY "LISTA-CIERRE-FD.cpy".

        COPY "ESPOOL-FD.cpy".

        COPY "CCOSTO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "RETRO-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".
          COPY "LISTA-CIERRE-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "CCOSTO-WS.cpy".

          77 WS-PAYROLL-STATUS PIC X(2) VALUE "00".
              88 PAYROLL-OK VALUE "00".

          77 WS-PERIODO       PIC 9(6) VALUE ZEROS.
          77 WS-SUPERVISOR    PIC X(10) VALUE SPACES.
          77 WS-SOLICITANTE   PIC X(10) VALUE SPACES.

          77 WS-LIQUIDADAS-STATUS PIC X(2) VALUE "00".
              88 LIQUIDADAS-OK VALUE "00".
              88 MOVS-COSTO-OK VALUE "00".
          77 WS-CANT-COSTOS PIC 9(4) VALUE ZEROS.
          77 WS-IMPORTE-ABS PIC 9(9)V99 VALUE ZEROS.
          77 WS-CANT-PENDIENTES PIC 9(4) VALUE ZEROS.

      * plan de cuentas chico de la casa
          77 CTA-GASTO-SUELDOS    PIC 9(4) VALUE 5110.
          77 CTA-BANCO            PIC 9(4) VALUE 1110.
          77 CTA-MERCADERIA       PIC 9(4) VALUE 1310.
          77 CTA-PROV-A-PAGAR     PIC 9(4) VALUE 2310.
          77 CTA-SALDOS-CLIENTES  PIC 9(4) VALUE 2130.
          77 CTA-CARGAS-A-PAGAR   PIC 9(4) VALUE 2140.
          77 CTA-COSTO-MERMA      PIC 9(4) VALUE 5310.
          77 CTA-COSTO-DONACION   PIC 9(4) VALUE 5320.
          77 CTA-COSTO-VENTAS     PIC 9(4) VALUE 5350.
          77 CTA-RESULTADOS-ACUM  PIC 9(4) VALUE 3210.
      * desde aca empiezan las cuentas de resultado (4xxx y 5xxx)
          77 CTA-PRIMERA-RESULTADO PIC 9(4) VALUE 4000.

      * plan de cuentas cargado para nombres y validacion
          01 PLAN-TABLA.
             02 PLAN-ENT OCCURS 50 TIMES.
                03 PN-CUENTA PIC 9(4).
                03 PN-NOMBRE PIC X(25).
          77 WS-CANT-PLAN PIC 9(2) VALUE ZEROS.

      * saldos acumulados por cuenta
          01 SALDOS-TABLA.
             02 SALDO-ENT OCCURS 50 TIMES.
                03 SG-CUENTA PIC 9(4).
                03 SG-DEBE   PIC 9(11)V99.
                03 SG-HABER  PIC 9(11)V99.
          77 WS-EDIT-DEBE  PIC Z(10)9.99 VALUE ZEROS.
          77 WS-EDIT-HABER PIC Z(10)9.99 VALUE ZEROS.

      * cierre de ejercicio
          77 WS-EJERCICIOS-STATUS PIC X(2) VALUE "00".
              88 EJERCICIOS-OK VALUE "00".
          77 WS-SALDOS-HIST-STATUS PIC X(2) VALUE "00".
              88 SALDOS-HIST-OK VALUE "00".
          77 WS-ANIO-CIERRE   PIC 9(4) VALUE ZEROS.
          77 WS-MES-CIERRE    PIC 9(2) VALUE ZEROS.
          77 WS-MES-DESDE     PIC 9(2) VALUE ZEROS.
          77 WS-EJ            PIC 9(2) VALUE ZEROS.
          77 WS-CANT-SALDOS-EJ PIC 9(2) VALUE ZEROS.
          77 WS-FALTAN-CIERRE PIC 9(2) VALUE ZEROS.
          77 WS-EJERCICIO-CERRADO PIC X VALUE "N".
              88 EJERCICIO-CERRADO VALUE "S".
          77 WS-RESULTADO-EJ  PIC S9(11)V99 VALUE ZEROS.
          77 WS-SALDO-NETO    PIC S9(11)V99 VALUE ZEROS.
          77 WS-EDIT-RESULTADO PIC -(10)9.99 VALUE ZEROS.
          77 WS-FECHA-CIERRE  PIC 9(8) VALUE ZEROS.
          77 WS-ANIO-CONTROL  PIC 9(4) VALUE ZEROS.
          77 WS-CANT-DEL-ANIO PIC 9(2) VALUE ZEROS.

      * centro de costo de cada renglon del diario
          77 WS-CCOSTO-MOV    PIC X(6) VALUE SPACES.
          77 WS-EMPLEADO-STATUS PIC X(2) VALUE "00".
              88 EMPLEADO-OK VALUE "00".
          77 WS-MAESTRO-EMPLEADOS PIC X VALUE "N".
              88 MAESTRO-EMPLEADOS-DISPONIBLE VALUE "S".
          77 WS-EMPLEADO-BUSCA PIC X(6) VALUE SPACES.
          01 CCOSTO-TABLA.
             02 CCOSTO-ENT OCCURS 100 TIMES.
                03 CT-CODIGO PIC X(6).
          77 WS-CANT-CCOSTO PIC 9(3) VALUE ZEROS.
          77 WS-CT          PIC 9(3) VALUE ZEROS.
          77 WS-CCOSTO-IDX  PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
             DISPLAY "1 - Contabilizar nomina y comisiones"
             DISPLAY "2 - Balance de comprobacion"
             DISPLAY "3 - Cierre mensual del periodo"
             DISPLAY "4 - Reapertura de periodo (supervisor)"
             DISPLAY "5 - Cierre de ejercicio"
             ACCEPT WS-MODO

             PERFORM CARGAR-PLAN
                WHEN 2 PERFORM BALANCE-COMPROBACION
                WHEN 3 PERFORM CERRAR-PERIODO
                WHEN 4 PERFORM REABRIR-PERIODO
                WHEN 5 PERFORM CERRAR-EJERCICIO
                WHEN OTHER PERFORM CONTABILIZAR-CON-CONTROL
             END-EVALUATE
           GOBACK.

      * el periodo sale de la fecha de negocio: si ya esta posteado
      * o cerrado, la corrida se niega (la recorrida asentaria todo
      * dos veces, igual que el re-tipeo que esto reemplazo). Si el
      * ejercicio anterior tuvo periodos posteados y no esta cerrado
      * tampoco se postea: el cierre de aquel ejercicio arrastraria
      * los movimientos del nuevo en su resultado
       CONTABILIZAR-CON-CONTROL.
           PERFORM LEER-FECHA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO(1:6) TO WS-PERIODO
           PERFORM BUSCAR-PERIODO
           MOVE WS-FECHA-NEGOCIO(1:4) TO WS-ANIO-CIERRE
           PERFORM BUSCAR-EJERCICIO-CERRADO

           IF EJERCICIO-CERRADO
              DISPLAY "El ejercicio " WS-ANIO-CIERRE " esta cerrado:"
                 " no admite mas asientos"
              GOBACK
           END-IF

           COMPUTE WS-ANIO-CONTROL = WS-ANIO-CIERRE - 1
           PERFORM CONTAR-PERIODOS-ANIO
           IF WS-CANT-DEL-ANIO > ZEROS
              MOVE WS-ANIO-CONTROL TO WS-ANIO-CIERRE
              PERFORM BUSCAR-EJERCICIO-CERRADO
              IF NOT EJERCICIO-CERRADO
                 DISPLAY "El ejercicio " WS-ANIO-CONTROL
                    " no esta cerrado: cerrarlo (modo 5) antes de"
                    " postear " WS-PERIODO
                 GOBACK
              END-IF
           END-IF

           IF WS-PERIODO-IDX > ZEROS
              DISPLAY "El periodo " WS-PERIODO " ya esta "

      * el cierre deja el periodo bloqueado; los acumulados de
      * gl_saldos.txt quedan arrastrados como saldo de arranque del
      * periodo siguiente. Sin la lista de control completa no hay
      * cierre, y la lista firmada se archiva en el spool
       CERRAR-PERIODO.
           DISPLAY "Periodo a cerrar (AAAAMM)"
           ACCEPT WS-PERIODO
           PERFORM BUSCAR-PERIODO

           MOVE WS-PERIODO TO WS-LC-PERIODO
           PERFORM CARGAR-LISTA-CIERRE
           PERFORM VERIFICAR-LISTA-CIERRE

           EVALUATE TRUE
              WHEN WS-PERIODO-IDX = ZEROS
                 DISPLAY "El periodo " WS-PERIODO " no esta posteado"
                    " todavia: contabilizar antes de cerrar"
              WHEN PT-ESTADO(WS-PERIODO-IDX) = "C"
                 DISPLAY "El periodo " WS-PERIODO " ya esta cerrado"
              WHEN NOT LISTA-CIERRE-COMPLETA
                 PERFORM NEGAR-CIERRE
              WHEN OTHER
                 MOVE "C" TO PT-ESTADO(WS-PERIODO-IDX)
                 PERFORM GRABAR-MARCA-PERIODO
                 DISPLAY "Periodo " WS-PERIODO " cerrado: los saldos"
                    " quedan arrastrados en gl_saldos.txt"
                 PERFORM LEER-FECHA-NEGOCIO
                 MOVE "CONTABILIZAR"  TO WS-SPOOL-PROGRAMA
                 MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
                 PERFORM IMPRIMIR-LISTA-CIERRE
           END-EVALUATE.

      * lo que falta de la lista: items sin correr o PENDIENTES
       NEGAR-CIERRE.
           DISPLAY "Cierre NEGADO: la lista de control del periodo "
              WS-PERIODO " esta incompleta (faltan " WS-LC-FALTAN
              " items)"
           PERFORM VARYING WS-LI FROM 1 BY 1 UNTIL WS-LI > 5
              PERFORM BUSCAR-ITEM-CIERRE
              IF WS-LT-IDX = ZEROS
                 DISPLAY "  " LI-ITEM(WS-LI) " " LI-NOMBRE(WS-LI)
                    " SIN CORRER"
              ELSE
                 IF LT-ESTADO(WS-LT-IDX) NOT = "OK"
                     AND LT-ESTADO(WS-LT-IDX) NOT = "OMITIDO"
                    DISPLAY "  " LI-ITEM(WS-LI) " " LI-NOMBRE(WS-LI)
                       " " LT-ESTADO(WS-LT-IDX) " "
                       LT-DETALLE(WS-LT-IDX)
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY "Correr la lista en CIERRE-MENSUAL o pedir la"
              " dispensa de un supervisor".

      * la reapertura borra la marca para corregir el periodo, pero
      * deja el rastro de quien la pidio, quien la autorizo y cuando
       REABRIR-PERIODO.
           DISPLAY "Periodo a reabrir (AAAAMM)"
           ACCEPT WS-PERIODO
           DISPLAY "Operador que pide la reapertura"
           ACCEPT WS-SOLICITANTE

           IF WS-SOLICITANTE = SPACES
              DISPLAY "Sin solicitante no hay reapertura"
              GOBACK
           END-IF

           MOVE "CONTABILIZAR"  TO WS-AU-PROGRAMA
           MOVE "REA"           TO WS-AU-TIPO
           MOVE ZEROS           TO WS-AU-MONTO
           MOVE WS-SOLICITANTE  TO WS-AU-SOLICITANTE
           MOVE SPACES          TO WS-AU-SOLICITANTE-2
           PERFORM AUTORIZAR-DECISION
           IF NOT AUTORIDAD-CONCEDIDA
              DISPLAY "Sin autorizacion no hay reapertura"
              GOBACK
           END-IF
           MOVE WS-AU-OPERADOR TO WS-SUPERVISOR

           MOVE WS-PERIODO(1:4) TO WS-ANIO-CIERRE
           PERFORM BUSCAR-EJERCICIO-CERRADO
           IF EJERCICIO-CERRADO
              DISPLAY "El ejercicio " WS-ANIO-CIERRE " esta cerrado:"
                 " sus periodos no se reabren"
              GOBACK
           END-IF

              MOVE SPACES        TO REABIERTO-RECORD
              MOVE WS-PERIODO    TO RA-PERIODO
              MOVE WS-SUPERVISOR TO RA-SUPERVISOR
              MOVE WS-SOLICITANTE TO RA-SOLICITANTE
              MOVE FUNCTION CURRENT-DATE TO RA-TIMESTAMP

              OPEN INPUT REABIERTOS-FILE
                 WS-SUPERVISOR " (quedo en periodos_reabiertos.txt)"
           END-IF.

      * el ejercicio se cierra una sola vez y con sus periodos
      * cerrados, desde el primero que tiene en la tabla (el primer
      * ejercicio puede arrancar a mitad de ano: los meses anteriores
      * nunca se abrieron y no cuentan). Los asientos de cierre y de
      * apertura llevan la fecha del 31/12 y del 01/01, no la de
      * negocio
       CERRAR-EJERCICIO.
           DISPLAY "Ejercicio a cerrar (AAAA)"
           ACCEPT WS-ANIO-CIERRE

           PERFORM BUSCAR-EJERCICIO-CERRADO
           IF EJERCICIO-CERRADO
              DISPLAY "El ejercicio " WS-ANIO-CIERRE
                 " ya esta cerrado"
              GOBACK
           END-IF

           COMPUTE WS-ANIO-CONTROL = WS-ANIO-CIERRE + 1
           PERFORM CONTAR-PERIODOS-ANIO
           IF WS-CANT-DEL-ANIO > ZEROS
              DISPLAY "Cierre de ejercicio NEGADO: ya hay "
                 WS-CANT-DEL-ANIO " periodos de " WS-ANIO-CONTROL
                 " posteados y sus asientos entrarian en el"
                 " resultado de " WS-ANIO-CIERRE
              GOBACK
           END-IF

           MOVE ZEROS TO WS-MES-DESDE
           PERFORM VARYING WS-MES-CIERRE FROM 1 BY 1
                   UNTIL WS-MES-CIERRE > 12 OR WS-MES-DESDE > ZEROS
              COMPUTE WS-PERIODO = WS-ANIO-CIERRE * 100
                 + WS-MES-CIERRE
              PERFORM BUSCAR-PERIODO
              IF WS-PERIODO-IDX > ZEROS
                 MOVE WS-MES-CIERRE TO WS-MES-DESDE
              END-IF
           END-PERFORM
           IF WS-MES-DESDE = ZEROS
              DISPLAY "Cierre de ejercicio NEGADO: el ejercicio "
                 WS-ANIO-CIERRE " no tiene periodos posteados"
              GOBACK
           END-IF

           MOVE ZEROS TO WS-FALTAN-CIERRE
           PERFORM VARYING WS-MES-CIERRE FROM WS-MES-DESDE BY 1
                   UNTIL WS-MES-CIERRE > 12
              COMPUTE WS-PERIODO = WS-ANIO-CIERRE * 100
                 + WS-MES-CIERRE
              PERFORM BUSCAR-PERIODO
              IF WS-PERIODO-IDX = ZEROS
                 ADD 1 TO WS-FALTAN-CIERRE
                 DISPLAY "  " WS-PERIODO " sin postear"
              ELSE
                 IF PT-ESTADO(WS-PERIODO-IDX) NOT = "C"
                    ADD 1 TO WS-FALTAN-CIERRE
                    DISPLAY "  " WS-PERIODO " sin cerrar"
                 END-IF
              END-IF
           END-PERFORM
           IF WS-FALTAN-CIERRE > ZEROS
              DISPLAY "Cierre de ejercicio NEGADO: faltan "
                 WS-FALTAN-CIERRE " periodos cerrados (modo 3)"
              GOBACK
           END-IF

           PERFORM ARCHIVAR-SALDOS-EJERCICIO

           PERFORM LEER-FECHA-NEGOCIO
           MOVE "CONTABILIZAR"   TO WS-SPOOL-PROGRAMA
           MOVE SPACES           TO WS-SPOOL-TITULO
           STRING "CIERRE DE EJERCICIO " WS-ANIO-CIERRE
              DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== CIERRE DEL EJERCICIO " WS-ANIO-CIERRE
              " =====" DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-EJ

           OPEN EXTEND ASIENTOS-FILE
           IF NOT ASIENTOS-OK
              OPEN OUTPUT ASIENTOS-FILE
           END-IF

           COMPUTE WS-FECHA-CIERRE = WS-ANIO-CIERRE * 10000 + 1231
           MOVE WS-FECHA-CIERRE TO WS-FECHA-NEGOCIO
           PERFORM ASENTAR-CIERRE-RESULTADOS

           COMPUTE WS-FECHA-CIERRE = (WS-ANIO-CIERRE + 1) * 10000
              + 0101
           MOVE WS-FECHA-CIERRE TO WS-FECHA-NEGOCIO
           PERFORM ABRIR-EJERCICIO-SIGUIENTE

           CLOSE ASIENTOS-FILE
           PERFORM GRABAR-SALDOS-GL

           MOVE SPACES         TO EJERCICIO-RECORD
           MOVE WS-ANIO-CIERRE  TO EC-ANIO
           MOVE WS-RESULTADO-EJ TO EC-RESULTADO
           MOVE FUNCTION CURRENT-DATE TO EC-TIMESTAMP
           OPEN INPUT EJERCICIOS-FILE
           IF NOT EJERCICIOS-OK
              OPEN OUTPUT EJERCICIOS-FILE
           END-IF
           CLOSE EJERCICIOS-FILE
           OPEN EXTEND EJERCICIOS-FILE
           WRITE EJERCICIO-RECORD
           CLOSE EJERCICIOS-FILE

           PERFORM CERRAR-SPOOL
           DISPLAY "Ejercicio " WS-ANIO-CIERRE " cerrado; saldos del"
              " ejercicio en gl_saldos_historico.txt".

      * cuantos periodos de WS-ANIO-CONTROL tienen marca
       CONTAR-PERIODOS-ANIO.
           MOVE ZEROS TO WS-CANT-DEL-ANIO
           PERFORM VARYING WS-PE FROM 1 BY 1
                   UNTIL WS-PE > WS-CANT-PERIODOS
              IF PT-PERIODO(WS-PE)(1:4) = WS-ANIO-CONTROL
                 ADD 1 TO WS-CANT-DEL-ANIO
              END-IF
           END-PERFORM.

       BUSCAR-EJERCICIO-CERRADO.
           MOVE "N" TO WS-EJERCICIO-CERRADO
           OPEN INPUT EJERCICIOS-FILE
           IF EJERCICIOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ EJERCICIOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF EC-ANIO = WS-ANIO-CIERRE
                       SET EJERCICIO-CERRADO TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE EJERCICIOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * los saldos del ejercicio, antes del cierre, quedan guardados
      * con su anio
       ARCHIVAR-SALDOS-EJERCICIO.
           OPEN INPUT SALDOS-HIST-FILE
           IF NOT SALDOS-HIST-OK
              OPEN OUTPUT SALDOS-HIST-FILE
           END-IF
           CLOSE SALDOS-HIST-FILE

           OPEN EXTEND SALDOS-HIST-FILE
           PERFORM VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > WS-CANT-SALDOS
              MOVE SPACES TO SALDO-HIST-RECORD
              MOVE WS-ANIO-CIERRE   TO GH-ANIO
              MOVE SG-CUENTA(WS-SG) TO GH-CUENTA
              MOVE SG-DEBE(WS-SG)   TO GH-DEBE
              MOVE SG-HABER(WS-SG)  TO GH-HABER
              WRITE SALDO-HIST-RECORD
           END-PERFORM
           CLOSE SALDOS-HIST-FILE.

      * cada cuenta de resultado se salda por su diferencia y el
      * total va a resultados no asignados (haber si hubo ganancia,
      * debe si hubo perdida)
       ASENTAR-CIERRE-RESULTADOS.
           MOVE ZEROS TO WS-RESULTADO-EJ
           MOVE "CIERRE EJ" TO WS-ORIGEN-MOV
           MOVE WS-CANT-SALDOS TO WS-CANT-SALDOS-EJ
           PERFORM VARYING WS-EJ FROM 1 BY 1
                   UNTIL WS-EJ > WS-CANT-SALDOS-EJ
              IF SG-CUENTA(WS-EJ) >= CTA-PRIMERA-RESULTADO
                  AND SG-DEBE(WS-EJ) NOT = SG-HABER(WS-EJ)
                 MOVE SG-CUENTA(WS-EJ) TO WS-CUENTA-MOV
                 PERFORM BUSCAR-EN-PLAN
                 COMPUTE WS-SALDO-NETO =
                    SG-HABER(WS-EJ) - SG-DEBE(WS-EJ)
                 ADD WS-SALDO-NETO TO WS-RESULTADO-EJ
                 IF WS-SALDO-NETO > ZEROS
                    MOVE WS-SALDO-NETO TO WS-DEBE-MOV
                    MOVE ZEROS         TO WS-HABER-MOV
                 ELSE
                    MOVE ZEROS         TO WS-DEBE-MOV
                    COMPUTE WS-HABER-MOV = ZEROS - WS-SALDO-NETO
                 END-IF
                 MOVE WS-SALDO-NETO TO WS-EDIT-RESULTADO
                 MOVE SPACES TO WS-SPOOL-LINEA
                 IF WS-PLAN-IDX > ZEROS
                    STRING "  " SG-CUENTA(WS-EJ) " "
                       PN-NOMBRE(WS-PLAN-IDX) " "
                       WS-EDIT-RESULTADO
                       DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 ELSE
                    STRING "  " SG-CUENTA(WS-EJ)
                       " (fuera del plan)         "
                       WS-EDIT-RESULTADO
                       DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 END-IF
                 PERFORM ESCRIBIR-LINEA-EJ
                 PERFORM ASENTAR-MOVIMIENTO
              END-IF
           END-PERFORM

           MOVE CTA-RESULTADOS-ACUM TO WS-CUENTA-MOV
           IF WS-RESULTADO-EJ > ZEROS
              MOVE ZEROS           TO WS-DEBE-MOV
              MOVE WS-RESULTADO-EJ TO WS-HABER-MOV
              PERFORM ASENTAR-MOVIMIENTO
           END-IF
           IF WS-RESULTADO-EJ < ZEROS
              COMPUTE WS-DEBE-MOV = ZEROS - WS-RESULTADO-EJ
              MOVE ZEROS           TO WS-HABER-MOV
              PERFORM ASENTAR-MOVIMIENTO
           END-IF

           MOVE WS-RESULTADO-EJ TO WS-EDIT-RESULTADO
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Resultado del ejercicio (+ ganancia / - perdida) "
              WS-EDIT-RESULTADO
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-EJ.

      * el anio nuevo arranca solo con las patrimoniales, por su
      * saldo neto; las de resultado quedan fuera de gl_saldos.txt
       ABRIR-EJERCICIO-SIGUIENTE.
           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-EJ
           MOVE "Saldos de apertura del ejercicio siguiente:"
              TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-EJ

           MOVE "APERTURA" TO WS-ORIGEN-MOV
           MOVE ZEROS TO WS-CANT-SALDOS-EJ
           PERFORM VARYING WS-EJ FROM 1 BY 1
                   UNTIL WS-EJ > WS-CANT-SALDOS
              COMPUTE WS-SALDO-NETO =
                 SG-DEBE(WS-EJ) - SG-HABER(WS-EJ)
              IF SG-CUENTA(WS-EJ) < CTA-PRIMERA-RESULTADO
                  AND WS-SALDO-NETO NOT = ZEROS
                 ADD 1 TO WS-CANT-SALDOS-EJ
                 MOVE SG-CUENTA(WS-EJ)
                    TO SG-CUENTA(WS-CANT-SALDOS-EJ)
                 IF WS-SALDO-NETO > ZEROS
                    MOVE WS-SALDO-NETO TO SG-DEBE(WS-CANT-SALDOS-EJ)
                    MOVE ZEROS TO SG-HABER(WS-CANT-SALDOS-EJ)
                 ELSE
                    MOVE ZEROS TO SG-DEBE(WS-CANT-SALDOS-EJ)
                    COMPUTE SG-HABER(WS-CANT-SALDOS-EJ) =
                       ZEROS - WS-SALDO-NETO
                 END-IF

                 MOVE SPACES TO ASIENTO-RECORD
                 MOVE WS-FECHA-NEGOCIO TO AS-FECHA
                 MOVE SG-CUENTA(WS-CANT-SALDOS-EJ) TO AS-CUENTA
                 MOVE SG-DEBE(WS-CANT-SALDOS-EJ)   TO AS-DEBE
                 MOVE SG-HABER(WS-CANT-SALDOS-EJ)  TO AS-HABER
                 MOVE WS-ORIGEN-MOV TO AS-ORIGEN
                 WRITE ASIENTO-RECORD
                 ADD 1 TO WS-CANT-ASIENTOS

                 MOVE WS-SALDO-NETO TO WS-EDIT-RESULTADO
                 MOVE SPACES TO WS-SPOOL-LINEA
                 STRING "  " SG-CUENTA(WS-CANT-SALDOS-EJ) " "
                    WS-EDIT-RESULTADO " (+ deudor / - acreedor)"
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 PERFORM ESCRIBIR-LINEA-EJ
              END-IF
           END-PERFORM
           MOVE WS-CANT-SALDOS-EJ TO WS-CANT-SALDOS.

       ESCRIBIR-LINEA-EJ.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       CARGAR-PLAN.
           OPEN INPUT PLAN-FILE
           IF NOT PLAN-OK
           END-IF

           IF PLAN-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-PLAN >= 50
                READ PLAN-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
           MOVE SPACES TO PLAN-RECORD
           MOVE 5110 TO PL-CUENTA
           MOVE "Gasto de sueldos" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Gastos de personal" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 5120 TO PL-CUENTA
           MOVE "Cargas sociales" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Gastos de personal" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 2110 TO PL-CUENTA
           MOVE "Sueldos a pagar" TO PL-NOMBRE
           MOVE "P" TO PL-TIPO
           MOVE "Deudas sociales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 2120 TO PL-CUENTA
           MOVE "Retenciones a pagar" TO PL-NOMBRE
           MOVE "P" TO PL-TIPO
           MOVE "Deudas sociales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 2130 TO PL-CUENTA
           MOVE "Saldos a favor clientes" TO PL-NOMBRE
           MOVE "P" TO PL-TIPO
           MOVE "Deudas comerciales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 2140 TO PL-CUENTA
           MOVE "Cargas sociales a pagar" TO PL-NOMBRE
           MOVE "P" TO PL-TIPO
           MOVE "Deudas sociales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 5210 TO PL-CUENTA
           MOVE "Gasto de comisiones" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Gastos comerciales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 2210 TO PL-CUENTA
           MOVE "Comisiones a pagar" TO PL-NOMBRE
           MOVE "P" TO PL-TIPO
           MOVE "Deudas comerciales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 1110 TO PL-CUENTA
           MOVE "Banco" TO PL-NOMBRE
           MOVE "A" TO PL-TIPO
           MOVE "Disponibilidades" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 1120 TO PL-CUENTA
           MOVE "Caja de boveda" TO PL-NOMBRE
           MOVE "A" TO PL-TIPO
           MOVE "Disponibilidades" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 1150 TO PL-CUENTA
           MOVE "IVA credito fiscal" TO PL-NOMBRE
           MOVE "A" TO PL-TIPO
           MOVE "Creditos fiscales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 1160 TO PL-CUENTA
           MOVE "IVA saldo a favor" TO PL-NOMBRE
           MOVE "A" TO PL-TIPO
           MOVE "Creditos fiscales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 1310 TO PL-CUENTA
           MOVE "Mercaderia" TO PL-NOMBRE
           MOVE "A" TO PL-TIPO
           MOVE "Bienes de cambio" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 2310 TO PL-CUENTA
           MOVE "Proveedores a pagar" TO PL-NOMBRE
           MOVE "P" TO PL-TIPO
           MOVE "Deudas comerciales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 2410 TO PL-CUENTA
           MOVE "IVA debito fiscal" TO PL-NOMBRE
           MOVE "P" TO PL-TIPO
           MOVE "Deudas fiscales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 2420 TO PL-CUENTA
           MOVE "IVA a pagar" TO PL-NOMBRE
           MOVE "P" TO PL-TIPO
           MOVE "Deudas fiscales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 5310 TO PL-CUENTA
           MOVE "Costo por mermas" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Costo de mercaderias" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 5320 TO PL-CUENTA
           MOVE "Costo por donaciones" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Costo de mercaderias" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 1410 TO PL-CUENTA
           MOVE "Bienes de uso" TO PL-NOMBRE
           MOVE "A" TO PL-TIPO
           MOVE "Bienes de uso" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 1490 TO PL-CUENTA
           MOVE "Amortizacion acumulada" TO PL-NOMBRE
           MOVE "A" TO PL-TIPO
           MOVE "Bienes de uso" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 3110 TO PL-CUENTA
           MOVE "Capital" TO PL-NOMBRE
           MOVE "N" TO PL-TIPO
           MOVE "Capital" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 5330 TO PL-CUENTA
           MOVE "Faltantes/sobrantes caja" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Gastos generales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 5410 TO PL-CUENTA
           MOVE "Amortizaciones" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Gastos generales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 5420 TO PL-CUENTA
           MOVE "Resultado baja bienes uso" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Otros resultados" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 1130 TO PL-CUENTA
           MOVE "Deudores por ventas" TO PL-NOMBRE
           MOVE "A" TO PL-TIPO
           MOVE "Creditos por ventas" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 5430 TO PL-CUENTA
           MOVE "Deudores incobrables" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Gastos comerciales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 4110 TO PL-CUENTA
           MOVE "Ingresos por fletes" TO PL-NOMBRE
           MOVE "I" TO PL-TIPO
           MOVE "Ventas de servicios" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 1170 TO PL-CUENTA
           MOVE "Anticipos al personal" TO PL-NOMBRE
           MOVE "A" TO PL-TIPO
           MOVE "Otros creditos" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 3210 TO PL-CUENTA
           MOVE "Resultados no asignados" TO PL-NOMBRE
           MOVE "N" TO PL-TIPO
           MOVE "Result. no asignados" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 5340 TO PL-CUENTA
           MOVE "Mantenimiento de moviles" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Gastos generales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 4120 TO PL-CUENTA
           MOVE "Ventas de fruta" TO PL-NOMBRE
           MOVE "I" TO PL-TIPO
           MOVE "Ventas de bienes" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 5350 TO PL-CUENTA
           MOVE "Costo mercaderia vendida" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Costo de mercaderias" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 4130 TO PL-CUENTA
           MOVE "Ingresos por cursos" TO PL-NOMBRE
           MOVE "I" TO PL-TIPO
           MOVE "Ventas de servicios" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 4140 TO PL-CUENTA
           MOVE "Ingresos por asistencia" TO PL-NOMBRE
           MOVE "I" TO PL-TIPO
           MOVE "Ventas de servicios" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 4150 TO PL-CUENTA
           MOVE "Alquileres y multas" TO PL-NOMBRE
           MOVE "I" TO PL-TIPO
           MOVE "Ventas de servicios" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 4160 TO PL-CUENTA
           MOVE "Ventas varias" TO PL-NOMBRE
           MOVE "I" TO PL-TIPO
           MOVE "Ventas de bienes" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 5360 TO PL-CUENTA
           MOVE "Fletes" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Gastos comerciales" TO PL-RUBRO
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE 5370 TO PL-CUENTA
           MOVE "Gastos bancarios" TO PL-NOMBRE
           MOVE "G" TO PL-TIPO
           MOVE "Gastos generales" TO PL-RUBRO
           WRITE PLAN-RECORD
           CLOSE PLAN-FILE.

       CARGAR-SALDOS-GL.
           OPEN INPUT SALDOS-GL-FILE
           IF SALDOS-GL-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-SALDOS >= 50
                READ SALDOS-GL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END

       CONTABILIZAR-TODO.
           PERFORM LEER-FECHA-NEGOCIO
           PERFORM CARGAR-CCOSTO

           OPEN EXTEND ASIENTOS-FILE
           IF NOT ASIENTOS-OK
           PERFORM CONTABILIZAR-COMISIONES
           PERFORM CONTABILIZAR-LIQUIDACIONES
           PERFORM CONTABILIZAR-COSTOS-INV
           PERFORM CONTABILIZAR-PENDIENTES

           CLOSE ASIENTOS-FILE


       CONTABILIZAR-NOMINA.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT EMPLEADO-MASTER
           IF EMPLEADO-OK
              SET MAESTRO-EMPLEADOS-DISPONIBLE TO TRUE
           ELSE
              DISPLAY "Aviso: sin empleados_master.dat, la nomina se"
                 " asienta sin centro de costo"
           END-IF

           OPEN INPUT PAYROLL-FILE
           IF NOT PAYROLL-OK
              DISPLAY "Sin payroll_register.txt, no hay nomina que"
              END-PERFORM
              CLOSE PAYROLL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           OPEN INPUT RETRO-FILE
           IF RETRO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ RETRO-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END PERFORM ASENTAR-LINEA-RETRO
                END-READ
              END-PERFORM
              CLOSE RETRO-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           IF MAESTRO-EMPLEADOS-DISPONIBLE
              CLOSE EMPLEADO-MASTER
              MOVE "N" TO WS-MAESTRO-EMPLEADOS
           END-IF
           MOVE SPACES TO WS-CCOSTO-MOV.

      * el centro de costo de la nomina es el departamento del
      * empleado; sin maestro o sin departamento queda en blanco
       BUSCAR-CCOSTO-EMPLEADO.
           MOVE SPACES TO WS-CCOSTO-MOV
           IF MAESTRO-EMPLEADOS-DISPONIBLE
              MOVE WS-EMPLEADO-BUSCA TO EM-CODIGO
              READ EMPLEADO-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  IF EM-DEPTO >= 1 AND EM-DEPTO <= 5
                     STRING "D" EM-DEPTO DELIMITED BY SIZE
                        INTO WS-CCOSTO-MOV
                  END-IF
              END-READ
           END-IF.

      * debe el gasto por el bruto; haber retenciones y sueldos a
      * pagar: bruto = deducciones + neto, el asiento balancea
       ASENTAR-LINEA-NOMINA.
           MOVE "NOMINA" TO WS-ORIGEN-MOV
           MOVE PR-EMPLEADO TO WS-EMPLEADO-BUSCA
           PERFORM BUSCAR-CCOSTO-EMPLEADO

           MOVE CTA-GASTO-SUELDOS TO WS-CUENTA-MOV
           MOVE PR-TOTAL TO WS-DEBE-MOV
           MOVE PR-NETO TO WS-HABER-MOV
           PERFORM ASENTAR-MOVIMIENTO.

      * la diferencia retroactiva, con el mismo asiento que la
      * nomina
       ASENTAR-LINEA-RETRO.
           MOVE "RETRO" TO WS-ORIGEN-MOV
           MOVE RT-EMPLEADO TO WS-EMPLEADO-BUSCA
           PERFORM BUSCAR-CCOSTO-EMPLEADO

           MOVE CTA-GASTO-SUELDOS TO WS-CUENTA-MOV
           MOVE RT-TOTAL TO WS-DEBE-MOV
           MOVE ZEROS    TO WS-HABER-MOV
           PERFORM ASENTAR-MOVIMIENTO

           MOVE CTA-RETENCIONES TO WS-CUENTA-MOV
           MOVE ZEROS           TO WS-DEBE-MOV
           MOVE RT-DEDUCCIONES  TO WS-HABER-MOV
           PERFORM ASENTAR-MOVIMIENTO

           MOVE CTA-SUELDOS-A-PAGAR TO WS-CUENTA-MOV
           MOVE ZEROS   TO WS-DEBE-MOV
           MOVE RT-NETO TO WS-HABER-MOV
           PERFORM ASENTAR-MOVIMIENTO.

       CONTABILIZAR-COMISIONES.
           OPEN INPUT LEDGER-FILE
           IF NOT LEDGER-OK
              END-PERFORM
              CLOSE LEDGER-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE SPACES TO WS-CCOSTO-MOV.

      * cancelacion de las cuentas a pagar: debe la cuenta a pagar
      * que corresponda, haber banco; el archivo de liquidaciones se
           ADD 1 TO WS-CANT-LIQUIDADAS
           MOVE "PAGO" TO WS-ORIGEN-MOV

           EVALUATE OL-TIPO
              WHEN "SUE" WHEN "RET"
                 MOVE CTA-SUELDOS-A-PAGAR TO WS-CUENTA-MOV
              WHEN "PRV" WHEN "FLE"
                 MOVE CTA-PROV-A-PAGAR TO WS-CUENTA-MOV
              WHEN "DEV"
                 MOVE CTA-SALDOS-CLIENTES TO WS-CUENTA-MOV
              WHEN "EMB"
                 MOVE CTA-RETENCIONES TO WS-CUENTA-MOV
              WHEN "CSS"
                 MOVE CTA-CARGAS-A-PAGAR TO WS-CUENTA-MOV
              WHEN OTHER
                 MOVE CTA-COMIS-A-PAGAR TO WS-CUENTA-MOV
           END-EVALUATE
           MOVE OL-IMPORTE TO WS-DEBE-MOV
           MOVE ZEROS      TO WS-HABER-MOV
           PERFORM ASENTAR-MOVIMIENTO
                END-READ
              END-PERFORM
              CLOSE MOVS-COSTO-FILE
              MOVE SPACES TO WS-CCOSTO-MOV

              IF WS-CANT-COSTOS > ZEROS
                 OPEN OUTPUT MOVS-COSTO-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * renglones que dejan los otros programas ya armados (cuenta,
      * debe o haber, origen); el archivo se consume al asentarse
       CONTABILIZAR-PENDIENTES.
           OPEN INPUT ASIPEND-FILE
           IF ASIPEND-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ASIPEND-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-PENDIENTES
                    MOVE AG-ORIGEN TO WS-ORIGEN-MOV
                    MOVE AG-CUENTA TO WS-CUENTA-MOV
                    MOVE AG-DEBE   TO WS-DEBE-MOV
                    MOVE AG-HABER  TO WS-HABER-MOV
                    MOVE AG-CCOSTO TO WS-CCOSTO-MOV
                    PERFORM ASENTAR-MOVIMIENTO
                END-READ
              END-PERFORM
              CLOSE ASIPEND-FILE
              MOVE SPACES TO WS-CCOSTO-MOV

              IF WS-CANT-PENDIENTES > ZEROS
                 OPEN OUTPUT ASIPEND-FILE
                 CLOSE ASIPEND-FILE
                 DISPLAY "Asientos pendientes asentados: "
                    WS-CANT-PENDIENTES
              END-IF
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       ASENTAR-COSTO-INV.
           ADD 1 TO WS-CANT-COSTOS
           MOVE "COSTO-INV" TO WS-ORIGEN-MOV
           MOVE SPACES TO WS-CCOSTO-MOV
           IF MO-DEPOSITO IS NUMERIC AND MO-DEPOSITO > ZEROS
              STRING "P" MO-DEPOSITO DELIMITED BY SIZE
                 INTO WS-CCOSTO-MOV
           END-IF

           EVALUATE TRUE
              WHEN MO-TIPO = "ING"
                 MOVE WS-IMPORTE-ABS TO WS-HABER-MOV
                 PERFORM ASENTAR-MOVIMIENTO

              WHEN MO-TIPO = "VTA"
                 MOVE MO-IMPORTE TO WS-IMPORTE-ABS
                 MOVE CTA-COSTO-VENTAS TO WS-CUENTA-MOV
                 MOVE WS-IMPORTE-ABS TO WS-DEBE-MOV
                 MOVE ZEROS          TO WS-HABER-MOV
                 PERFORM ASENTAR-MOVIMIENTO
                 MOVE CTA-MERCADERIA TO WS-CUENTA-MOV
                 MOVE ZEROS          TO WS-DEBE-MOV
                 MOVE WS-IMPORTE-ABS TO WS-HABER-MOV
                 PERFORM ASENTAR-MOVIMIENTO

              WHEN OTHER
                 DISPLAY "Aviso: movimiento de costo de tipo "
                    MO-TIPO " desconocido, no se asienta"
           END-EVALUATE.

       ASENTAR-COMISION.
           COMPUTE WS-IMPORTE =
              LR-RES1 + LR-RES2 + LR-RES3 + LR-RES4 + LR-RES5
           MOVE SPACES TO WS-CCOSTO-MOV
           IF LR-SUCURSAL NOT = SPACES
              STRING "S" LR-SUCURSAL DELIMITED BY SIZE
                 INTO WS-CCOSTO-MOV
           END-IF

           IF LR-REVERSA
              MOVE "REV COMIS" TO WS-ORIGEN-MOV
              MOVE CTA-COMIS-A-PAGAR TO WS-CUENTA-MOV
              MOVE WS-IMPORTE TO WS-DEBE-MOV
              MOVE ZEROS      TO WS-HABER-MOV
              PERFORM ASENTAR-MOVIMIENTO

              MOVE CTA-GASTO-COMISIONES TO WS-CUENTA-MOV
              MOVE ZEROS      TO WS-DEBE-MOV
              MOVE WS-IMPORTE TO WS-HABER-MOV
              PERFORM ASENTAR-MOVIMIENTO
           ELSE
              MOVE "COMISION" TO WS-ORIGEN-MOV
              MOVE CTA-GASTO-COMISIONES TO WS-CUENTA-MOV
              MOVE WS-IMPORTE TO WS-DEBE-MOV
              MOVE ZEROS      TO WS-HABER-MOV
              PERFORM ASENTAR-MOVIMIENTO

              MOVE CTA-COMIS-A-PAGAR TO WS-CUENTA-MOV
              MOVE ZEROS      TO WS-DEBE-MOV
              MOVE WS-IMPORTE TO WS-HABER-MOV
              PERFORM ASENTAR-MOVIMIENTO
           END-IF.

      * cada movimiento queda en el diario y suma al acumulado de su
      * cuenta; una cuenta fuera del plan se avisa pero se asienta,
              DISPLAY "Aviso: cuenta " WS-CUENTA-MOV
                 " fuera del plan de cuentas"
           END-IF
           IF WS-CCOSTO-MOV NOT = SPACES
              PERFORM VALIDAR-CCOSTO
           END-IF

           MOVE SPACES TO ASIENTO-RECORD
           MOVE WS-FECHA-NEGOCIO TO AS-FECHA
           MOVE WS-DEBE-MOV   TO AS-DEBE
           MOVE WS-HABER-MOV  TO AS-HABER
           MOVE WS-ORIGEN-MOV TO AS-ORIGEN
           MOVE WS-CCOSTO-MOV TO AS-CCOSTO
           WRITE ASIENTO-RECORD
           ADD 1 TO WS-CANT-ASIENTOS

           PERFORM SUMAR-A-SALDO.

      * el centro de costo fuera del maestro se avisa una sola vez:
      * se agrega a la tabla despues del aviso
       VALIDAR-CCOSTO.
           MOVE ZEROS TO WS-CCOSTO-IDX
           PERFORM VARYING WS-CT FROM 1 BY 1
                   UNTIL WS-CT > WS-CANT-CCOSTO
              IF WS-CCOSTO-IDX = ZEROS
                  AND CT-CODIGO(WS-CT) = WS-CCOSTO-MOV
                 MOVE WS-CT TO WS-CCOSTO-IDX
              END-IF
           END-PERFORM

           IF WS-CCOSTO-IDX = ZEROS
              DISPLAY "Aviso: centro de costo " WS-CCOSTO-MOV
                 " fuera de centros_costo.txt"
              IF WS-CANT-CCOSTO < 100
                 ADD 1 TO WS-CANT-CCOSTO
                 MOVE WS-CCOSTO-MOV TO CT-CODIGO(WS-CANT-CCOSTO)
              END-IF
           END-IF.

       CARGAR-CCOSTO.
           MOVE ZEROS TO WS-CANT-CCOSTO
           OPEN INPUT CCOSTO-FILE
           IF CCOSTO-OK
              PERFORM UNTIL FIN-CCOSTO OR WS-CANT-CCOSTO >= 100
                READ CCOSTO-FILE
                  AT END SET FIN-CCOSTO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-CCOSTO
                    MOVE CC-CODIGO TO CT-CODIGO(WS-CANT-CCOSTO)
                END-READ
              END-PERFORM
              CLOSE CCOSTO-FILE
           ELSE
              DISPLAY "Aviso: sin centros_costo.txt, cargarlo con"
                 " CENTROS-COSTO"
           END-IF
           MOVE "N" TO WS-FIN-CCOSTO.

       BUSCAR-EN-PLAN.
           MOVE ZEROS TO WS-PLAN-IDX
           PERFORM VARYING WS-PN FROM 1 BY 1
              END-IF
           END-PERFORM

           IF WS-SALDO-IDX = ZEROS AND WS-CANT-SALDOS < 50
              ADD 1 TO WS-CANT-SALDOS
              MOVE WS-CANT-SALDOS TO WS-SALDO-IDX
              MOVE WS-CUENTA-MOV TO SG-CUENTA(WS-SALDO-IDX)
           WRITE BALANCE-LINE.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".

       COPY "LISTA-CIERRE-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
