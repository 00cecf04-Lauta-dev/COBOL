      * retenido como PENDIENTE en horas_extra_pendientes.txt para la
      * decision del supervisor, como APROBAR-AJUSTES hace con los
      * pares de DIFE, en vez de pagarse en silencio.
      *
      * Los aumentos con fecha efectiva hacia atras ya no se
      * recalculan a mano: cada liquidacion semanal deja en
      * payroll_historia.txt las horas comunes y extra pagadas y las
      * tarifas usadas, por empleado y semana. El modo 3 (corrida de
      * retroactivos) toma las acciones de personal pendientes de
      * acciones_personal.txt (cargadas por EMPLEADOS), reliquida a
      * la tarifa nueva las semanas ya liquidadas cuyo lunes cae
      * desde la fecha efectiva y emite la diferencia como renglon
      * aparte en payroll_retro.txt, con sus propias deducciones y
      * neto. Ese renglon lo imprimen RECIBOS, lo asienta CONTABILIZAR
      * y lo ordena ORDENES-PAGO, y suma en payroll_anual.txt para que
      * el certificado de ganancias quede bien. La historia queda con
      * la tarifa nueva y la accion marcada L, asi un rerun no paga
      * dos veces. Una diferencia negativa (rebaja hacia atras) no se
      * descuenta sola: va al log de excepciones para revision.
      *
      * El egreso de un empleado ya no se liquida en una planilla:
      * el modo 4 (liquidacion final) pide empleado, fecha y motivo
      * de egreso y calcula
      *  - los dias habiles trabajados desde la ultima semana
      *    liquidada en payroll_historia.txt, a su tarifa
      *  - las vacaciones no gozadas: el saldo de
      *    licencias_saldos.txt, a la mejor remuneracion mensual / 25
      *  - el aguinaldo proporcional del semestre: la mitad de la
      *    mejor remuneracion mensual del semestre por los dias
      *    trabajados en el semestre
      *  - la indemnizacion por antiguedad, solo en el despido sin
      *    causa (D): una mejor remuneracion mensual por anio de
      *    EM-FECHA-INGRESO, fraccion de mas de 3 meses como anio
      * La mejor remuneracion mensual sale de la historia de los
      * ultimos 12 meses (sin historia, tarifa por 8 horas por 22
      * dias). Deducciones como en la semana, pero solo sobre lo
      * remunerativo (dias y aguinaldo). El resultado entra al
      * registro de la semana (payroll_register.txt y
      * payroll_conceptos.txt, un renglon de concepto por rubro) asi
      * RECIBOS, ORDENES-PAGO y CONTABILIZAR lo toman como a
      * cualquier sueldo; si el empleado ya estaba en el registro de
      * la semana se suma a su renglon. Por eso el modo 4 se corre
      * despues de la liquidacion semanal y antes de esos programas.
      * Ademas deja el saldo de licencias cerrado (usados =
      * devengados), el registro anual de payroll_anual.txt, el
      * detalle en liquidaciones_finales.txt, la fecha y motivo de
      * egreso en el maestro (inactivo) y emite el certificado de
      * haberes y retenciones del anio hasta el egreso por el spool
      * compartido (programa LIQ-FINAL). Un empleado con egreso ya
      * cargado no se liquida dos veces.
      *
      * El aguinaldo (SAC) ya no se saca con calculadora: el modo 5
      * pide anio y semestre y, por cada empleado activo del maestro
      * sin egreso (el egresado lo cobro proporcional en su
      * liquidacion final), toma el mejor mes del semestre de
      * payroll_anual.txt (sin contar los registros de aguinaldo) y
      * paga la mitad, proporcional a los dias del semestre
      * trabajados desde EM-FECHA-INGRESO. Lleva las deducciones de
      * siempre, se suma al registro de la semana como concepto SAC
      * (como la liquidacion final, para RECIBOS, ORDENES-PAGO y
      * CONTABILIZAR) y deja su registro anual marcado AN-TIPO S,
      * que CERTIFICADO-ANUAL muestra aparte. Lo pagado queda en
      * payroll_sac.txt y un rerun del mismo semestre no paga dos
      * veces.
      *
      * Los adelantos de sueldo, prestamos y embargos se descuentan
      * solos en la liquidacion semanal: por cada empleado se aplican
      * sus convenios vigentes de descuentos_nomina.txt (cargados por
      * DESCUENTOS-NOMINA) cuya semana desde ya llego, primero los
      * embargos, despues los adelantos y por ultimo los prestamos.
      * Cada uno descuenta su porcentaje del bruto o su cuota, sin
      * pasar el tope legal del convenio, ni el saldo que le falta, ni
      * dejar el neto debajo del minimo inembargable WS-NETO-MINIMO.
      * Lo descontado se suma a las deducciones, baja el saldo (con
      * saldo cero el convenio queda C) y sale en payroll_conceptos
      * como renglon de descuento (PC-SIGNO D: EMBA, ADEL, PRST) para
      * que RECIBOS lo imprima bajo las deducciones. Cada descuento
      * queda en descuentos_aplicados.txt, de donde ORDENES-PAGO
      * ordena los embargos al juzgado o acreedor; una reliquidacion
      * de la misma semana repite lo ya aplicado en vez de bajar el
      * saldo de nuevo. El recupero de adelantos y prestamos deja su
      * asiento en asientos_pendientes.txt (origen RECUP ANT).
      *
      * licencias_saldos.txt trae tambien los francos compensatorios
      * de las guardias en feriado (LS-TIPO C, con su vencimiento):
      * la liquidacion final paga junto con las vacaciones los
      * francos que el empleado no tomo y que no vencieron a la fecha
      * de egreso, y los cierra igual que las vacaciones.
      *
      * La liquidacion final ya no deja un solo registro anual con
      * todo junto: graba los dias trabajados como un mes comun, el
      * aguinaldo proporcional marcado AN-TIPO S y las vacaciones no
      * gozadas mas la indemnizacion marcadas AN-TIPO N (no
      * remunerativo), que CONTRIBUCIONES deja fuera de la base y
      * los certificados muestran aparte. El mejor mes del
      * aguinaldo tampoco cuenta los registros N.
      *
      * El control de aguinaldo ya pagado toma de payroll_sac.txt
      * solo los pagos del anio y semestre pedidos; si no entran en
      * la tabla la corrida se corta con una excepcion en vez de
      * pagar de nuevo a los que no llego a leer.
      *
      * licencias_saldos.txt se declara con los copybooks LICSALDO-*,
      * los mismos de LICENCIAS y PUENTE-GUARDIAS.
      *
      * payroll_historia.txt guarda solo los ultimos dos anios: las
      * semanas anteriores se descartan al cargarla y salen del
      * archivo en la proxima reescritura. Si la historia vigente no
      * entra en la tabla, la semana, los retroactivos y la
      * liquidacion final se cortan con una excepcion en vez de
      * seguir con una historia incompleta, y un aumento con fecha
      * efectiva anterior a la historia queda pendiente en el log de
      * excepciones. El retroactivo pagado actualiza tambien el
      * bruto de cada semana reliquidada, asi la mejor remuneracion
      * de la liquidacion final ya lleva el aumento.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TIMESHEET-STATUS.
             SELECT PAYROLL-FILE ASSIGN TO "payroll_register.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PAYROLL-STATUS.

             SELECT PAYROLL-ACUM-FILE ASSIGN TO "payroll_acumulado.dat"
                 ORGANIZATION IS INDEXED
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXTRA-PEND-STATUS.

             COPY "NOMHIST-FC.cpy".

             COPY "ACCPERS-FC.cpy".

             COPY "RETRO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "LICSALDO-FC.cpy".

             SELECT FINAL-FILE ASSIGN TO "liquidaciones_finales.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FINAL-STATUS.

             SELECT SAC-FILE ASSIGN TO "payroll_sac.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SAC-STATUS.

             COPY "ESPOOL-FC.cpy".

             COPY "DESCNOM-FC.cpy".

             COPY "ASIPEND-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD TIMESHEET-FILE.
           05 AN-BRUTO     PIC 9(5).
           05 FILLER       PIC X VALUE SPACE.
           05 AN-GANANCIAS PIC 9(6).
           05 FILLER       PIC X VALUE SPACE.
           05 AN-TIPO      PIC X.
              88 AN-ES-SAC           VALUE "S".
              88 AN-NO-REMUNERATIVO  VALUE "N".

        FD CONCEPTOS-FILE.
        01 CONCEPTO-RECORD.
           05 PC-DESCRIPCION PIC X(20).
           05 FILLER         PIC X VALUE SPACE.
           05 PC-IMPORTE     PIC 9(5).
           05 FILLER         PIC X VALUE SPACE.
           05 PC-SIGNO       PIC X.
              88 PC-DESCUENTO VALUE "D".

        FD AUTORIZ-FILE.
        01 AUTORIZACION-RECORD.
           05 FILLER        PIC X VALUE SPACE.
           05 HP-TIMESTAMP  PIC X(21).

        COPY "NOMHIST-FD.cpy".

        COPY "ACCPERS-FD.cpy".

        COPY "RETRO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "LICSALDO-FD.cpy".

        FD FINAL-FILE.
        01 FINAL-RECORD.
           05 LF-EMPLEADO    PIC X(6).
           05 FILLER         PIC X VALUE SPACE.
           05 LF-FECHA-EGRESO PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 LF-MOTIVO      PIC X.
           05 FILLER         PIC X VALUE SPACE.
           05 LF-DIAS        PIC 9(3).
           05 FILLER         PIC X VALUE SPACE.
           05 LF-IMP-DIAS    PIC 9(5).
           05 FILLER         PIC X VALUE SPACE.
           05 LF-DIAS-VAC    PIC 9(3).
           05 FILLER         PIC X VALUE SPACE.
           05 LF-IMP-VAC     PIC 9(5).
           05 FILLER         PIC X VALUE SPACE.
           05 LF-IMP-SAC     PIC 9(5).
           05 FILLER         PIC X VALUE SPACE.
           05 LF-IMP-INDEM   PIC 9(5).
           05 FILLER         PIC X VALUE SPACE.
           05 LF-TOTAL       PIC 9(5).
           05 FILLER         PIC X VALUE SPACE.
           05 LF-DEDUCCIONES PIC 9(5).
           05 FILLER         PIC X VALUE SPACE.
           05 LF-NETO        PIC 9(5).
           05 FILLER         PIC X VALUE SPACE.
           05 LF-TIMESTAMP   PIC X(21).

        FD SAC-FILE.
        01 SAC-RECORD.
           05 SP-EMPLEADO    PIC X(6).
           05 FILLER         PIC X VALUE SPACE.
           05 SP-ANIO        PIC 9(4).
           05 FILLER         PIC X VALUE SPACE.
           05 SP-SEMESTRE    PIC 9(1).
           05 FILLER         PIC X VALUE SPACE.
           05 SP-MEJOR-MES   PIC 9(7).
           05 FILLER         PIC X VALUE SPACE.
           05 SP-DIAS        PIC 9(3).
           05 FILLER         PIC X VALUE SPACE.
           05 SP-IMPORTE     PIC 9(5).
           05 FILLER         PIC X VALUE SPACE.
           05 SP-DEDUCCIONES PIC 9(5).
           05 FILLER         PIC X VALUE SPACE.
           05 SP-NETO        PIC 9(5).

        COPY "ESPOOL-FD.cpy".

        COPY "DESCNOM-FD.cpy".

        COPY "ASIPEND-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "NOMHIST-WS.cpy".
          COPY "ACCPERS-WS.cpy".
          COPY "RETRO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "DESCNOM-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
      * WS-HS     = HORA
      * WS-SAL    = salario x hora (tarifa por defecto sin maestro)
      * WS-SAL-EX = salario extra (idem)
          77 WS-LOTE-OK      PIC X VALUE "S".
              88 LOTE-OK VALUE "S".

      * historia semanal de liquidaciones, para reemplazar la semana
      * reliquidada y para los retroactivos
          01 HISTORIA-TABLA.
             02 HISTORIA-ENT OCCURS 5000 TIMES.
                03 HI-EMPLEADO     PIC X(6).
                03 HI-SEMANA       PIC 9(8).
                03 HI-HS-COMUNES   PIC 9(3).
                03 HI-HS-EXTRA     PIC 9(3).
                03 HI-TARIFA       PIC 9(3).
                03 HI-TARIFA-EXTRA PIC 9(3).
                03 HI-BRUTO        PIC 9(5).
          77 WS-CANT-HISTORIA PIC 9(4) VALUE ZEROS.
          77 WS-HI            PIC 9(4) VALUE ZEROS.
          77 WS-HI-SEMANA     PIC 9(4) VALUE ZEROS.
      * la historia guarda dos anios: lo que alcanzan un retroactivo
      * y la mejor remuneracion de la liquidacion final
          77 WS-HIST-CORTE    PIC 9(8) VALUE ZEROS.
          77 WS-HIST-DESBORDE PIC X VALUE "N".
              88 HISTORIA-DESBORDADA VALUE "S".
          77 WS-HS-COMUNES-SEM PIC 9(3) VALUE ZEROS.

      * acciones de personal, para liquidar las pendientes y
      * reescribirlas marcadas
          01 ACCIONES-TABLA.
             02 ACCION-ENT OCCURS 300 TIMES.
                03 AC-REGISTRO PIC X(100).
          77 WS-CANT-ACCIONES PIC 9(3) VALUE ZEROS.
          77 WS-AC            PIC 9(3) VALUE ZEROS.
          77 WS-ACC-DESBORDE  PIC X VALUE "N".
              88 ACCIONES-DESBORDADAS VALUE "S".

          77 WS-DIF-RETRO     PIC S9(6) VALUE ZEROS.
          77 WS-DIF-SEMANA    PIC S9(6) VALUE ZEROS.
          77 WS-RETRO-DESDE   PIC 9(8) VALUE ZEROS.
          77 WS-RETRO-HASTA   PIC 9(8) VALUE ZEROS.
          77 WS-SEMANAS-RETRO PIC 9(2) VALUE ZEROS.
          77 WS-CANT-RETROS   PIC 9(3) VALUE ZEROS.

      * liquidacion final por egreso
          COPY "LICSALDO-WS.cpy".
          77 WS-FINAL-STATUS PIC X(2) VALUE "00".
              88 FINAL-OK VALUE "00".
          77 WS-PAYROLL-STATUS PIC X(2) VALUE "00".
              88 PAYROLL-OK VALUE "00".

          01 WS-FECHA-EGRESO.
             05 WS-EG-ANIO PIC 9(4).
             05 WS-EG-MES  PIC 9(2).
             05 WS-EG-DIA  PIC 9(2).
          01 WS-FECHA-SEMANA.
             05 WS-SE-ANIO PIC 9(4).
             05 WS-SE-MES  PIC 9(2).
             05 WS-SE-DIA  PIC 9(2).
          77 WS-MOTIVO-EGRESO PIC X VALUE SPACE.
              88 MOTIVO-EGRESO-VALIDO VALUE "R" "D" "C" "J" "M".
              88 MOTIVO-DESPIDO-SIN-CAUSA VALUE "D".
          77 WS-FECHA-HOY     PIC 9(8) VALUE ZEROS.

      * bruto liquidado por mes calendario hacia atras desde el mes
      * del egreso (1 = mes del egreso ... 12 = once meses antes)
          01 MESES-REMUN-TABLA.
             02 MR-BRUTO PIC 9(7) OCCURS 12 TIMES.
          77 WS-MR            PIC 9(2) VALUE ZEROS.
          77 WS-MESES-ATRAS   PIC S9(5) VALUE ZEROS.
          77 WS-MESES-SEM     PIC 9(2) VALUE ZEROS.
          77 WS-MEJOR-MENSUAL PIC 9(7) VALUE ZEROS.
          77 WS-MEJOR-SEMESTRE PIC 9(7) VALUE ZEROS.
          77 WS-ULT-SEMANA    PIC 9(8) VALUE ZEROS.

          77 WS-PERIODO-DESDE PIC 9(8) VALUE ZEROS.
          77 WS-DIAS-HABILES  PIC 9(3) VALUE ZEROS.
          77 WS-IMP-DIAS      PIC 9(7) VALUE ZEROS.
          77 WS-DIAS-VAC      PIC 9(4) VALUE ZEROS.
          77 WS-IMP-VAC       PIC 9(7) VALUE ZEROS.
          77 WS-SEM-DESDE     PIC 9(8) VALUE ZEROS.
          77 WS-SEM-HASTA     PIC 9(8) VALUE ZEROS.
          77 WS-DIAS-SEM      PIC 9(3) VALUE ZEROS.
          77 WS-LARGO-SEM     PIC 9(3) VALUE ZEROS.
          77 WS-IMP-SAC       PIC 9(7) VALUE ZEROS.
          77 WS-ANIOS-INDEM   PIC 9(3) VALUE ZEROS.
          77 WS-RESTO-ANTIG   PIC S9(7) VALUE ZEROS.
          77 WS-IMP-INDEM     PIC 9(7) VALUE ZEROS.
          77 WS-REMUNERATIVO  PIC 9(7) VALUE ZEROS.
          77 WS-GAN-FINAL     PIC 9(6) VALUE ZEROS.
          77 WS-GAN-DIAS      PIC 9(6) VALUE ZEROS.
          77 WS-ANUAL-TIPO    PIC X VALUE SPACE.
          77 WS-TOTAL-FINAL   PIC 9(7) VALUE ZEROS.
          77 WS-NETO-FINAL    PIC S9(7) VALUE ZEROS.
          77 WS-TOPE-REGISTRO PIC 9(7) VALUE ZEROS.

      * saldos de licencia, para cerrar los del empleado que egresa
          01 SALDOS-TABLA.
             02 SALDO-ENT OCCURS 200 TIMES.
                03 ST-REGISTRO PIC X(43).
          77 WS-CANT-SALDOS PIC 9(3) VALUE ZEROS.
          77 WS-SA          PIC 9(3) VALUE ZEROS.
          77 WS-SALDOS-DESBORDE PIC X VALUE "N".
              88 SALDOS-DESBORDADOS VALUE "S".
          77 WS-DIAS-DISP-LIC PIC S9(4) VALUE ZEROS.

      * registro de la semana, para sumar el egreso al renglon del
      * empleado si ya figura
          01 REGISTRO-TABLA.
             02 REGISTRO-ENT OCCURS 300 TIMES.
                03 RG-REGISTRO PIC X(36).
          77 WS-CANT-REGISTRO PIC 9(3) VALUE ZEROS.
          77 WS-RG            PIC 9(3) VALUE ZEROS.
          77 WS-RG-EMPLEADO   PIC 9(3) VALUE ZEROS.
          77 WS-REG-DESBORDE  PIC X VALUE "N".
              88 REGISTRO-DESBORDADO VALUE "S".

      * certificado del anio hasta el egreso
          01 CERT-MESES-TABLA.
             02 CM-MES-ENT OCCURS 12 TIMES.
                03 CM-BRUTO     PIC 9(8).
                03 CM-GANANCIAS PIC 9(8).
          77 WS-CM             PIC 9(2) VALUE ZEROS.
          77 WS-CERT-SAC-BRUTO PIC 9(8) VALUE ZEROS.
          77 WS-CERT-SAC-GAN   PIC 9(8) VALUE ZEROS.
          77 WS-CERT-NOREM     PIC 9(8) VALUE ZEROS.
          77 WS-TOT-BRUTO      PIC 9(9) VALUE ZEROS.
          77 WS-TOT-GANANCIAS  PIC 9(9) VALUE ZEROS.
          77 WS-EDIT-BRUTO     PIC ZZ,ZZZ,ZZ9 VALUE ZEROS.
          77 WS-EDIT-GAN       PIC ZZ,ZZZ,ZZ9 VALUE ZEROS.
          77 WS-EDIT-IMPORTE   PIC ZZZ,ZZ9 VALUE ZEROS.
          77 WS-LINEA-REGLA    PIC X(50) VALUE ALL "=".

      * corrida de aguinaldo del semestre
          77 WS-SAC-STATUS PIC X(2) VALUE "00".
              88 SAC-OK VALUE "00".
          77 WS-ANIO-SAC     PIC 9(4) VALUE ZEROS.
          77 WS-SEMESTRE-SAC PIC 9(1) VALUE ZEROS.
          77 WS-MES-DESDE    PIC 9(2) VALUE ZEROS.
          77 WS-MES-HASTA    PIC 9(2) VALUE ZEROS.
          77 WS-CANT-SAC     PIC 9(3) VALUE ZEROS.
          77 WS-CANT-SAC-YA  PIC 9(3) VALUE ZEROS.
          77 WS-CANT-SAC-CERO PIC 9(3) VALUE ZEROS.

      * mejor mes del semestre por empleado, de payroll_anual.txt
          01 SAC-MESES-TABLA.
             02 SAC-EMP-ENT OCCURS 200 TIMES.
                03 SM-EMPLEADO PIC X(6).
                03 SM-BRUTO    PIC 9(7) OCCURS 6 TIMES.
          77 WS-CANT-SM      PIC 9(3) VALUE ZEROS.
          77 WS-SM           PIC 9(3) VALUE ZEROS.
          77 WS-SM-IDX       PIC 9(3) VALUE ZEROS.
          77 WS-SM-MES       PIC 9(1) VALUE ZEROS.
          77 WS-SM-DESBORDE  PIC X VALUE "N".
              88 SAC-MESES-DESBORDADOS VALUE "S".

      * aguinaldos ya pagados del semestre pedido (payroll_sac.txt)
          01 SAC-PAGOS-TABLA.
             02 SAC-PAGO-ENT OCCURS 300 TIMES.
                03 SG-EMPLEADO PIC X(6).
                03 SG-ANIO     PIC 9(4).
                03 SG-SEMESTRE PIC 9(1).
          77 WS-CANT-SG      PIC 9(3) VALUE ZEROS.
          77 WS-SG           PIC 9(3) VALUE ZEROS.
          77 WS-SAC-PAGADO   PIC X VALUE "N".
              88 SAC-YA-PAGADO VALUE "S".
          77 WS-SG-DESBORDE  PIC X VALUE "N".
              88 SAC-PAGOS-DESBORDADOS VALUE "S".

      * convenios de descuento por nomina y lo ya aplicado en la
      * semana que se liquida (DP-NUEVO S: aplicado en esta corrida)
          01 DESCUENTOS-TABLA.
             02 DESCUENTO-ENT OCCURS 300 TIMES.
                03 DT-REGISTRO PIC X(70).
          77 WS-CANT-DESC    PIC 9(3) VALUE ZEROS.
          77 WS-DT           PIC 9(3) VALUE ZEROS.
          77 WS-DESC-DESBORDE PIC X VALUE "N".
              88 DESCUENTOS-DESBORDADOS VALUE "S".
          01 APLICADOS-TABLA.
             02 APLICADO-ENT OCCURS 500 TIMES.
                03 DP-REGISTRO PIC X(45).
                03 DP-NUEVO    PIC X.
          77 WS-CANT-APLIC   PIC 9(3) VALUE ZEROS.
          77 WS-DP           PIC 9(3) VALUE ZEROS.
          77 WS-DP-ENCONTRADO PIC 9(3) VALUE ZEROS.
          77 WS-CANT-APLIC-NUEVOS PIC 9(3) VALUE ZEROS.
          77 WS-PRIORIDAD    PIC 9(1) VALUE ZEROS.
          77 WS-TIPO-PRIORIDAD PIC X VALUE SPACE.
          77 WS-IMP-DESCUENTO  PIC 9(7) VALUE ZEROS.
          77 WS-TOPE-DESCUENTO PIC 9(7) VALUE ZEROS.
          77 WS-DISPONIBLE     PIC S9(7) VALUE ZEROS.
          77 WS-RECUPERO-ANT   PIC 9(9) VALUE ZEROS.
      * neto semanal minimo inembargable: ningun convenio lo perfora
          77 WS-NETO-MINIMO    PIC 9(5) VALUE 1000.

       PROCEDURE DIVISION.
           DISPLAY "1 - Un dia por teclado"
           DISPLAY "2 - Registro semanal desde timesheet.txt"
           DISPLAY "3 - Retroactivos de acciones de personal"
           DISPLAY "4 - Liquidacion final por egreso"
           DISPLAY "5 - Aguinaldo (SAC) del semestre"
           ACCEPT WS-MODO

           OPEN I-O PAYROLL-ACUM-FILE
              OPEN I-O PAYROLL-ACUM-FILE
           END-IF

           IF WS-MODO = 4
              OPEN I-O EMPLEADO-MASTER
           ELSE
              OPEN INPUT EMPLEADO-MASTER
           END-IF
           IF EMPLEADO-MASTER-OK
              SET MAESTRO-EMPLEADOS-DISPONIBLE TO TRUE
           ELSE
                 " con las tarifas historicas y sin validar codigos"
           END-IF

           IF WS-MODO = 2 OR WS-MODO = 3 OR WS-MODO = 4
               OR WS-MODO = 5
              EVALUATE WS-MODO
                 WHEN 5
                    PERFORM PROCESAR-AGUINALDO
                       THRU FIN-PROCESAR-AGUINALDO
                 WHEN 4
                    PERFORM LIQUIDACION-FINAL
                       THRU FIN-LIQUIDACION-FINAL
                 WHEN 3
                    PERFORM PROCESAR-RETROACTIVOS
                 WHEN OTHER
                    PERFORM PROCESAR-SEMANA
              END-EVALUATE
           ELSE
              DISPLAY "Empleado"
              ACCEPT WS-EMPLEADO
                 " no cuadra, no se liquida la semana"
           ELSE
              PERFORM CARGAR-CONCEPTOS
              PERFORM CARGAR-HISTORIA
              IF HISTORIA-DESBORDADA
                 PERFORM ABORTAR-POR-HISTORIA
              ELSE
                 PERFORM LIQUIDAR-SEMANA
              END-IF
           END-IF.

       LIQUIDAR-SEMANA.
           DISPLAY "Semana que se liquida (AAAAMMDD del lunes)"
           ACCEPT WS-SEMANA-LIQ
           PERFORM CARGAR-AUTORIZACIONES
           PERFORM CARGAR-DESCUENTOS

           OPEN INPUT TIMESHEET-FILE
           OPEN OUTPUT PAYROLL-FILE
           OPEN OUTPUT CONC-REG-FILE

           PERFORM UNTIL FIN-ARCHIVO
             READ TIMESHEET-FILE
               AT END SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF NOT TT-ES-TRAILER
                    PERFORM LIQUIDAR-EMPLEADO
                       THRU FIN-LIQUIDAR-EMPLEADO
                 END-IF
             END-READ
           END-PERFORM

           CLOSE TIMESHEET-FILE
           CLOSE PAYROLL-FILE
           CLOSE CONC-REG-FILE

           PERFORM REESCRIBIR-HISTORIA

           PERFORM CERRAR-DESCUENTOS.

      * convenios de descuento y lo ya aplicado en la semana que se
      * liquida; con mas convenios de los que entran no se aplica
      * ninguno, para no descontar a medias
       CARGAR-DESCUENTOS.
           OPEN INPUT DESCNOM-FILE
           IF DESCNOM-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ DESCNOM-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-DESC >= 300
                       SET DESCUENTOS-DESBORDADOS TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-DESC
                       MOVE DESCNOM-RECORD
                          TO DT-REGISTRO(WS-CANT-DESC)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DESCNOM-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           OPEN INPUT DESCAPL-FILE
           IF DESCAPL-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ DESCAPL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF DA-SEMANA = WS-SEMANA-LIQ
                       IF WS-CANT-APLIC >= 500
                          SET DESCUENTOS-DESBORDADOS TO TRUE
                          SET FIN-ARCHIVO TO TRUE
                       ELSE
                          ADD 1 TO WS-CANT-APLIC
                          MOVE DESCAPL-RECORD
                             TO DP-REGISTRO(WS-CANT-APLIC)
                          MOVE "N" TO DP-NUEVO(WS-CANT-APLIC)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DESCAPL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           IF DESCUENTOS-DESBORDADOS
              DISPLAY "Aviso: descuentos_nomina.txt supera 300"
                 " convenios (o 500 aplicados en la semana), no se"
                 " aplican descuentos por convenio"
           END-IF.

      * los convenios quedan con el saldo nuevo y lo aplicado en la
      * corrida se agrega a descuentos_aplicados.txt; el recupero de
      * adelantos y prestamos sale de retenciones contra anticipos
       CERRAR-DESCUENTOS.
           IF WS-CANT-APLIC-NUEVOS > ZEROS
              OPEN OUTPUT DESCNOM-FILE
              PERFORM VARYING WS-DT FROM 1 BY 1
                      UNTIL WS-DT > WS-CANT-DESC
                 MOVE DT-REGISTRO(WS-DT) TO DESCNOM-RECORD
                 WRITE DESCNOM-RECORD
              END-PERFORM
              CLOSE DESCNOM-FILE

              OPEN INPUT DESCAPL-FILE
              IF NOT DESCAPL-OK
                 OPEN OUTPUT DESCAPL-FILE
              END-IF
              CLOSE DESCAPL-FILE

              OPEN EXTEND DESCAPL-FILE
              PERFORM VARYING WS-DP FROM 1 BY 1
                      UNTIL WS-DP > WS-CANT-APLIC
                 IF DP-NUEVO(WS-DP) = "S"
                    MOVE DP-REGISTRO(WS-DP) TO DESCAPL-RECORD
                    WRITE DESCAPL-RECORD
                 END-IF
              END-PERFORM
              CLOSE DESCAPL-FILE

              DISPLAY "Descuentos por convenio aplicados: "
                 WS-CANT-APLIC-NUEVOS
           END-IF

           IF WS-RECUPERO-ANT > ZEROS
              PERFORM LEER-FECHA-NEGOCIO
              MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
              MOVE "RECUP ANT"      TO WS-AG-ORIGEN

              MOVE 2120            TO WS-AG-CUENTA
              MOVE WS-RECUPERO-ANT TO WS-AG-DEBE
              MOVE ZEROS           TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND

              MOVE 1170            TO WS-AG-CUENTA
              MOVE ZEROS           TO WS-AG-DEBE
              MOVE WS-RECUPERO-ANT TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF.

       CARGAR-AUTORIZACIONES.
           END-IF

           MOVE ZEROS TO WS-REG-SEM WS-EX-SEM WS-TOTAL-SEM
           MOVE ZEROS TO WS-HS-COMUNES-SEM
           PERFORM BUSCAR-AUTORIZACION-EMP
           MOVE ZEROS TO WS-EXTRA-PAGADA WS-EXTRA-EXCESO

           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1 UNTIL WS-DIA-IDX > 7
             MOVE TS-HS-DIA(WS-DIA-IDX) TO WS-HS-DIA
             ADD WS-HS-DIA TO WS-HS-COMUNES-SEM
             IF WS-HS-DIA > 0 AND WS-HS-DIA <= WS-HS
                COMPUTE WS-REG-SEM =
                    WS-REG-SEM + (WS-HS-DIA * WS-TARIFA)

           PERFORM CALCULAR-DEDUCCIONES

           PERFORM APLICAR-DESCUENTOS

           MOVE SPACES      TO PAYROLL-RECORD
           MOVE TS-EMPLEADO TO PR-EMPLEADO
           MOVE WS-REG-SEM  TO PR-REGULAR

           MOVE WS-TOTAL-SEM TO WS-RES
           PERFORM ACTUALIZAR-ACUMULADO-EMPLEADO
           PERFORM ACUMULAR-ANUAL-EMPLEADO
           PERFORM REGISTRAR-HISTORIA.

       FIN-LIQUIDAR-EMPLEADO.
           CONTINUE.
      * ganancias por separado, para el certificado de fin de anio
       ACUMULAR-ANUAL-EMPLEADO.
           MOVE SPACES TO ANUAL-RECORD
           MOVE WS-EMPLEADO TO AN-EMPLEADO
           MOVE FUNCTION CURRENT-DATE(1:4) TO AN-ANIO
           MOVE FUNCTION CURRENT-DATE(5:2) TO AN-MES
           MOVE WS-TOTAL-SEM TO AN-BRUTO
           MOVE WS-RETEN-GANANCIA TO AN-GANANCIAS
           IF WS-MODO = 5
              MOVE "S" TO AN-TIPO
           ELSE
              MOVE WS-ANUAL-TIPO TO AN-TIPO
           END-IF

           OPEN INPUT ANUAL-FILE
           IF NOT ANUAL-OK
              MOVE ZEROS TO WS-NETO
           END-IF.

      * convenios del empleado por prioridad: embargos, adelantos,
      * prestamos
       APLICAR-DESCUENTOS.
           IF NOT DESCUENTOS-DESBORDADOS
              PERFORM VARYING WS-PRIORIDAD FROM 1 BY 1
                      UNTIL WS-PRIORIDAD > 3
                 EVALUATE WS-PRIORIDAD
                    WHEN 1
                       MOVE "E" TO WS-TIPO-PRIORIDAD
                    WHEN 2
                       MOVE "A" TO WS-TIPO-PRIORIDAD
                    WHEN OTHER
                       MOVE "P" TO WS-TIPO-PRIORIDAD
                 END-EVALUATE
                 PERFORM VARYING WS-DT FROM 1 BY 1
                         UNTIL WS-DT > WS-CANT-DESC
                    MOVE DT-REGISTRO(WS-DT) TO DESCNOM-RECORD
                    IF DN-EMPLEADO = WS-EMPLEADO
                        AND DN-TIPO = WS-TIPO-PRIORIDAD
                       PERFORM APLICAR-CONVENIO
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF.

      * lo ya aplicado al convenio en la semana (reliquidacion) se
      * repite sin tocar el saldo; si no, se calcula la cuota y se
      * baja el saldo
       APLICAR-CONVENIO.
           MOVE ZEROS TO WS-IMP-DESCUENTO
           MOVE ZEROS TO WS-DP-ENCONTRADO
           PERFORM VARYING WS-DP FROM 1 BY 1
                   UNTIL WS-DP > WS-CANT-APLIC
              MOVE DP-REGISTRO(WS-DP) TO DESCAPL-RECORD
              IF DA-ID = DN-ID
                 MOVE WS-DP TO WS-DP-ENCONTRADO
              END-IF
           END-PERFORM

           IF WS-DP-ENCONTRADO > ZEROS
              MOVE DP-REGISTRO(WS-DP-ENCONTRADO) TO DESCAPL-RECORD
              MOVE DA-IMPORTE TO WS-IMP-DESCUENTO
              IF WS-IMP-DESCUENTO > WS-NETO
                 MOVE WS-NETO TO WS-IMP-DESCUENTO
                 DISPLAY WS-EMPLEADO ": el convenio " DN-ID
                    " ya aplicado no entra en el neto, revisar"
              END-IF
           ELSE
              IF DN-VIGENTE AND DN-SALDO > ZEROS
                  AND DN-SEMANA-DESDE <= WS-SEMANA-LIQ
                 IF WS-CANT-APLIC >= 500
                    DISPLAY "Aviso: mas de 500 descuentos en la"
                       " semana, no se aplica el convenio " DN-ID
                 ELSE
                    PERFORM CALCULAR-CUOTA-CONVENIO
                    IF WS-IMP-DESCUENTO > ZEROS
                       PERFORM REGISTRAR-DESCUENTO
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-IMP-DESCUENTO > ZEROS
              ADD WS-IMP-DESCUENTO TO WS-DEDUCCIONES
              SUBTRACT WS-IMP-DESCUENTO FROM WS-NETO

              MOVE SPACES TO CONC-REG-RECORD
              MOVE WS-EMPLEADO TO PC-EMPLEADO
              EVALUATE TRUE
                 WHEN DN-EMBARGO
                    MOVE "EMBA"    TO PC-CODIGO
                    MOVE "Embargo" TO PC-DESCRIPCION
                 WHEN DN-ADELANTO
                    MOVE "ADEL"    TO PC-CODIGO
                    MOVE "Adelanto de sueldo" TO PC-DESCRIPCION
                 WHEN OTHER
                    MOVE "PRST"    TO PC-CODIGO
                    MOVE "Cuota de prestamo" TO PC-DESCRIPCION
              END-EVALUATE
              MOVE WS-IMP-DESCUENTO TO PC-IMPORTE
              SET PC-DESCUENTO TO TRUE
              WRITE CONC-REG-RECORD
           END-IF.

      * porcentaje del bruto o cuota fija, recortado por el tope
      * legal del convenio, por el saldo y por el neto minimo
       CALCULAR-CUOTA-CONVENIO.
           IF DN-PORCENTAJE > ZEROS
              COMPUTE WS-IMP-DESCUENTO =
                 WS-TOTAL-SEM * DN-PORCENTAJE / 100
           ELSE
              MOVE DN-CUOTA TO WS-IMP-DESCUENTO
           END-IF

           IF DN-TOPE-PCT > ZEROS
              COMPUTE WS-TOPE-DESCUENTO =
                 WS-TOTAL-SEM * DN-TOPE-PCT / 100
              IF WS-IMP-DESCUENTO > WS-TOPE-DESCUENTO
                 MOVE WS-TOPE-DESCUENTO TO WS-IMP-DESCUENTO
              END-IF
           END-IF

           IF WS-IMP-DESCUENTO > DN-SALDO
              MOVE DN-SALDO TO WS-IMP-DESCUENTO
           END-IF

           COMPUTE WS-DISPONIBLE = WS-NETO - WS-NETO-MINIMO
           IF WS-DISPONIBLE < ZEROS
              MOVE ZEROS TO WS-DISPONIBLE
           END-IF
           IF WS-IMP-DESCUENTO > WS-DISPONIBLE
              MOVE WS-DISPONIBLE TO WS-IMP-DESCUENTO
              DISPLAY WS-EMPLEADO ": el convenio " DN-ID
                 " se recorta para no bajar del neto minimo"
           END-IF.

      * baja el saldo del convenio y deja el descuento aplicado
       REGISTRAR-DESCUENTO.
           SUBTRACT WS-IMP-DESCUENTO FROM DN-SALDO
           IF DN-SALDO = ZEROS
              SET DN-CANCELADO TO TRUE
           END-IF
           MOVE DESCNOM-RECORD TO DT-REGISTRO(WS-DT)

           MOVE SPACES TO DESCAPL-RECORD
           MOVE DN-ID            TO DA-ID
           MOVE DN-EMPLEADO      TO DA-EMPLEADO
           MOVE DN-TIPO          TO DA-TIPO
           MOVE WS-SEMANA-LIQ    TO DA-SEMANA
           MOVE WS-IMP-DESCUENTO TO DA-IMPORTE
           MOVE DN-BENEFICIARIO  TO DA-BENEFICIARIO
           ADD 1 TO WS-CANT-APLIC
           MOVE DESCAPL-RECORD TO DP-REGISTRO(WS-CANT-APLIC)
           MOVE "S" TO DP-NUEVO(WS-CANT-APLIC)
           ADD 1 TO WS-CANT-APLIC-NUEVOS

           IF DN-ADELANTO OR DN-PRESTAMO
              ADD WS-IMP-DESCUENTO TO WS-RECUPERO-ANT
           END-IF.

      * la semana liquidada queda en la historia; si la semana ya
      * estaba (reliquidacion) se reemplaza su renglon
       REGISTRAR-HISTORIA.
           MOVE ZEROS TO WS-HI-SEMANA
           PERFORM VARYING WS-HI FROM 1 BY 1
                   UNTIL WS-HI > WS-CANT-HISTORIA
              IF HI-EMPLEADO(WS-HI) = WS-EMPLEADO
                  AND HI-SEMANA(WS-HI) = WS-SEMANA-LIQ
                 MOVE WS-HI TO WS-HI-SEMANA
              END-IF
           END-PERFORM

           IF WS-HI-SEMANA = ZEROS
              IF WS-CANT-HISTORIA >= 5000
                 SET HISTORIA-DESBORDADA TO TRUE
                 DISPLAY "Aviso: " WS-EMPLEADO " semana "
                    WS-SEMANA-LIQ " no entra en la historia"
                 MOVE "JUBI-LARSE"  TO WS-EXC-PROGRAMA
                 MOVE "PH-SEMANA"   TO WS-EXC-CAMPO
                 MOVE WS-EMPLEADO   TO WS-EXC-VALOR
                 PERFORM REGISTRAR-EXCEPCION
              ELSE
                 ADD 1 TO WS-CANT-HISTORIA
                 MOVE WS-CANT-HISTORIA TO WS-HI-SEMANA
              END-IF
           END-IF

           IF WS-HI-SEMANA NOT = ZEROS
              MOVE WS-EMPLEADO       TO HI-EMPLEADO(WS-HI-SEMANA)
              MOVE WS-SEMANA-LIQ     TO HI-SEMANA(WS-HI-SEMANA)
              MOVE WS-HS-COMUNES-SEM TO HI-HS-COMUNES(WS-HI-SEMANA)
              MOVE WS-EXTRA-PAGADA   TO HI-HS-EXTRA(WS-HI-SEMANA)
              MOVE WS-TARIFA         TO HI-TARIFA(WS-HI-SEMANA)
              MOVE WS-TARIFA-EXTRA
                 TO HI-TARIFA-EXTRA(WS-HI-SEMANA)
              MOVE WS-TOTAL-SEM      TO HI-BRUTO(WS-HI-SEMANA)
           END-IF.

      * las semanas de mas de dos anios se descartan al cargar y la
      * proxima reescritura las saca del archivo; si aun asi no
      * entran, la corrida se corta
       CARGAR-HISTORIA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HIST-CORTE
           SUBTRACT 20000 FROM WS-HIST-CORTE
           OPEN INPUT NOMHIST-FILE
           IF NOMHIST-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ NOMHIST-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    EVALUATE TRUE
                     WHEN PH-SEMANA < WS-HIST-CORTE
                       CONTINUE
                     WHEN WS-CANT-HISTORIA >= 5000
                       SET HISTORIA-DESBORDADA TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                     WHEN OTHER
                       ADD 1 TO WS-CANT-HISTORIA
                       MOVE PH-EMPLEADO
                          TO HI-EMPLEADO(WS-CANT-HISTORIA)
                       MOVE PH-SEMANA TO HI-SEMANA(WS-CANT-HISTORIA)
                       MOVE PH-HS-COMUNES
                          TO HI-HS-COMUNES(WS-CANT-HISTORIA)
                       MOVE PH-HS-EXTRA
                          TO HI-HS-EXTRA(WS-CANT-HISTORIA)
                       MOVE PH-TARIFA TO HI-TARIFA(WS-CANT-HISTORIA)
                       MOVE PH-TARIFA-EXTRA
                          TO HI-TARIFA-EXTRA(WS-CANT-HISTORIA)
                       MOVE PH-BRUTO TO HI-BRUTO(WS-CANT-HISTORIA)
                    END-EVALUATE
                END-READ
              END-PERFORM
              CLOSE NOMHIST-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       REESCRIBIR-HISTORIA.
           OPEN OUTPUT NOMHIST-FILE
           PERFORM VARYING WS-HI FROM 1 BY 1
                   UNTIL WS-HI > WS-CANT-HISTORIA
              MOVE SPACES TO NOMHIST-RECORD
              MOVE HI-EMPLEADO(WS-HI)     TO PH-EMPLEADO
              MOVE HI-SEMANA(WS-HI)       TO PH-SEMANA
              MOVE HI-HS-COMUNES(WS-HI)   TO PH-HS-COMUNES
              MOVE HI-HS-EXTRA(WS-HI)     TO PH-HS-EXTRA
              MOVE HI-TARIFA(WS-HI)       TO PH-TARIFA
              MOVE HI-TARIFA-EXTRA(WS-HI) TO PH-TARIFA-EXTRA
              MOVE HI-BRUTO(WS-HI)        TO PH-BRUTO
              WRITE NOMHIST-RECORD
           END-PERFORM
           CLOSE NOMHIST-FILE.

      * la historia vigente no entra en la tabla: seguir con una
      * historia incompleta pagaria mal retroactivos y egresos
       ABORTAR-POR-HISTORIA.
           DISPLAY "ABORTADO: payroll_historia.txt tiene mas de 5000"
              " semanas de los ultimos dos anios"
           MOVE "JUBI-LARSE"   TO WS-EXC-PROGRAMA
           MOVE "PH-SEMANA"    TO WS-EXC-CAMPO
           MOVE WS-HIST-CORTE  TO WS-EXC-VALOR
           PERFORM REGISTRAR-EXCEPCION.

      * corrida de retroactivos: cada accion de personal pendiente se
      * liquida contra la historia; payroll_retro.txt se reemplaza con
      * los renglones de esta corrida
       PROCESAR-RETROACTIVOS.
           PERFORM CARGAR-HISTORIA
           PERFORM CARGAR-ACCIONES
           EVALUATE TRUE
              WHEN HISTORIA-DESBORDADA
                 PERFORM ABORTAR-POR-HISTORIA
              WHEN ACCIONES-DESBORDADAS
                 DISPLAY "ABORTADO: acciones_personal.txt supera la"
                    " tabla"
              WHEN OTHER
                 OPEN OUTPUT RETRO-FILE
                 PERFORM VARYING WS-AC FROM 1 BY 1
                         UNTIL WS-AC > WS-CANT-ACCIONES
                    MOVE AC-REGISTRO(WS-AC) TO ACCPERS-RECORD
                    IF AP-RETRO-PENDIENTE
                       IF AP-FECHA-EFECTIVA < WS-HIST-CORTE
                          PERFORM RETRO-FUERA-DE-HISTORIA
                       ELSE
                          PERFORM LIQUIDAR-RETROACTIVO
                          MOVE ACCPERS-RECORD TO AC-REGISTRO(WS-AC)
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE RETRO-FILE

                 PERFORM REESCRIBIR-HISTORIA
                 PERFORM REESCRIBIR-ACCIONES

                 DISPLAY " "
                 DISPLAY "Renglones retroactivos emitidos: "
                    WS-CANT-RETROS " (payroll_retro.txt)"
           END-EVALUATE.

      * la historia solo guarda dos anios: un aumento con fecha
      * efectiva anterior no se puede reliquidar entero, queda
      * pendiente y en el log de excepciones para liquidarlo a mano
       RETRO-FUERA-DE-HISTORIA.
           DISPLAY AP-EMPLEADO " accion " AP-ID ": fecha efectiva "
              AP-FECHA-EFECTIVA " anterior a la historia guardada,"
              " queda pendiente"
           MOVE "JUBI-LARSE"        TO WS-EXC-PROGRAMA
           MOVE "AP-FECHA-EFECT"    TO WS-EXC-CAMPO
           MOVE AP-EMPLEADO         TO WS-EXC-VALOR
           PERFORM REGISTRAR-EXCEPCION.

      * diferencia = horas comunes por la diferencia de tarifa mas
      * horas extra por la diferencia de tarifa extra, de cada semana
      * liquidada desde la fecha efectiva
       LIQUIDAR-RETROACTIVO.
           MOVE AP-EMPLEADO TO WS-EMPLEADO
           MOVE ZEROS TO WS-DIF-RETRO WS-SEMANAS-RETRO
           MOVE ZEROS TO WS-RETRO-DESDE WS-RETRO-HASTA

           PERFORM VARYING WS-HI FROM 1 BY 1
                   UNTIL WS-HI > WS-CANT-HISTORIA
              IF HI-EMPLEADO(WS-HI) = WS-EMPLEADO
                  AND HI-SEMANA(WS-HI) >= AP-FECHA-EFECTIVA
                 COMPUTE WS-DIF-SEMANA =
                    HI-HS-COMUNES(WS-HI)
                       * (AP-TARIFA-NUE - HI-TARIFA(WS-HI))
                    + HI-HS-EXTRA(WS-HI)
                       * (AP-EXTRA-NUE - HI-TARIFA-EXTRA(WS-HI))
                 ADD WS-DIF-SEMANA TO WS-DIF-RETRO
                 MOVE AP-TARIFA-NUE TO HI-TARIFA(WS-HI)
                 MOVE AP-EXTRA-NUE  TO HI-TARIFA-EXTRA(WS-HI)
                 ADD WS-DIF-SEMANA  TO HI-BRUTO(WS-HI)
                 ADD 1 TO WS-SEMANAS-RETRO
                 IF WS-RETRO-DESDE = ZEROS
                     OR HI-SEMANA(WS-HI) < WS-RETRO-DESDE
                    MOVE HI-SEMANA(WS-HI) TO WS-RETRO-DESDE
                 END-IF
                 IF HI-SEMANA(WS-HI) > WS-RETRO-HASTA
                    MOVE HI-SEMANA(WS-HI) TO WS-RETRO-HASTA
                 END-IF
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-DIF-RETRO > ZEROS
                 MOVE WS-DIF-RETRO TO WS-TOTAL-SEM
                 PERFORM CALCULAR-DEDUCCIONES

                 MOVE SPACES         TO RETRO-RECORD
                 MOVE WS-EMPLEADO    TO RT-EMPLEADO
                 MOVE AP-ID          TO RT-ACCION
                 MOVE WS-RETRO-DESDE TO RT-DESDE
                 MOVE WS-RETRO-HASTA TO RT-HASTA
                 MOVE WS-SEMANAS-RETRO TO RT-SEMANAS
                 MOVE WS-TOTAL-SEM   TO RT-TOTAL
                 MOVE WS-DEDUCCIONES TO RT-DEDUCCIONES
                 MOVE WS-NETO        TO RT-NETO
                 WRITE RETRO-RECORD
                 ADD 1 TO WS-CANT-RETROS

                 PERFORM ACUMULAR-ANUAL-EMPLEADO

                 DISPLAY WS-EMPLEADO " retroactivo accion " AP-ID
                    ": " WS-SEMANAS-RETRO " semanas, diferencia="
                    WS-TOTAL-SEM " deduc=" WS-DEDUCCIONES
                    " neto=" WS-NETO
              WHEN WS-DIF-RETRO < ZEROS
                 DISPLAY WS-EMPLEADO " accion " AP-ID
                    ": diferencia negativa, no se descuenta; queda"
                    " en el log de excepciones"
                 MOVE "JUBI-LARSE"   TO WS-EXC-PROGRAMA
                 MOVE "AP-RETRO-NEG" TO WS-EXC-CAMPO
                 MOVE WS-EMPLEADO    TO WS-EXC-VALOR
                 PERFORM REGISTRAR-EXCEPCION
              WHEN OTHER
                 DISPLAY WS-EMPLEADO " accion " AP-ID
                    ": sin semanas liquidadas desde "
                    AP-FECHA-EFECTIVA ", no hay diferencia"
           END-EVALUATE

           SET AP-RETRO-LIQUIDADO TO TRUE.

       CARGAR-ACCIONES.
           OPEN INPUT ACCPERS-FILE
           IF ACCPERS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ACCPERS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-ACCIONES >= 300
                       SET ACCIONES-DESBORDADAS TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-ACCIONES
                       MOVE ACCPERS-RECORD
                          TO AC-REGISTRO(WS-CANT-ACCIONES)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCPERS-FILE
           ELSE
              DISPLAY "Sin acciones_personal.txt, no hay"
                 " retroactivos que liquidar"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       REESCRIBIR-ACCIONES.
           IF WS-CANT-ACCIONES > ZEROS
              OPEN OUTPUT ACCPERS-FILE
              PERFORM VARYING WS-AC FROM 1 BY 1
                      UNTIL WS-AC > WS-CANT-ACCIONES
                 MOVE AC-REGISTRO(WS-AC) TO ACCPERS-RECORD
                 WRITE ACCPERS-RECORD
              END-PERFORM
              CLOSE ACCPERS-FILE
           END-IF.

      * liquidacion final por egreso: dias del periodo sin liquidar,
      * vacaciones no gozadas, aguinaldo proporcional e indemnizacion
      * (despido sin causa), al registro de la semana
       LIQUIDACION-FINAL.
           IF NOT MAESTRO-EMPLEADOS-DISPONIBLE
              DISPLAY "Sin empleados_master.dat no se puede liquidar"
                 " un egreso"
              GO TO FIN-LIQUIDACION-FINAL
           END-IF

           DISPLAY "Empleado que egresa"
           ACCEPT WS-EMPLEADO
           MOVE WS-EMPLEADO TO EM-CODIGO
           READ EMPLEADO-MASTER
             INVALID KEY
               DISPLAY "Empleado " WS-EMPLEADO " no esta en el maestro"
               GO TO FIN-LIQUIDACION-FINAL
           END-READ
           IF EM-FECHA-EGRESO NOT NUMERIC
              MOVE ZEROS TO EM-FECHA-EGRESO
           END-IF
           IF EM-FECHA-EGRESO > ZEROS
              DISPLAY "Empleado " WS-EMPLEADO " ya tiene egreso del "
                 EM-FECHA-EGRESO ", no se liquida dos veces"
              GO TO FIN-LIQUIDACION-FINAL
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           DISPLAY "Fecha de egreso (AAAAMMDD)"
           ACCEPT WS-FECHA-EGRESO
           IF WS-FECHA-EGRESO NOT > EM-FECHA-INGRESO
               OR WS-FECHA-EGRESO > WS-FECHA-HOY
              DISPLAY "Fecha de egreso no valida: debe ser posterior"
                 " al ingreso (" EM-FECHA-INGRESO ") y no futura"
              GO TO FIN-LIQUIDACION-FINAL
           END-IF
           DISPLAY "Motivo (R = renuncia, D = despido sin causa,"
              " C = despido con causa, J = jubilacion,"
              " M = mutuo acuerdo)"
           ACCEPT WS-MOTIVO-EGRESO
           IF NOT MOTIVO-EGRESO-VALIDO
              DISPLAY "Motivo no valido, no se liquida"
              GO TO FIN-LIQUIDACION-FINAL
           END-IF

           PERFORM CARGAR-HISTORIA
           PERFORM CARGAR-SALDOS-LIC
           PERFORM CARGAR-REGISTRO-SEMANA
           IF HISTORIA-DESBORDADA
              PERFORM ABORTAR-POR-HISTORIA
              GO TO FIN-LIQUIDACION-FINAL
           END-IF
           IF SALDOS-DESBORDADOS OR REGISTRO-DESBORDADO
              DISPLAY "ABORTADO: licencias_saldos.txt o"
                 " payroll_register.txt superan la tabla"
              GO TO FIN-LIQUIDACION-FINAL
           END-IF

           PERFORM CALCULAR-MEJOR-REMUNERACION
           PERFORM CALCULAR-DIAS-TRABAJADOS
           PERFORM CALCULAR-VACACIONES-NO-GOZADAS
           PERFORM CALCULAR-SAC-PROPORCIONAL
           PERFORM CALCULAR-INDEMNIZACION

      * las deducciones solo van sobre lo remunerativo; vacaciones no
      * gozadas e indemnizacion se pagan enteras
           COMPUTE WS-REMUNERATIVO = WS-IMP-DIAS + WS-IMP-SAC
           COMPUTE WS-TOTAL-FINAL =
              WS-REMUNERATIVO + WS-IMP-VAC + WS-IMP-INDEM

           MOVE WS-TOTAL-FINAL TO WS-TOPE-REGISTRO
           IF WS-RG-EMPLEADO > ZEROS
              MOVE RG-REGISTRO(WS-RG-EMPLEADO) TO PAYROLL-RECORD
              ADD PR-TOTAL TO WS-TOPE-REGISTRO
           END-IF
           IF WS-TOPE-REGISTRO > 99999
              DISPLAY "ABORTADO: la liquidacion final de " WS-EMPLEADO
                 " (" WS-TOTAL-FINAL ") no entra en el registro de"
                 " nomina; liquidar a mano"
              MOVE "JUBI-LARSE"     TO WS-EXC-PROGRAMA
              MOVE "PR-TOTAL-FINAL" TO WS-EXC-CAMPO
              MOVE WS-EMPLEADO      TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
              GO TO FIN-LIQUIDACION-FINAL
           END-IF

           MOVE WS-REMUNERATIVO TO WS-TOTAL-SEM
           PERFORM CALCULAR-DEDUCCIONES
           COMPUTE WS-NETO-FINAL = WS-TOTAL-FINAL - WS-DEDUCCIONES
           IF WS-NETO-FINAL < ZEROS
              MOVE ZEROS TO WS-NETO-FINAL
           END-IF

           PERFORM GRABAR-REGISTRO-FINAL
           PERFORM GRABAR-CONCEPTOS-FINAL

           PERFORM ACUMULAR-ANUAL-FINAL

           PERFORM CERRAR-SALDOS-LIC

           MOVE "N"              TO EM-ACTIVO
           MOVE WS-FECHA-EGRESO  TO EM-FECHA-EGRESO
           MOVE WS-MOTIVO-EGRESO TO EM-MOTIVO-EGRESO
           REWRITE EMPLEADO-MASTER-RECORD
           IF NOT EMPLEADO-MASTER-OK
              DISPLAY "Error al grabar el egreso en el maestro: "
                 WS-EMPLEADO-STATUS
           END-IF

           PERFORM REGISTRAR-LIQUIDACION-FINAL

           DISPLAY WS-EMPLEADO " egreso " WS-FECHA-EGRESO
              " motivo " WS-MOTIVO-EGRESO
           DISPLAY "  dias trabajados " WS-DIAS-HABILES
              " = " WS-IMP-DIAS
           DISPLAY "  vacaciones no gozadas " WS-DIAS-VAC
              " dias = " WS-IMP-VAC
           DISPLAY "  aguinaldo proporcional = " WS-IMP-SAC
           DISPLAY "  indemnizacion antiguedad = " WS-IMP-INDEM
           DISPLAY "  total=" WS-TOTAL-FINAL
              " deduc=" WS-DEDUCCIONES " neto=" WS-NETO-FINAL

           PERFORM EMITIR-CERTIFICADO-EGRESO.

       FIN-LIQUIDACION-FINAL.
           CONTINUE.

      * la liquidacion final va a payroll_anual.txt en tres lineas:
      * los dias trabajados como mes comun, el aguinaldo
      * proporcional marcado S y las vacaciones no gozadas mas la
      * indemnizacion marcadas N (no remunerativas: sin ganancias ni
      * contribuciones). La retencion se reparte entre dias y
      * aguinaldo en proporcion a cada importe
       ACUMULAR-ANUAL-FINAL.
           MOVE WS-RETEN-GANANCIA TO WS-GAN-FINAL
           MOVE ZEROS TO WS-GAN-DIAS
           IF WS-IMP-DIAS > ZEROS
              IF WS-IMP-SAC > ZEROS
                 COMPUTE WS-GAN-DIAS =
                    WS-GAN-FINAL * WS-IMP-DIAS / WS-REMUNERATIVO
              ELSE
                 MOVE WS-GAN-FINAL TO WS-GAN-DIAS
              END-IF
              MOVE WS-IMP-DIAS TO WS-TOTAL-SEM
              MOVE WS-GAN-DIAS TO WS-RETEN-GANANCIA
              MOVE SPACE       TO WS-ANUAL-TIPO
              PERFORM ACUMULAR-ANUAL-EMPLEADO
           END-IF

           IF WS-IMP-SAC > ZEROS
              MOVE WS-IMP-SAC TO WS-TOTAL-SEM
              COMPUTE WS-RETEN-GANANCIA = WS-GAN-FINAL - WS-GAN-DIAS
              MOVE "S"        TO WS-ANUAL-TIPO
              PERFORM ACUMULAR-ANUAL-EMPLEADO
           END-IF

           IF WS-IMP-VAC + WS-IMP-INDEM > ZEROS
              COMPUTE WS-TOTAL-SEM = WS-IMP-VAC + WS-IMP-INDEM
              MOVE ZEROS      TO WS-RETEN-GANANCIA
              MOVE "N"        TO WS-ANUAL-TIPO
              PERFORM ACUMULAR-ANUAL-EMPLEADO
           END-IF

           MOVE SPACE         TO WS-ANUAL-TIPO
           MOVE WS-GAN-FINAL  TO WS-RETEN-GANANCIA.

      * bruto de la historia por mes calendario, de los 12 meses que
      * terminan en el del egreso; la mejor remuneracion mensual es
      * el mayor de esos meses y la del semestre el mayor de los
      * meses del semestre del egreso
       CALCULAR-MEJOR-REMUNERACION.
           INITIALIZE MESES-REMUN-TABLA
           MOVE ZEROS TO WS-ULT-SEMANA
           PERFORM VARYING WS-HI FROM 1 BY 1
                   UNTIL WS-HI > WS-CANT-HISTORIA
              IF HI-EMPLEADO(WS-HI) = WS-EMPLEADO
                  AND HI-SEMANA(WS-HI) <= WS-FECHA-EGRESO
                 MOVE HI-SEMANA(WS-HI) TO WS-FECHA-SEMANA
                 COMPUTE WS-MESES-ATRAS =
                    ((WS-EG-ANIO * 12) + WS-EG-MES)
                    - ((WS-SE-ANIO * 12) + WS-SE-MES)
                 IF WS-MESES-ATRAS >= 0 AND WS-MESES-ATRAS < 12
                    ADD HI-BRUTO(WS-HI)
                       TO MR-BRUTO(WS-MESES-ATRAS + 1)
                 END-IF
                 IF HI-SEMANA(WS-HI) > WS-ULT-SEMANA
                    MOVE HI-SEMANA(WS-HI) TO WS-ULT-SEMANA
                 END-IF
              END-IF
           END-PERFORM

           IF WS-EG-MES > 6
              COMPUTE WS-MESES-SEM = WS-EG-MES - 6
           ELSE
              MOVE WS-EG-MES TO WS-MESES-SEM
           END-IF

           MOVE ZEROS TO WS-MEJOR-MENSUAL WS-MEJOR-SEMESTRE
           PERFORM VARYING WS-MR FROM 1 BY 1 UNTIL WS-MR > 12
              IF MR-BRUTO(WS-MR) > WS-MEJOR-MENSUAL
                 MOVE MR-BRUTO(WS-MR) TO WS-MEJOR-MENSUAL
              END-IF
              IF WS-MR <= WS-MESES-SEM
                  AND MR-BRUTO(WS-MR) > WS-MEJOR-SEMESTRE
                 MOVE MR-BRUTO(WS-MR) TO WS-MEJOR-SEMESTRE
              END-IF
           END-PERFORM

           IF WS-MEJOR-MENSUAL = ZEROS
              COMPUTE WS-MEJOR-MENSUAL = EM-TARIFA * WS-HS * 22
              DISPLAY "Aviso: " WS-EMPLEADO " sin liquidaciones en la"
                 " historia, se toma tarifa por 8 horas por 22 dias"
           END-IF
           IF WS-MEJOR-SEMESTRE = ZEROS
              MOVE WS-MEJOR-MENSUAL TO WS-MEJOR-SEMESTRE
           END-IF.

      * dias habiles (lunes a viernes) desde el lunes siguiente a la
      * ultima semana liquidada hasta el egreso; sin historia, desde
      * el primero del mes del egreso (o el ingreso, si es posterior)
       CALCULAR-DIAS-TRABAJADOS.
           IF WS-ULT-SEMANA > ZEROS
              MOVE WS-ULT-SEMANA TO WS-FC-FECHA
              MOVE 7 TO WS-FC-DIAS-SUMAR
              PERFORM SUMAR-DIAS-FECHA
              MOVE WS-FC-FECHA TO WS-PERIODO-DESDE
           ELSE
              MOVE WS-FECHA-EGRESO TO WS-PERIODO-DESDE
              MOVE "01" TO WS-PERIODO-DESDE(7:2)
              IF EM-FECHA-INGRESO > WS-PERIODO-DESDE
                 MOVE EM-FECHA-INGRESO TO WS-PERIODO-DESDE
              END-IF
           END-IF

           MOVE ZEROS TO WS-DIAS-HABILES
           MOVE WS-PERIODO-DESDE TO WS-FC-FECHA
           PERFORM UNTIL WS-FC-FECHA > WS-FECHA-EGRESO
              PERFORM DIA-SEMANA-FECHA
              IF WS-FC-DIA-SEMANA <= 5
                 ADD 1 TO WS-DIAS-HABILES
              END-IF
              MOVE 1 TO WS-FC-DIAS-SUMAR
              PERFORM SUMAR-DIAS-FECHA
           END-PERFORM

           COMPUTE WS-IMP-DIAS = WS-DIAS-HABILES * WS-HS * EM-TARIFA.

      * saldo de vacaciones de todos los anios del empleado, y sus
      * francos compensatorios sin vencer, pagado a la mejor
      * remuneracion mensual dividida 25
       CALCULAR-VACACIONES-NO-GOZADAS.
           MOVE ZEROS TO WS-DIAS-VAC
           PERFORM VARYING WS-SA FROM 1 BY 1
                   UNTIL WS-SA > WS-CANT-SALDOS
              MOVE ST-REGISTRO(WS-SA) TO SALDO-LIC-RECORD
              IF LS-EMPLEADO = WS-EMPLEADO
                 PERFORM DISPONIBLE-SALDO-LIC
                 ADD WS-DIAS-DISP-LIC TO WS-DIAS-VAC
              END-IF
           END-PERFORM

           COMPUTE WS-IMP-VAC ROUNDED =
              WS-DIAS-VAC * WS-MEJOR-MENSUAL / 25.

      * media mejor remuneracion del semestre por los dias trabajados
      * en el semestre sobre los dias del semestre
       CALCULAR-SAC-PROPORCIONAL.
           MOVE WS-FECHA-EGRESO TO WS-SEM-DESDE
           MOVE WS-FECHA-EGRESO TO WS-SEM-HASTA
           IF WS-EG-MES > 6
              MOVE "0701" TO WS-SEM-DESDE(5:4)
              MOVE "1231" TO WS-SEM-HASTA(5:4)
           ELSE
              MOVE "0101" TO WS-SEM-DESDE(5:4)
              MOVE "0630" TO WS-SEM-HASTA(5:4)
           END-IF

           MOVE WS-SEM-DESDE TO WS-FC-FECHA
           MOVE WS-SEM-HASTA TO WS-FC-FECHA-B
           PERFORM DIAS-ENTRE-FECHAS
           COMPUTE WS-LARGO-SEM = WS-FC-DIAS-ENTRE + 1

           IF EM-FECHA-INGRESO > WS-SEM-DESDE
              MOVE EM-FECHA-INGRESO TO WS-SEM-DESDE
           END-IF
           MOVE WS-SEM-DESDE    TO WS-FC-FECHA
           MOVE WS-FECHA-EGRESO TO WS-FC-FECHA-B
           PERFORM DIAS-ENTRE-FECHAS
           COMPUTE WS-DIAS-SEM = WS-FC-DIAS-ENTRE + 1

           COMPUTE WS-IMP-SAC ROUNDED =
              (WS-MEJOR-SEMESTRE / 2) * WS-DIAS-SEM / WS-LARGO-SEM.

      * solo el despido sin causa: una mejor remuneracion mensual por
      * anio de antiguedad, la fraccion de mas de tres meses cuenta
      * como anio y nunca menos de uno
       CALCULAR-INDEMNIZACION.
           MOVE ZEROS TO WS-ANIOS-INDEM WS-IMP-INDEM
           IF MOTIVO-DESPIDO-SIN-CAUSA
              MOVE EM-FECHA-INGRESO TO WS-FC-FECHA
              MOVE WS-FECHA-EGRESO  TO WS-FC-FECHA-B
              PERFORM DIAS-ENTRE-FECHAS
              COMPUTE WS-ANIOS-INDEM = WS-FC-DIAS-ENTRE / 365
              COMPUTE WS-RESTO-ANTIG =
                 WS-FC-DIAS-ENTRE - (WS-ANIOS-INDEM * 365)
              IF WS-RESTO-ANTIG > 90 OR WS-ANIOS-INDEM = ZEROS
                 ADD 1 TO WS-ANIOS-INDEM
              END-IF
              COMPUTE WS-IMP-INDEM = WS-MEJOR-MENSUAL * WS-ANIOS-INDEM
           END-IF.

       CARGAR-SALDOS-LIC.
           MOVE ZEROS TO WS-CANT-SALDOS
           OPEN INPUT SALDOS-LIC-FILE
           IF SALDOS-LIC-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ SALDOS-LIC-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-SALDOS >= 200
                       SET SALDOS-DESBORDADOS TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-SALDOS
                       MOVE SALDO-LIC-RECORD
                          TO ST-REGISTRO(WS-CANT-SALDOS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SALDOS-LIC-FILE
           ELSE
              DISPLAY "Aviso: sin licencias_saldos.txt, no hay"
                 " vacaciones no gozadas que liquidar"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * el saldo del empleado queda cerrado: lo no gozado se pago
       CERRAR-SALDOS-LIC.
           IF WS-CANT-SALDOS > ZEROS
              OPEN OUTPUT SALDOS-LIC-FILE
              PERFORM VARYING WS-SA FROM 1 BY 1
                      UNTIL WS-SA > WS-CANT-SALDOS
                 MOVE ST-REGISTRO(WS-SA) TO SALDO-LIC-RECORD
                 IF LS-EMPLEADO = WS-EMPLEADO
                    PERFORM DISPONIBLE-SALDO-LIC
                    ADD WS-DIAS-DISP-LIC TO LS-USADOS
                 END-IF
                 WRITE SALDO-LIC-RECORD
              END-PERFORM
              CLOSE SALDOS-LIC-FILE
           END-IF.

      * dias sin usar del renglon de saldo; el franco vencido a la
      * fecha de egreso no cuenta (los renglones de vacaciones
      * anteriores a los francos no traen vencidos)
       DISPONIBLE-SALDO-LIC.
           MOVE ZEROS TO WS-DIAS-DISP-LIC
           IF LS-VENCIDOS IS NOT NUMERIC
              MOVE ZEROS TO LS-VENCIDOS
           END-IF
           IF LS-DEVENGADOS > LS-USADOS + LS-VENCIDOS
              COMPUTE WS-DIAS-DISP-LIC =
                 LS-DEVENGADOS - LS-USADOS - LS-VENCIDOS
           END-IF
           IF LS-COMPENSATORIO AND LS-VENCE < WS-FECHA-EGRESO
              MOVE ZEROS TO WS-DIAS-DISP-LIC
           END-IF.

       CARGAR-REGISTRO-SEMANA.
           MOVE ZEROS TO WS-CANT-REGISTRO WS-RG-EMPLEADO
           OPEN INPUT PAYROLL-FILE
           IF PAYROLL-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ PAYROLL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-REGISTRO >= 300
                       SET REGISTRO-DESBORDADO TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-REGISTRO
                       MOVE PAYROLL-RECORD
                          TO RG-REGISTRO(WS-CANT-REGISTRO)
                       IF PR-EMPLEADO = WS-EMPLEADO
                          MOVE WS-CANT-REGISTRO TO WS-RG-EMPLEADO
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PAYROLL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * el egreso se suma al renglon de la semana del empleado o
      * entra como renglon nuevo al final del registro
       GRABAR-REGISTRO-FINAL.
           IF WS-RG-EMPLEADO > ZEROS
              MOVE RG-REGISTRO(WS-RG-EMPLEADO) TO PAYROLL-RECORD
              ADD WS-IMP-DIAS    TO PR-REGULAR
              ADD WS-TOTAL-FINAL TO PR-TOTAL
              ADD WS-DEDUCCIONES TO PR-DEDUCCIONES
              ADD WS-NETO-FINAL  TO PR-NETO
              MOVE PAYROLL-RECORD TO RG-REGISTRO(WS-RG-EMPLEADO)
           ELSE
              ADD 1 TO WS-CANT-REGISTRO
              MOVE SPACES         TO PAYROLL-RECORD
              MOVE WS-EMPLEADO    TO PR-EMPLEADO
              MOVE WS-IMP-DIAS    TO PR-REGULAR
              MOVE ZEROS          TO PR-EXTRA
              MOVE WS-TOTAL-FINAL TO PR-TOTAL
              MOVE WS-DEDUCCIONES TO PR-DEDUCCIONES
              MOVE WS-NETO-FINAL  TO PR-NETO
              MOVE PAYROLL-RECORD TO RG-REGISTRO(WS-CANT-REGISTRO)
           END-IF
           PERFORM ESCRIBIR-REGISTRO-SEMANA.

       ESCRIBIR-REGISTRO-SEMANA.
           OPEN OUTPUT PAYROLL-FILE
           PERFORM VARYING WS-RG FROM 1 BY 1
                   UNTIL WS-RG > WS-CANT-REGISTRO
              MOVE RG-REGISTRO(WS-RG) TO PAYROLL-RECORD
              WRITE PAYROLL-RECORD
           END-PERFORM
           CLOSE PAYROLL-FILE.

      * un renglon de concepto por rubro no remunerativo o
      * proporcional, para que el recibo lo muestre aparte
       GRABAR-CONCEPTOS-FINAL.
           OPEN INPUT CONC-REG-FILE
           IF NOT CONC-REG-OK
              OPEN OUTPUT CONC-REG-FILE
           END-IF
           CLOSE CONC-REG-FILE

           OPEN EXTEND CONC-REG-FILE
           IF WS-IMP-VAC > ZEROS
              MOVE SPACES TO CONC-REG-RECORD
              MOVE WS-EMPLEADO TO PC-EMPLEADO
              MOVE "VACN" TO PC-CODIGO
              MOVE "Vacac. no gozadas" TO PC-DESCRIPCION
              MOVE WS-IMP-VAC TO PC-IMPORTE
              WRITE CONC-REG-RECORD
           END-IF
           IF WS-IMP-SAC > ZEROS
              MOVE SPACES TO CONC-REG-RECORD
              MOVE WS-EMPLEADO TO PC-EMPLEADO
              MOVE "SACP" TO PC-CODIGO
              MOVE "Aguinaldo proporc." TO PC-DESCRIPCION
              MOVE WS-IMP-SAC TO PC-IMPORTE
              WRITE CONC-REG-RECORD
           END-IF
           IF WS-IMP-INDEM > ZEROS
              MOVE SPACES TO CONC-REG-RECORD
              MOVE WS-EMPLEADO TO PC-EMPLEADO
              MOVE "INDE" TO PC-CODIGO
              MOVE "Indemniz. antiguedad" TO PC-DESCRIPCION
              MOVE WS-IMP-INDEM TO PC-IMPORTE
              WRITE CONC-REG-RECORD
           END-IF
           CLOSE CONC-REG-FILE.

       REGISTRAR-LIQUIDACION-FINAL.
           MOVE SPACES           TO FINAL-RECORD
           MOVE WS-EMPLEADO      TO LF-EMPLEADO
           MOVE WS-FECHA-EGRESO  TO LF-FECHA-EGRESO
           MOVE WS-MOTIVO-EGRESO TO LF-MOTIVO
           MOVE WS-DIAS-HABILES  TO LF-DIAS
           MOVE WS-IMP-DIAS      TO LF-IMP-DIAS
           MOVE WS-DIAS-VAC      TO LF-DIAS-VAC
           MOVE WS-IMP-VAC       TO LF-IMP-VAC
           MOVE WS-IMP-SAC       TO LF-IMP-SAC
           MOVE WS-IMP-INDEM     TO LF-IMP-INDEM
           MOVE WS-TOTAL-FINAL   TO LF-TOTAL
           MOVE WS-DEDUCCIONES   TO LF-DEDUCCIONES
           MOVE WS-NETO-FINAL    TO LF-NETO
           MOVE FUNCTION CURRENT-DATE TO LF-TIMESTAMP

           OPEN INPUT FINAL-FILE
           IF NOT FINAL-OK
              OPEN OUTPUT FINAL-FILE
           END-IF
           CLOSE FINAL-FILE

           OPEN EXTEND FINAL-FILE
           WRITE FINAL-RECORD
           CLOSE FINAL-FILE.

      * certificado de haberes y retenciones del anio hasta el
      * egreso, con lo que ya esta en payroll_anual.txt (incluida la
      * liquidacion final recien grabada)
       EMITIR-CERTIFICADO-EGRESO.
           INITIALIZE CERT-MESES-TABLA
           MOVE ZEROS TO WS-CERT-SAC-BRUTO WS-CERT-SAC-GAN
                         WS-CERT-NOREM
           OPEN INPUT ANUAL-FILE
           IF ANUAL-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ANUAL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AN-EMPLEADO = WS-EMPLEADO
                        AND AN-ANIO = WS-EG-ANIO
                        AND AN-MES >= 1 AND AN-MES <= 12
                       EVALUATE TRUE
                         WHEN AN-ES-SAC
                          ADD AN-BRUTO     TO WS-CERT-SAC-BRUTO
                          ADD AN-GANANCIAS TO WS-CERT-SAC-GAN
                         WHEN AN-NO-REMUNERATIVO
                          ADD AN-BRUTO     TO WS-CERT-NOREM
                         WHEN OTHER
                          ADD AN-BRUTO     TO CM-BRUTO(AN-MES)
                          ADD AN-GANANCIAS TO CM-GANANCIAS(AN-MES)
                       END-EVALUATE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ANUAL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           MOVE "LIQ-FINAL" TO WS-SPOOL-PROGRAMA
           MOVE SPACES TO WS-SPOOL-TITULO
           STRING "CERTIFICADO EGRESO " WS-EMPLEADO
              DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           MOVE WS-FECHA-HOY TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE WS-LINEA-REGLA TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CERT-EGRESO
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "CERTIFICADO DE HABERES Y RETENCIONES " WS-EG-ANIO
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CERT-EGRESO
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "EMPLEADO: " WS-EMPLEADO " " EM-NOMBRE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CERT-EGRESO
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "HASTA EL EGRESO DEL " WS-FECHA-EGRESO
              "  MOTIVO " WS-MOTIVO-EGRESO
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CERT-EGRESO

           MOVE ZEROS TO WS-TOT-BRUTO WS-TOT-GANANCIAS
           PERFORM VARYING WS-CM FROM 1 BY 1 UNTIL WS-CM > 12
              IF CM-BRUTO(WS-CM) > ZEROS
                  OR CM-GANANCIAS(WS-CM) > ZEROS
                 ADD CM-BRUTO(WS-CM)     TO WS-TOT-BRUTO
                 ADD CM-GANANCIAS(WS-CM) TO WS-TOT-GANANCIAS
                 MOVE CM-BRUTO(WS-CM)     TO WS-EDIT-BRUTO
                 MOVE CM-GANANCIAS(WS-CM) TO WS-EDIT-GAN
                 MOVE SPACES TO WS-SPOOL-LINEA
                 STRING "  MES " WS-CM "  BRUTO " WS-EDIT-BRUTO
                    "  GANANCIAS " WS-EDIT-GAN
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 PERFORM ESCRIBIR-LINEA-CERT-EGRESO
              END-IF
           END-PERFORM

           IF WS-CERT-SAC-BRUTO > ZEROS
              ADD WS-CERT-SAC-BRUTO TO WS-TOT-BRUTO
              ADD WS-CERT-SAC-GAN   TO WS-TOT-GANANCIAS
              MOVE WS-CERT-SAC-BRUTO TO WS-EDIT-BRUTO
              MOVE WS-CERT-SAC-GAN   TO WS-EDIT-GAN
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "  SAC     BRUTO " WS-EDIT-BRUTO
                 "  GANANCIAS " WS-EDIT-GAN
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-CERT-EGRESO
           END-IF

           IF WS-CERT-NOREM > ZEROS
              ADD WS-CERT-NOREM TO WS-TOT-BRUTO
              MOVE WS-CERT-NOREM TO WS-EDIT-BRUTO
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "  NO REMUNERATIVO " WS-EDIT-BRUTO
                 "  (VACACIONES E INDEMNIZACION)"
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-CERT-EGRESO
           END-IF

           MOVE WS-TOT-BRUTO     TO WS-EDIT-BRUTO
           MOVE WS-TOT-GANANCIAS TO WS-EDIT-GAN
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  TOTAL AL EGRESO  BRUTO " WS-EDIT-BRUTO
              "  GANANCIAS " WS-EDIT-GAN
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CERT-EGRESO

           MOVE "  FIRMA DEL EMPLEADOR: __________________"
              TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-CERT-EGRESO

           PERFORM CERRAR-SPOOL
           DISPLAY "Certificado de egreso en el spool (LIQ-FINAL),"
              " reimprimible con REIMPRIMIR".

       ESCRIBIR-LINEA-CERT-EGRESO.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

      * aguinaldo del semestre: la mitad del mejor mes del semestre
      * por los dias trabajados en el semestre sobre sus dias, a cada
      * empleado activo sin egreso
       PROCESAR-AGUINALDO.
           IF NOT MAESTRO-EMPLEADOS-DISPONIBLE
              DISPLAY "Sin empleados_master.dat no se liquida"
                 " aguinaldo"
              GO TO FIN-PROCESAR-AGUINALDO
           END-IF

           DISPLAY "Anio del aguinaldo (AAAA)"
           ACCEPT WS-ANIO-SAC
           DISPLAY "Semestre (1 = enero a junio, 2 = julio a"
              " diciembre)"
           ACCEPT WS-SEMESTRE-SAC
           IF WS-SEMESTRE-SAC NOT = 1 AND WS-SEMESTRE-SAC NOT = 2
              DISPLAY "Semestre no valido"
              GO TO FIN-PROCESAR-AGUINALDO
           END-IF

           COMPUTE WS-SEM-DESDE = WS-ANIO-SAC * 10000
           COMPUTE WS-SEM-HASTA = WS-ANIO-SAC * 10000
           IF WS-SEMESTRE-SAC = 1
              ADD 0101 TO WS-SEM-DESDE
              ADD 0630 TO WS-SEM-HASTA
              MOVE 1 TO WS-MES-DESDE
           ELSE
              ADD 0701 TO WS-SEM-DESDE
              ADD 1231 TO WS-SEM-HASTA
              MOVE 7 TO WS-MES-DESDE
           END-IF
           COMPUTE WS-MES-HASTA = WS-MES-DESDE + 5
           MOVE WS-SEM-DESDE TO WS-FC-FECHA
           MOVE WS-SEM-HASTA TO WS-FC-FECHA-B
           PERFORM DIAS-ENTRE-FECHAS
           COMPUTE WS-LARGO-SEM = WS-FC-DIAS-ENTRE + 1

           PERFORM CARGAR-MESES-SAC
           PERFORM CARGAR-PAGOS-SAC
           IF SAC-PAGOS-DESBORDADOS
              DISPLAY "ABORTADO: payroll_sac.txt tiene mas de 300"
                 " pagos del semestre; no se puede asegurar que no"
                 " se pague dos veces"
              MOVE "JUBI-LARSE"     TO WS-EXC-PROGRAMA
              MOVE "SP-EMPLEADO"    TO WS-EXC-CAMPO
              MOVE WS-ANIO-SAC      TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
              GO TO FIN-PROCESAR-AGUINALDO
           END-IF
           MOVE SPACES TO WS-EMPLEADO
           PERFORM CARGAR-REGISTRO-SEMANA
           IF SAC-MESES-DESBORDADOS OR REGISTRO-DESBORDADO
              DISPLAY "ABORTADO: payroll_anual.txt o"
                 " payroll_register.txt superan la tabla"
              GO TO FIN-PROCESAR-AGUINALDO
           END-IF

           OPEN INPUT CONC-REG-FILE
           IF NOT CONC-REG-OK
              OPEN OUTPUT CONC-REG-FILE
           END-IF
           CLOSE CONC-REG-FILE
           OPEN EXTEND CONC-REG-FILE

           OPEN INPUT SAC-FILE
           IF NOT SAC-OK
              OPEN OUTPUT SAC-FILE
           END-IF
           CLOSE SAC-FILE
           OPEN EXTEND SAC-FILE

           MOVE SPACES TO EM-CODIGO
           START EMPLEADO-MASTER KEY >= EM-CODIGO
             INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL NOT EMPLEADO-MASTER-OK
             READ EMPLEADO-MASTER NEXT
               AT END CONTINUE
               NOT AT END
                 IF EM-FECHA-EGRESO NOT NUMERIC
                    MOVE ZEROS TO EM-FECHA-EGRESO
                 END-IF
                 IF EM-ESTA-ACTIVO AND EM-FECHA-EGRESO = ZEROS
                    PERFORM LIQUIDAR-AGUINALDO-EMP
                       THRU FIN-LIQUIDAR-AGUINALDO-EMP
                 END-IF
             END-READ
           END-PERFORM

           CLOSE CONC-REG-FILE
           CLOSE SAC-FILE
           PERFORM ESCRIBIR-REGISTRO-SEMANA

           DISPLAY " "
           DISPLAY "Aguinaldos liquidados: " WS-CANT-SAC
           DISPLAY "Ya pagados antes:      " WS-CANT-SAC-YA
           DISPLAY "Sin haberes en el semestre: " WS-CANT-SAC-CERO.

       FIN-PROCESAR-AGUINALDO.
           CONTINUE.

       LIQUIDAR-AGUINALDO-EMP.
           MOVE EM-CODIGO TO WS-EMPLEADO
           IF EM-FECHA-INGRESO > WS-SEM-HASTA
              GO TO FIN-LIQUIDAR-AGUINALDO-EMP
           END-IF

           MOVE "N" TO WS-SAC-PAGADO
           PERFORM VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > WS-CANT-SG
              IF SG-EMPLEADO(WS-SG) = WS-EMPLEADO
                  AND SG-ANIO(WS-SG) = WS-ANIO-SAC
                  AND SG-SEMESTRE(WS-SG) = WS-SEMESTRE-SAC
                 SET SAC-YA-PAGADO TO TRUE
              END-IF
           END-PERFORM
           IF SAC-YA-PAGADO
              ADD 1 TO WS-CANT-SAC-YA
              GO TO FIN-LIQUIDAR-AGUINALDO-EMP
           END-IF

           MOVE ZEROS TO WS-MEJOR-SEMESTRE WS-SM-IDX
           PERFORM VARYING WS-SM FROM 1 BY 1
                   UNTIL WS-SM > WS-CANT-SM
              IF SM-EMPLEADO(WS-SM) = WS-EMPLEADO
                 MOVE WS-SM TO WS-SM-IDX
              END-IF
           END-PERFORM
           IF WS-SM-IDX > ZEROS
              PERFORM VARYING WS-SM-MES FROM 1 BY 1
                      UNTIL WS-SM-MES > 6
                 IF SM-BRUTO(WS-SM-IDX, WS-SM-MES) > WS-MEJOR-SEMESTRE
                    MOVE SM-BRUTO(WS-SM-IDX, WS-SM-MES)
                       TO WS-MEJOR-SEMESTRE
                 END-IF
              END-PERFORM
           END-IF
           IF WS-MEJOR-SEMESTRE = ZEROS
              ADD 1 TO WS-CANT-SAC-CERO
              DISPLAY WS-EMPLEADO " sin haberes en el semestre, sin"
                 " aguinaldo"
              GO TO FIN-LIQUIDAR-AGUINALDO-EMP
           END-IF

           MOVE WS-SEM-DESDE TO WS-PERIODO-DESDE
           IF EM-FECHA-INGRESO > WS-PERIODO-DESDE
              MOVE EM-FECHA-INGRESO TO WS-PERIODO-DESDE
           END-IF
           MOVE WS-PERIODO-DESDE TO WS-FC-FECHA
           MOVE WS-SEM-HASTA     TO WS-FC-FECHA-B
           PERFORM DIAS-ENTRE-FECHAS
           COMPUTE WS-DIAS-SEM = WS-FC-DIAS-ENTRE + 1

           COMPUTE WS-IMP-SAC ROUNDED =
              (WS-MEJOR-SEMESTRE / 2) * WS-DIAS-SEM / WS-LARGO-SEM

           PERFORM BUSCAR-EN-REGISTRO
           MOVE WS-IMP-SAC TO WS-TOPE-REGISTRO
           IF WS-RG-EMPLEADO > ZEROS
              MOVE RG-REGISTRO(WS-RG-EMPLEADO) TO PAYROLL-RECORD
              ADD PR-TOTAL TO WS-TOPE-REGISTRO
           END-IF
           IF WS-TOPE-REGISTRO > 99999
               OR (WS-RG-EMPLEADO = ZEROS AND WS-CANT-REGISTRO >= 300)
              DISPLAY WS-EMPLEADO " aguinaldo " WS-IMP-SAC
                 " no entra en el registro de nomina; liquidar a"
                 " mano"
              MOVE "JUBI-LARSE"  TO WS-EXC-PROGRAMA
              MOVE "PR-TOTAL-SAC" TO WS-EXC-CAMPO
              MOVE WS-EMPLEADO   TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
              GO TO FIN-LIQUIDAR-AGUINALDO-EMP
           END-IF

           MOVE WS-IMP-SAC TO WS-TOTAL-SEM
           PERFORM CALCULAR-DEDUCCIONES

           IF WS-RG-EMPLEADO > ZEROS
              ADD WS-TOTAL-SEM   TO PR-TOTAL
              ADD WS-DEDUCCIONES TO PR-DEDUCCIONES
              ADD WS-NETO        TO PR-NETO
              MOVE PAYROLL-RECORD TO RG-REGISTRO(WS-RG-EMPLEADO)
           ELSE
              ADD 1 TO WS-CANT-REGISTRO
              MOVE SPACES         TO PAYROLL-RECORD
              MOVE WS-EMPLEADO    TO PR-EMPLEADO
              MOVE ZEROS          TO PR-REGULAR PR-EXTRA
              MOVE WS-TOTAL-SEM   TO PR-TOTAL
              MOVE WS-DEDUCCIONES TO PR-DEDUCCIONES
              MOVE WS-NETO        TO PR-NETO
              MOVE PAYROLL-RECORD TO RG-REGISTRO(WS-CANT-REGISTRO)
           END-IF

           MOVE SPACES TO CONC-REG-RECORD
           MOVE WS-EMPLEADO TO PC-EMPLEADO
           MOVE "SAC " TO PC-CODIGO
           IF WS-SEMESTRE-SAC = 1
              MOVE "Aguinaldo 1er sem." TO PC-DESCRIPCION
           ELSE
              MOVE "Aguinaldo 2do sem." TO PC-DESCRIPCION
           END-IF
           MOVE WS-TOTAL-SEM TO PC-IMPORTE
           WRITE CONC-REG-RECORD

           PERFORM ACUMULAR-ANUAL-EMPLEADO

           MOVE SPACES            TO SAC-RECORD
           MOVE WS-EMPLEADO       TO SP-EMPLEADO
           MOVE WS-ANIO-SAC       TO SP-ANIO
           MOVE WS-SEMESTRE-SAC   TO SP-SEMESTRE
           MOVE WS-MEJOR-SEMESTRE TO SP-MEJOR-MES
           MOVE WS-DIAS-SEM       TO SP-DIAS
           MOVE WS-TOTAL-SEM      TO SP-IMPORTE
           MOVE WS-DEDUCCIONES    TO SP-DEDUCCIONES
           MOVE WS-NETO           TO SP-NETO
           WRITE SAC-RECORD
           ADD 1 TO WS-CANT-SAC

           DISPLAY WS-EMPLEADO " aguinaldo mejor mes="
              WS-MEJOR-SEMESTRE " dias=" WS-DIAS-SEM "/"
              WS-LARGO-SEM " sac=" WS-TOTAL-SEM
              " deduc=" WS-DEDUCCIONES " neto=" WS-NETO.

       FIN-LIQUIDAR-AGUINALDO-EMP.
           CONTINUE.

      * bruto por empleado y mes del semestre, sin los registros de
      * aguinaldo
       CARGAR-MESES-SAC.
           INITIALIZE SAC-MESES-TABLA
           OPEN INPUT ANUAL-FILE
           IF ANUAL-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ANUAL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AN-ANIO = WS-ANIO-SAC
                        AND AN-MES >= WS-MES-DESDE
                        AND AN-MES <= WS-MES-HASTA
                        AND NOT AN-ES-SAC
                        AND NOT AN-NO-REMUNERATIVO
                       PERFORM SUMAR-MES-SAC
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ANUAL-FILE
           ELSE
              DISPLAY "Aviso: sin payroll_anual.txt, no hay haberes"
                 " del semestre"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-MES-SAC.
           MOVE ZEROS TO WS-SM-IDX
           PERFORM VARYING WS-SM FROM 1 BY 1
                   UNTIL WS-SM > WS-CANT-SM
              IF SM-EMPLEADO(WS-SM) = AN-EMPLEADO
                 MOVE WS-SM TO WS-SM-IDX
              END-IF
           END-PERFORM
           IF WS-SM-IDX = ZEROS
              IF WS-CANT-SM >= 200
                 SET SAC-MESES-DESBORDADOS TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-SM
                 MOVE WS-CANT-SM TO WS-SM-IDX
                 MOVE AN-EMPLEADO TO SM-EMPLEADO(WS-SM-IDX)
              END-IF
           END-IF
           IF WS-SM-IDX > ZEROS
              COMPUTE WS-SM-MES = AN-MES - WS-MES-DESDE + 1
              ADD AN-BRUTO TO SM-BRUTO(WS-SM-IDX, WS-SM-MES)
           END-IF.

      * solo los pagos del anio y semestre pedidos; si no entran en
      * la tabla la corrida se corta antes de pagar nada
       CARGAR-PAGOS-SAC.
           MOVE ZEROS TO WS-CANT-SG
           MOVE "N" TO WS-SG-DESBORDE
           OPEN INPUT SAC-FILE
           IF SAC-OK
              PERFORM UNTIL FIN-ARCHIVO OR SAC-PAGOS-DESBORDADOS
                READ SAC-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF SP-ANIO = WS-ANIO-SAC
                        AND SP-SEMESTRE = WS-SEMESTRE-SAC
                       IF WS-CANT-SG >= 300
                          SET SAC-PAGOS-DESBORDADOS TO TRUE
                       ELSE
                          ADD 1 TO WS-CANT-SG
                          MOVE SP-EMPLEADO TO SG-EMPLEADO(WS-CANT-SG)
                          MOVE SP-ANIO     TO SG-ANIO(WS-CANT-SG)
                          MOVE SP-SEMESTRE TO SG-SEMESTRE(WS-CANT-SG)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SAC-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       BUSCAR-EN-REGISTRO.
           MOVE ZEROS TO WS-RG-EMPLEADO
           PERFORM VARYING WS-RG FROM 1 BY 1
                   UNTIL WS-RG > WS-CANT-REGISTRO
              MOVE RG-REGISTRO(WS-RG) TO PAYROLL-RECORD
              IF PR-EMPLEADO = WS-EMPLEADO
                 MOVE WS-RG TO WS-RG-EMPLEADO
              END-IF
           END-PERFORM
           IF WS-RG-EMPLEADO > ZEROS
              MOVE RG-REGISTRO(WS-RG-EMPLEADO) TO PAYROLL-RECORD
           END-IF.

       COPY "EXCEPCION-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".

       COPY "ASIPEND-CALC.cpy".

       COPY "FECHA-NEGOCIO-CALC.cpy".
