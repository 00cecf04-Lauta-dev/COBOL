      * Centros de costo: el mayor sabia cuanto se gasto en sueldos o
      * en amortizaciones, pero no donde, y la pregunta de cuanto
      * cuesta cada departamento, cada sucursal, cada deposito o
      * cada movil se contestaba con una planilla aparte. Cada
      * renglon de asientos.txt lleva ahora su centro de costo (lo
      * llena CONTABILIZAR desde el origen del movimiento) y este
      * programa mantiene el maestro centros_costo.txt (ver
      * CCOSTO-FD.cpy: D departamento, S sucursal, P deposito, V
      * movil) y emite el resultado por centro:
      *  - modo 1: alta o modificacion de un centro (codigo, nombre,
      *    activo S/N)
      *  - modo 2: genera los centros que falten desde los maestros:
      *    los cinco departamentos de EMPLEADO-WS.cpy, los depositos
      *    1 y 2 de DEPOSITOS, las sucursales que aparecen en
      *    commission_ledger.dat y los moviles de vehiculos.txt; los
      *    que ya estan no se tocan
      *  - modo 3: listado del maestro
      *  - modo 4: estado de resultados por centro de costo de un
      *    mes (AAAAMM): por cada centro, sus cuentas de ingreso y
      *    gasto (tipo I o G del plan de cuentas, o por primer
      *    digito 4 en adelante si la cuenta no tiene tipo) con el
      *    importe del mes y el acumulado del ejercicio, el
      *    resultado del centro y al pie el de la empresa. Los
      *    ingresos salen en positivo y los gastos en negativo; el
      *    centro en blanco es la administracion general. No entran
      *    los asientos de cierre ni de apertura de ejercicio. Sale
      *    por pantalla y en el spool.
      * El presupuesto contra real por cuenta y centro de costo lo
      * emite PRESUPUESTO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENTROS-COSTO.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PLAN-FILE ASSIGN TO "plan_cuentas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PLAN-STATUS.

             SELECT ASIENTOS-FILE ASSIGN TO "asientos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ASIENTOS-STATUS.

             SELECT LEDGER-FILE ASSIGN TO "commission_ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEDGER-STATUS.

             SELECT VEHICULOS-FILE ASSIGN TO "vehiculos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VEHICULOS-STATUS.

             COPY "CCOSTO-FC.cpy".
             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
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
           05 AS-FECHA  PIC 9(8).
           05 FILLER    PIC X.
           05 AS-CUENTA PIC 9(4).
           05 FILLER    PIC X.
           05 AS-DEBE   PIC 9(9)V99.
           05 FILLER    PIC X.
           05 AS-HABER  PIC 9(9)V99.
           05 FILLER    PIC X.
           05 AS-ORIGEN PIC X(10).
           05 FILLER    PIC X.
           05 AS-CCOSTO PIC X(6).

        FD LEDGER-FILE.
        01 LEDGER-RECORD.
           05 LR-TIMESTAMP      PIC 9(14).
           05 FILLER            PIC X.
           05 LR-MILLON         PIC 9(12).
           05 FILLER            PIC X.
           05 LR-RES1           PIC 9(7).
           05 FILLER            PIC X.
           05 LR-RES2           PIC 9(7).
           05 FILLER            PIC X.
           05 LR-RES3           PIC 9(7).
           05 FILLER            PIC X.
           05 LR-RES4           PIC 9(7).
           05 FILLER            PIC X.
           05 LR-RES5           PIC 9(7).
           05 FILLER            PIC X.
           05 LR-SUCURSAL       PIC X(4).
           05 FILLER            PIC X.
           05 LR-CAJERO         PIC X(6).
           05 FILLER            PIC X.
           05 LR-VERSION-TASAS  PIC 9(3).
           05 FILLER            PIC X.
           05 LR-TIPO-MOV       PIC X.
           05 FILLER            PIC X.
           05 LR-REF-TIMESTAMP  PIC 9(14).

        FD VEHICULOS-FILE.
        01 VEHICULO-RECORD.
           05 VE-MOVIL       PIC X(5).
           05 FILLER         PIC X.
           05 VE-CUADRILLA   PIC X(6).
           05 FILLER         PIC X.
           05 VE-ULT-SERVICE PIC 9(8).
           05 FILLER         PIC X.
           05 VE-ESTADO      PIC X.

        COPY "CCOSTO-FD.cpy".
        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "CCOSTO-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-PLAN-STATUS PIC X(2) VALUE "00".
              88 PLAN-OK VALUE "00".
          77 WS-ASIENTOS-STATUS PIC X(2) VALUE "00".
              88 ASIENTOS-OK VALUE "00".
          77 WS-LEDGER-STATUS PIC X(2) VALUE "00".
              88 LEDGER-OK VALUE "00".
          77 WS-VEHICULOS-STATUS PIC X(2) VALUE "00".
              88 VEHICULOS-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * maestro de centros cargado para mantener y reescribir
          01 CENTROS-TABLA.
             02 CENTRO-ENT OCCURS 100 TIMES.
                03 CE-CODIGO PIC X(6).
                03 CE-NOMBRE PIC X(25).
                03 CE-ACTIVO PIC X.
          77 WS-CANT-CENTROS PIC 9(3) VALUE ZEROS.
          77 WS-CE           PIC 9(3) VALUE ZEROS.
          77 WS-CENTRO-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-CANT-NUEVOS  PIC 9(3) VALUE ZEROS.
          77 WS-CENTROS-DESBORDE PIC X VALUE "N".
              88 CENTROS-DESBORDADOS VALUE "S".

          77 WS-CODIGO     PIC X(6) VALUE SPACES.
          77 WS-NOMBRE     PIC X(25) VALUE SPACES.
          77 WS-ACTIVO     PIC X VALUE "S".
          77 WS-D          PIC 9(1) VALUE ZEROS.

      * los mismos cinco departamentos del cronograma
          01 DEPTOS-NOMBRES.
             02 FILLER PIC X(12) VALUE "finanzas".
             02 FILLER PIC X(12) VALUE "clientes".
             02 FILLER PIC X(12) VALUE "inversiones".
             02 FILLER PIC X(12) VALUE "prestamos".
             02 FILLER PIC X(12) VALUE "informatica".
          01 DEPTOS-NOMBRES-R REDEFINES DEPTOS-NOMBRES.
             02 DEPTO-NOMBRE PIC X(12) OCCURS 5 TIMES.

      * cuentas de resultado del plan, con su nombre
          01 PLAN-TABLA.
             02 PLAN-ENT OCCURS 60 TIMES.
                03 PN-CUENTA PIC 9(4).
                03 PN-NOMBRE PIC X(25).
                03 PN-TIPO   PIC X.
          77 WS-CANT-PLAN PIC 9(2) VALUE ZEROS.
          77 WS-PN        PIC 9(2) VALUE ZEROS.
          77 WS-PLAN-IDX  PIC 9(2) VALUE ZEROS.

      * importes por centro y cuenta: el neto es haber - debe, asi
      * el ingreso queda positivo y el gasto negativo
          01 RESULTADOS-TABLA.
             02 RESULTADO-ENT OCCURS 300 TIMES.
                03 RC-CCOSTO PIC X(6).
                03 RC-CUENTA PIC 9(4).
                03 RC-MES    PIC S9(11)V99.
                03 RC-ACUM   PIC S9(11)V99.
          77 WS-CANT-RESULTADOS PIC 9(3) VALUE ZEROS.
          77 WS-RC              PIC 9(3) VALUE ZEROS.
          77 WS-RC-2            PIC 9(3) VALUE ZEROS.
          77 WS-RESULTADO-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-RESULTADOS-DESBORDE PIC X VALUE "N".
              88 RESULTADOS-DESBORDADOS VALUE "S".
          01 WS-RESULTADO-AUX PIC X(36).
          77 WS-INTERCAMBIAR PIC X VALUE "N".
              88 HAY-QUE-INTERCAMBIAR VALUE "S".

          01 WS-PERIODO.
             05 WS-PERIODO-ANIO PIC 9(4).
             05 WS-PERIODO-MES  PIC 9(2).
          01 WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(6).
          77 WS-MES-ASIENTO PIC 9(6) VALUE ZEROS.
          77 WS-ES-RESULTADO PIC X VALUE "N".
              88 ES-CUENTA-RESULTADO VALUE "S".
          77 WS-NETO        PIC S9(11)V99 VALUE ZEROS.

          77 WS-CCOSTO-ACTUAL PIC X(6) VALUE SPACES.
          77 WS-TOT-CC-MES    PIC S9(11)V99 VALUE ZEROS.
          77 WS-TOT-CC-ACUM   PIC S9(11)V99 VALUE ZEROS.
          77 WS-TOT-MES       PIC S9(11)V99 VALUE ZEROS.
          77 WS-TOT-ACUM      PIC S9(11)V99 VALUE ZEROS.
          77 WS-CANT-CC-REP   PIC 9(3) VALUE ZEROS.
          77 WS-ED-1 PIC -(9)9.99.
          77 WS-ED-2 PIC -(9)9.99.

       PROCEDURE DIVISION.
             DISPLAY "1 - Alta o modificacion de centro de costo"
             DISPLAY "2 - Generar centros desde los maestros"
             DISPLAY "3 - Listado de centros de costo"
             DISPLAY "4 - Resultado por centro de costo de un mes"
             ACCEPT WS-MODO

             PERFORM CARGAR-CENTROS

             EVALUATE WS-MODO
                WHEN 2 PERFORM GENERAR-CENTROS
                WHEN 3 PERFORM LISTAR-CENTROS
                WHEN 4 PERFORM RESULTADO-POR-CENTRO
                WHEN OTHER PERFORM MANTENER-CENTRO
             END-EVALUATE
           GOBACK.

       CARGAR-CENTROS.
           MOVE ZEROS TO WS-CANT-CENTROS
           OPEN INPUT CCOSTO-FILE
           IF CCOSTO-OK
              PERFORM UNTIL FIN-CCOSTO OR WS-CANT-CENTROS >= 100
                READ CCOSTO-FILE
                  AT END SET FIN-CCOSTO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-CENTROS
                    MOVE CC-CODIGO TO CE-CODIGO(WS-CANT-CENTROS)
                    MOVE CC-NOMBRE TO CE-NOMBRE(WS-CANT-CENTROS)
                    MOVE CC-ACTIVO TO CE-ACTIVO(WS-CANT-CENTROS)
                END-READ
              END-PERFORM
              CLOSE CCOSTO-FILE
           END-IF
           MOVE "N" TO WS-FIN-CCOSTO.

       GRABAR-CENTROS.
           OPEN OUTPUT CCOSTO-FILE
           PERFORM VARYING WS-CE FROM 1 BY 1
                   UNTIL WS-CE > WS-CANT-CENTROS
              MOVE SPACES TO CCOSTO-RECORD
              MOVE CE-CODIGO(WS-CE) TO CC-CODIGO
              MOVE CE-NOMBRE(WS-CE) TO CC-NOMBRE
              MOVE CE-ACTIVO(WS-CE) TO CC-ACTIVO
              WRITE CCOSTO-RECORD
           END-PERFORM
           CLOSE CCOSTO-FILE.

       BUSCAR-CENTRO.
           MOVE ZEROS TO WS-CENTRO-IDX
           PERFORM VARYING WS-CE FROM 1 BY 1
                   UNTIL WS-CE > WS-CANT-CENTROS
              IF WS-CENTRO-IDX = ZEROS
                  AND CE-CODIGO(WS-CE) = WS-CODIGO
                 MOVE WS-CE TO WS-CENTRO-IDX
              END-IF
           END-PERFORM.

      * el tipo del codigo (primer caracter) tiene que ser uno de
      * los cuatro origenes que llena la contabilizacion
       MANTENER-CENTRO.
           DISPLAY "Codigo del centro (D depto, S sucursal, P"
              " deposito, V movil + clave)"
           ACCEPT WS-CODIGO
           MOVE WS-CODIGO TO CC-CODIGO
           IF NOT CC-DEPARTAMENTO AND NOT CC-SUCURSAL
               AND NOT CC-DEPOSITO AND NOT CC-VEHICULO
              DISPLAY "Tipo de centro invalido: " WS-CODIGO
              GOBACK
           END-IF
           IF CC-CLAVE = SPACES
              DISPLAY "Falta la clave del centro"
              GOBACK
           END-IF

           DISPLAY "Nombre"
           ACCEPT WS-NOMBRE
           DISPLAY "Activo (S/N)"
           ACCEPT WS-ACTIVO
           IF WS-ACTIVO NOT = "N"
              MOVE "S" TO WS-ACTIVO
           END-IF

           PERFORM BUSCAR-CENTRO
           IF WS-CENTRO-IDX = ZEROS
              IF WS-CANT-CENTROS >= 100
                 DISPLAY "Maestro de centros completo (100)"
                 GOBACK
              END-IF
              ADD 1 TO WS-CANT-CENTROS
              MOVE WS-CANT-CENTROS TO WS-CENTRO-IDX
              MOVE WS-CODIGO TO CE-CODIGO(WS-CENTRO-IDX)
              DISPLAY "Centro " WS-CODIGO " dado de alta"
           ELSE
              DISPLAY "Centro " WS-CODIGO " modificado"
           END-IF
           MOVE WS-NOMBRE TO CE-NOMBRE(WS-CENTRO-IDX)
           MOVE WS-ACTIVO TO CE-ACTIVO(WS-CENTRO-IDX)

           PERFORM GRABAR-CENTROS.

      * agrega los centros que falten; el nombre de uno que ya esta
      * no se pisa, puede haberse corregido a mano
       GENERAR-CENTROS.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
              MOVE SPACES TO WS-CODIGO WS-NOMBRE
              STRING "D" WS-D DELIMITED BY SIZE INTO WS-CODIGO
              STRING "Depto " DEPTO-NOMBRE(WS-D)
                 DELIMITED BY SIZE INTO WS-NOMBRE
              PERFORM AGREGAR-CENTRO
           END-PERFORM

           MOVE "P1" TO WS-CODIGO
           MOVE "Deposito 1" TO WS-NOMBRE
           PERFORM AGREGAR-CENTRO
           MOVE "P2" TO WS-CODIGO
           MOVE "Deposito 2" TO WS-NOMBRE
           PERFORM AGREGAR-CENTRO

           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ LEDGER-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF LR-SUCURSAL NOT = SPACES
                       MOVE SPACES TO WS-CODIGO WS-NOMBRE
                       STRING "S" LR-SUCURSAL DELIMITED BY SIZE
                          INTO WS-CODIGO
                       STRING "Sucursal " LR-SUCURSAL
                          DELIMITED BY SIZE INTO WS-NOMBRE
                       PERFORM AGREGAR-CENTRO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE LEDGER-FILE
           ELSE
              DISPLAY "Aviso: sin commission_ledger.dat, no se"
                 " generan sucursales"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           OPEN INPUT VEHICULOS-FILE
           IF VEHICULOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ VEHICULOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF VE-MOVIL NOT = SPACES
                       MOVE SPACES TO WS-CODIGO WS-NOMBRE
                       STRING "V" VE-MOVIL DELIMITED BY SIZE
                          INTO WS-CODIGO
                       STRING "Movil " VE-MOVIL
                          DELIMITED BY SIZE INTO WS-NOMBRE
                       PERFORM AGREGAR-CENTRO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE VEHICULOS-FILE
           ELSE
              DISPLAY "Aviso: sin vehiculos.txt, no se generan"
                 " moviles"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           PERFORM GRABAR-CENTROS

           DISPLAY "Centros agregados: " WS-CANT-NUEVOS
              "  total en el maestro: " WS-CANT-CENTROS
           IF CENTROS-DESBORDADOS
              DISPLAY "Aviso: el maestro llego a 100 centros, quedaron"
                 " centros sin generar"
           END-IF.

       AGREGAR-CENTRO.
           PERFORM BUSCAR-CENTRO
           IF WS-CENTRO-IDX = ZEROS
              IF WS-CANT-CENTROS < 100
                 ADD 1 TO WS-CANT-CENTROS
                 ADD 1 TO WS-CANT-NUEVOS
                 MOVE WS-CODIGO TO CE-CODIGO(WS-CANT-CENTROS)
                 MOVE WS-NOMBRE TO CE-NOMBRE(WS-CANT-CENTROS)
                 MOVE "S"       TO CE-ACTIVO(WS-CANT-CENTROS)
                 DISPLAY "  nuevo " WS-CODIGO " " WS-NOMBRE
              ELSE
                 SET CENTROS-DESBORDADOS TO TRUE
              END-IF
           END-IF.

       LISTAR-CENTROS.
           IF WS-CANT-CENTROS = ZEROS
              DISPLAY "Sin centros_costo.txt: generarlo con el modo 2"
              GOBACK
           END-IF
           DISPLAY "--- Centros de costo ---"
           PERFORM VARYING WS-CE FROM 1 BY 1
                   UNTIL WS-CE > WS-CANT-CENTROS
              IF CE-ACTIVO(WS-CE) = "N"
                 DISPLAY "  " CE-CODIGO(WS-CE) " " CE-NOMBRE(WS-CE)
                    " (inactivo)"
              ELSE
                 DISPLAY "  " CE-CODIGO(WS-CE) " " CE-NOMBRE(WS-CE)
              END-IF
           END-PERFORM
           DISPLAY "Total: " WS-CANT-CENTROS.

       RESULTADO-POR-CENTRO.
           DISPLAY "Periodo del resultado (AAAAMM)"
           ACCEPT WS-PERIODO
           IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
              DISPLAY "Periodo invalido: " WS-PERIODO
              GOBACK
           END-IF

           PERFORM CARGAR-PLAN
           PERFORM ACUMULAR-DIARIO
           PERFORM ORDENAR-RESULTADOS

           PERFORM LEER-FECHA-NEGOCIO
           MOVE "CENTROS-COSTO" TO WS-SPOOL-PROGRAMA
           MOVE SPACES TO WS-SPOOL-TITULO
           STRING "RESULTADO POR CCOSTO " WS-PERIODO
              DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== RESULTADO POR CENTRO DE COSTO "
              WS-PERIODO " ====="
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE "(ingresos en positivo, gastos en negativo)"
              TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE ZEROS TO WS-TOT-MES WS-TOT-ACUM WS-CANT-CC-REP
           MOVE ZEROS TO WS-TOT-CC-MES WS-TOT-CC-ACUM
           IF WS-CANT-RESULTADOS = ZEROS
              MOVE "Sin movimientos de resultado en el ejercicio"
                 TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           ELSE
              MOVE RC-CCOSTO(1) TO WS-CCOSTO-ACTUAL
              PERFORM IMPRIMIR-TITULO-CENTRO
              PERFORM VARYING WS-RC FROM 1 BY 1
                      UNTIL WS-RC > WS-CANT-RESULTADOS
                 IF RC-CCOSTO(WS-RC) NOT = WS-CCOSTO-ACTUAL
                    PERFORM IMPRIMIR-TOTAL-CENTRO
                    MOVE RC-CCOSTO(WS-RC) TO WS-CCOSTO-ACTUAL
                    PERFORM IMPRIMIR-TITULO-CENTRO
                 END-IF
                 PERFORM IMPRIMIR-RENGLON-RESULTADO
              END-PERFORM
              PERFORM IMPRIMIR-TOTAL-CENTRO
           END-IF

           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE WS-TOT-MES  TO WS-ED-1
           MOVE WS-TOT-ACUM TO WS-ED-2
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "RESULTADO DE LA EMPRESA         "
              WS-ED-1 "   " WS-ED-2
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Centros con movimiento: " WS-CANT-CC-REP
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           IF RESULTADOS-DESBORDADOS
              MOVE "ATENCION: mas de 300 pares centro/cuenta, el"
                 TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
              MOVE "reporte quedo incompleto" TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-IF

           PERFORM CERRAR-SPOOL.

       CARGAR-PLAN.
           MOVE ZEROS TO WS-CANT-PLAN
           OPEN INPUT PLAN-FILE
           IF PLAN-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-PLAN >= 60
                READ PLAN-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-PLAN
                    MOVE PL-CUENTA TO PN-CUENTA(WS-CANT-PLAN)
                    MOVE PL-NOMBRE TO PN-NOMBRE(WS-CANT-PLAN)
                    MOVE PL-TIPO   TO PN-TIPO(WS-CANT-PLAN)
                END-READ
              END-PERFORM
              CLOSE PLAN-FILE
           ELSE
              DISPLAY "Aviso: sin plan_cuentas.txt, las cuentas se"
                 " clasifican por su primer digito"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       BUSCAR-EN-PLAN.
           MOVE ZEROS TO WS-PLAN-IDX
           PERFORM VARYING WS-PN FROM 1 BY 1
                   UNTIL WS-PN > WS-CANT-PLAN
              IF WS-PLAN-IDX = ZEROS
                  AND PN-CUENTA(WS-PN) = AS-CUENTA
                 MOVE WS-PN TO WS-PLAN-IDX
              END-IF
           END-PERFORM.

      * solo las cuentas de resultado del ejercicio del periodo,
      * hasta el mes pedido; sin cierre ni apertura de ejercicio
       ACUMULAR-DIARIO.
           MOVE ZEROS TO WS-CANT-RESULTADOS
           OPEN INPUT ASIENTOS-FILE
           IF ASIENTOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ASIENTOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE AS-FECHA(1:6) TO WS-MES-ASIENTO
                    IF AS-FECHA(1:4) = WS-PERIODO-ANIO
                        AND WS-MES-ASIENTO <= WS-PERIODO-N
                        AND AS-ORIGEN NOT = "CIERRE EJ"
                        AND AS-ORIGEN NOT = "APERTURA"
                       PERFORM ACUMULAR-ASIENTO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ASIENTOS-FILE
           ELSE
              DISPLAY "Sin asientos.txt: el resultado sale en cero"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       ACUMULAR-ASIENTO.
           MOVE "N" TO WS-ES-RESULTADO
           PERFORM BUSCAR-EN-PLAN
           IF WS-PLAN-IDX > ZEROS
               AND (PN-TIPO(WS-PLAN-IDX) = "A" OR "P" OR "N"
                    OR "I" OR "G")
              IF PN-TIPO(WS-PLAN-IDX) = "I" OR "G"
                 SET ES-CUENTA-RESULTADO TO TRUE
              END-IF
           ELSE
              IF AS-CUENTA >= 4000
                 SET ES-CUENTA-RESULTADO TO TRUE
              END-IF
           END-IF

           IF ES-CUENTA-RESULTADO
              MOVE ZEROS TO WS-RESULTADO-IDX
              PERFORM VARYING WS-RC FROM 1 BY 1
                      UNTIL WS-RC > WS-CANT-RESULTADOS
                 IF WS-RESULTADO-IDX = ZEROS
                     AND RC-CCOSTO(WS-RC) = AS-CCOSTO
                     AND RC-CUENTA(WS-RC) = AS-CUENTA
                    MOVE WS-RC TO WS-RESULTADO-IDX
                 END-IF
              END-PERFORM

              IF WS-RESULTADO-IDX = ZEROS
                 IF WS-CANT-RESULTADOS < 300
                    ADD 1 TO WS-CANT-RESULTADOS
                    MOVE WS-CANT-RESULTADOS TO WS-RESULTADO-IDX
                    MOVE AS-CCOSTO TO RC-CCOSTO(WS-RESULTADO-IDX)
                    MOVE AS-CUENTA TO RC-CUENTA(WS-RESULTADO-IDX)
                    MOVE ZEROS TO RC-MES(WS-RESULTADO-IDX)
                    MOVE ZEROS TO RC-ACUM(WS-RESULTADO-IDX)
                 ELSE
                    SET RESULTADOS-DESBORDADOS TO TRUE
                 END-IF
              END-IF

              IF WS-RESULTADO-IDX > ZEROS
                 COMPUTE WS-NETO = AS-HABER - AS-DEBE
                 ADD WS-NETO TO RC-ACUM(WS-RESULTADO-IDX)
                 IF WS-MES-ASIENTO = WS-PERIODO-N
                    ADD WS-NETO TO RC-MES(WS-RESULTADO-IDX)
                 END-IF
              END-IF
           END-IF.

      * burbuja por centro y cuenta; el centro en blanco (la
      * administracion general) queda primero
       ORDENAR-RESULTADOS.
           PERFORM VARYING WS-RC FROM 1 BY 1
                   UNTIL WS-RC >= WS-CANT-RESULTADOS
              PERFORM VARYING WS-RC-2 FROM 1 BY 1
                      UNTIL WS-RC-2 > WS-CANT-RESULTADOS - WS-RC
                 MOVE "N" TO WS-INTERCAMBIAR
                 IF RC-CCOSTO(WS-RC-2) > RC-CCOSTO(WS-RC-2 + 1)
                    SET HAY-QUE-INTERCAMBIAR TO TRUE
                 END-IF
                 IF RC-CCOSTO(WS-RC-2) = RC-CCOSTO(WS-RC-2 + 1)
                     AND RC-CUENTA(WS-RC-2) > RC-CUENTA(WS-RC-2 + 1)
                    SET HAY-QUE-INTERCAMBIAR TO TRUE
                 END-IF
                 IF HAY-QUE-INTERCAMBIAR
                    MOVE RESULTADO-ENT(WS-RC-2) TO WS-RESULTADO-AUX
                    MOVE RESULTADO-ENT(WS-RC-2 + 1)
                       TO RESULTADO-ENT(WS-RC-2)
                    MOVE WS-RESULTADO-AUX
                       TO RESULTADO-ENT(WS-RC-2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       IMPRIMIR-TITULO-CENTRO.
           ADD 1 TO WS-CANT-CC-REP
           MOVE ZEROS TO WS-TOT-CC-MES WS-TOT-CC-ACUM
           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           IF WS-CCOSTO-ACTUAL = SPACES
              MOVE "--- (sin centro) Administracion general ---"
                 TO WS-SPOOL-LINEA
           ELSE
              MOVE WS-CCOSTO-ACTUAL TO WS-CODIGO
              PERFORM BUSCAR-CENTRO
              MOVE SPACES TO WS-SPOOL-LINEA
              IF WS-CENTRO-IDX = ZEROS
                 STRING "--- " WS-CCOSTO-ACTUAL
                    " (fuera de centros_costo.txt) ---"
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              ELSE
                 STRING "--- " WS-CCOSTO-ACTUAL " "
                    CE-NOMBRE(WS-CENTRO-IDX) " ---"
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              END-IF
           END-IF
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  Cuenta                                  Mes"
              "       Acumulado"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS.

       IMPRIMIR-RENGLON-RESULTADO.
           MOVE RC-CUENTA(WS-RC) TO AS-CUENTA
           PERFORM BUSCAR-EN-PLAN
           MOVE RC-MES(WS-RC)  TO WS-ED-1
           MOVE RC-ACUM(WS-RC) TO WS-ED-2
           MOVE SPACES TO WS-SPOOL-LINEA
           IF WS-PLAN-IDX = ZEROS
              STRING "  " RC-CUENTA(WS-RC) " (fuera del plan)"
                 "         " WS-ED-1 "   " WS-ED-2
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           ELSE
              STRING "  " RC-CUENTA(WS-RC) " "
                 PN-NOMBRE(WS-PLAN-IDX) WS-ED-1 "   " WS-ED-2
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           END-IF
           PERFORM ESCRIBIR-LINEA-LIS

           ADD RC-MES(WS-RC)  TO WS-TOT-CC-MES WS-TOT-MES
           ADD RC-ACUM(WS-RC) TO WS-TOT-CC-ACUM WS-TOT-ACUM.

       IMPRIMIR-TOTAL-CENTRO.
           MOVE WS-TOT-CC-MES  TO WS-ED-1
           MOVE WS-TOT-CC-ACUM TO WS-ED-2
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  Resultado del centro          "
              WS-ED-1 "   " WS-ED-2
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS.

       ESCRIBIR-LINEA-LIS.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
