      * Estados contables desde el mayor: el balance de comprobacion
      * de CONTABILIZAR prueba que el debe iguala al haber pero no es
      * un estado contable, y al directorio le seguian llegando los
      * estados armados en una planilla. Este programa pide el
      * periodo (AAAAMM) y arma, a partir del diario (asientos.txt)
      * y del plan de cuentas (plan_cuentas.txt, con tipo y rubro de
      * cada cuenta):
      *  - el estado de resultados por rubro, con el mes y el
      *    acumulado del ejercicio hasta el mes, cada uno al lado del
      *    mismo mes y acumulado del anio anterior; sin los asientos
      *    de cierre de ejercicio (origen CIERRE EJ), para que
      *    diciembre muestre el resultado del anio
      *  - el balance general al cierre del mes y al mismo mes del
      *    anio anterior (activo, pasivo y patrimonio neto por rubro,
      *    mas el resultado todavia no cerrado); los asientos de
      *    apertura (origen APERTURA) no se suman porque repiten los
      *    saldos del cierre anterior
      * y verifica que activo = pasivo + patrimonio neto en las dos
      * columnas. Si el resultado del balance no coincide con el
      * acumulado del estado de resultados se avisa (quedan
      * resultados de ejercicios anteriores sin cerrar). Una cuenta
      * sin tipo en el plan (o fuera de el) se clasifica por su
      * primer digito: 1 activo, 2 pasivo, 3 patrimonio, 4 ingreso y
      * 5 en adelante gasto. Sale por pantalla y en el spool.
      *
      * Los renglones de asientos.txt llevan al final el centro de
      * costo; los estados son de la empresa entera y no lo usan (el
      * resultado por centro lo emite CENTROS-COSTO).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADOS-CONTABLES.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PLAN-FILE ASSIGN TO "plan_cuentas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PLAN-STATUS.

             SELECT ASIENTOS-FILE ASSIGN TO "asientos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ASIENTOS-STATUS.

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

        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-PLAN-STATUS PIC X(2) VALUE "00".
              88 PLAN-OK VALUE "00".
          77 WS-ASIENTOS-STATUS PIC X(2) VALUE "00".
              88 ASIENTOS-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

          01 WS-PERIODO.
             05 WS-PERIODO-ANIO PIC 9(4).
             05 WS-PERIODO-MES  PIC 9(2).
          01 WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(6).
          77 WS-PERIODO-ANT PIC 9(6) VALUE ZEROS.
          77 WS-ANIO-ANT    PIC 9(4) VALUE ZEROS.
          77 WS-MES-ASIENTO PIC 9(6) VALUE ZEROS.
          77 WS-ANIO-ASIENTO PIC 9(4) VALUE ZEROS.

      * cuentas del plan (y las que aparecen en el diario fuera de
      * el) con sus importes; el neto es debe - haber
          01 CUENTAS-TABLA.
             02 CUENTA-ENT OCCURS 60 TIMES.
                03 CU-CUENTA    PIC 9(4).
                03 CU-NOMBRE    PIC X(25).
                03 CU-TIPO      PIC X.
                03 CU-RUBRO     PIC X(20).
                03 CU-MES       PIC S9(11)V99.
                03 CU-MES-ANT   PIC S9(11)V99.
                03 CU-ACUM      PIC S9(11)V99.
                03 CU-ACUM-ANT  PIC S9(11)V99.
                03 CU-SALDO     PIC S9(11)V99.
                03 CU-SALDO-ANT PIC S9(11)V99.
          77 WS-CANT-CUENTAS PIC 9(2) VALUE ZEROS.
          77 WS-CU           PIC 9(2) VALUE ZEROS.
          77 WS-CU-2         PIC 9(2) VALUE ZEROS.
          77 WS-CUENTA-IDX   PIC 9(2) VALUE ZEROS.
          77 WS-CUENTAS-DESBORDE PIC X VALUE "N".
              88 CUENTAS-DESBORDADAS VALUE "S".
          01 WS-CUENTA-AUX PIC X(128).
          77 WS-CUENTA-BUSCA PIC 9(4) VALUE ZEROS.

      * rubros del tipo que se esta imprimiendo, en el orden de su
      * primera cuenta
          01 RUBROS-TABLA.
             02 RUBRO-ENT OCCURS 30 TIMES.
                03 RU-RUBRO  PIC X(20).
                03 RU-IMP-1  PIC S9(11)V99.
                03 RU-IMP-2  PIC S9(11)V99.
                03 RU-IMP-3  PIC S9(11)V99.
                03 RU-IMP-4  PIC S9(11)V99.
          77 WS-CANT-RUBROS PIC 9(2) VALUE ZEROS.
          77 WS-RU          PIC 9(2) VALUE ZEROS.
          77 WS-RUBRO-IDX   PIC 9(2) VALUE ZEROS.

          77 WS-TIPO        PIC X VALUE SPACE.
          77 WS-TITULO-TIPO PIC X(30) VALUE SPACES.
          77 WS-SIGNO       PIC S9 VALUE +1.
          77 WS-NETO        PIC S9(11)V99 VALUE ZEROS.
          77 WS-RUBRO-AUX   PIC X(20) VALUE SPACES.

      * totales del tipo y de los estados
          77 WS-TOT-1 PIC S9(11)V99 VALUE ZEROS.
          77 WS-TOT-2 PIC S9(11)V99 VALUE ZEROS.
          77 WS-TOT-3 PIC S9(11)V99 VALUE ZEROS.
          77 WS-TOT-4 PIC S9(11)V99 VALUE ZEROS.
          77 WS-ING-MES      PIC S9(11)V99 VALUE ZEROS.
          77 WS-ING-MES-ANT  PIC S9(11)V99 VALUE ZEROS.
          77 WS-ING-ACUM     PIC S9(11)V99 VALUE ZEROS.
          77 WS-ING-ACUM-ANT PIC S9(11)V99 VALUE ZEROS.
          77 WS-ACTIVO       PIC S9(11)V99 VALUE ZEROS.
          77 WS-ACTIVO-ANT   PIC S9(11)V99 VALUE ZEROS.
          77 WS-PASIVO       PIC S9(11)V99 VALUE ZEROS.
          77 WS-PASIVO-ANT   PIC S9(11)V99 VALUE ZEROS.
          77 WS-PATRIMONIO     PIC S9(11)V99 VALUE ZEROS.
          77 WS-PATRIMONIO-ANT PIC S9(11)V99 VALUE ZEROS.
          77 WS-RESULTADO      PIC S9(11)V99 VALUE ZEROS.
          77 WS-RESULTADO-ANT  PIC S9(11)V99 VALUE ZEROS.
          77 WS-RESULTADO-EJ     PIC S9(11)V99 VALUE ZEROS.
          77 WS-RESULTADO-EJ-ANT PIC S9(11)V99 VALUE ZEROS.
          77 WS-PAS-MAS-PN     PIC S9(11)V99 VALUE ZEROS.
          77 WS-PAS-MAS-PN-ANT PIC S9(11)V99 VALUE ZEROS.

          77 WS-ED-1 PIC -(9)9.99.
          77 WS-ED-2 PIC -(9)9.99.
          77 WS-ED-3 PIC -(9)9.99.
          77 WS-ED-4 PIC -(9)9.99.

       PROCEDURE DIVISION.
             DISPLAY "Periodo de los estados (AAAAMM)"
             ACCEPT WS-PERIODO
             IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
                DISPLAY "Periodo invalido: " WS-PERIODO
                GOBACK
             END-IF
             COMPUTE WS-ANIO-ANT = WS-PERIODO-ANIO - 1
             COMPUTE WS-PERIODO-ANT = WS-PERIODO-N - 100

             PERFORM CARGAR-PLAN
             IF WS-CANT-CUENTAS = ZEROS
                DISPLAY "Sin plan_cuentas.txt: correr CONTABILIZAR"
                   " primero"
                GOBACK
             END-IF

             PERFORM ACUMULAR-DIARIO
             PERFORM ORDENAR-CUENTAS

             PERFORM LEER-FECHA-NEGOCIO
             MOVE "ESTADOS-CONT" TO WS-SPOOL-PROGRAMA
             MOVE SPACES TO WS-SPOOL-TITULO
             STRING "ESTADOS CONTABLES " WS-PERIODO
                DELIMITED BY SIZE INTO WS-SPOOL-TITULO
             MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
             PERFORM ABRIR-SPOOL

             PERFORM IMPRIMIR-RESULTADOS
             PERFORM IMPRIMIR-BALANCE
             PERFORM VERIFICAR-ESTADOS

             PERFORM CERRAR-SPOOL
           GOBACK.

       CARGAR-PLAN.
           MOVE ZEROS TO WS-CANT-CUENTAS
           OPEN INPUT PLAN-FILE
           IF PLAN-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ PLAN-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE PL-CUENTA TO WS-CUENTA-BUSCA
                    PERFORM BUSCAR-CUENTA
                    IF WS-CUENTA-IDX > ZEROS
                       MOVE PL-NOMBRE TO CU-NOMBRE(WS-CUENTA-IDX)
                       IF PL-TIPO = "A" OR "P" OR "N" OR "I" OR "G"
                          MOVE PL-TIPO TO CU-TIPO(WS-CUENTA-IDX)
                       END-IF
                       IF PL-RUBRO NOT = SPACES
                          MOVE PL-RUBRO TO CU-RUBRO(WS-CUENTA-IDX)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PLAN-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * busca WS-CUENTA-BUSCA en la tabla; si no esta la agrega con la
      * clasificacion por primer digito
       BUSCAR-CUENTA.
           MOVE ZEROS TO WS-CUENTA-IDX
           PERFORM VARYING WS-CU FROM 1 BY 1
                   UNTIL WS-CU > WS-CANT-CUENTAS
              IF CU-CUENTA(WS-CU) = WS-CUENTA-BUSCA
                 MOVE WS-CU TO WS-CUENTA-IDX
              END-IF
           END-PERFORM

           IF WS-CUENTA-IDX = ZEROS
              IF WS-CANT-CUENTAS < 60
                 ADD 1 TO WS-CANT-CUENTAS
                 MOVE WS-CANT-CUENTAS TO WS-CUENTA-IDX
                 INITIALIZE CUENTA-ENT(WS-CUENTA-IDX)
                 MOVE WS-CUENTA-BUSCA TO CU-CUENTA(WS-CUENTA-IDX)
                 MOVE "(fuera del plan)" TO CU-NOMBRE(WS-CUENTA-IDX)
                 EVALUATE WS-CUENTA-BUSCA(1:1)
                    WHEN "1"
                       MOVE "A" TO CU-TIPO(WS-CUENTA-IDX)
                       MOVE "Otros activos" TO CU-RUBRO(WS-CUENTA-IDX)
                    WHEN "2"
                       MOVE "P" TO CU-TIPO(WS-CUENTA-IDX)
                       MOVE "Otros pasivos" TO CU-RUBRO(WS-CUENTA-IDX)
                    WHEN "3"
                       MOVE "N" TO CU-TIPO(WS-CUENTA-IDX)
                       MOVE "Otros patrimoniales"
                          TO CU-RUBRO(WS-CUENTA-IDX)
                    WHEN "4"
                       MOVE "I" TO CU-TIPO(WS-CUENTA-IDX)
                       MOVE "Otros ingresos" TO CU-RUBRO(WS-CUENTA-IDX)
                    WHEN OTHER
                       MOVE "G" TO CU-TIPO(WS-CUENTA-IDX)
                       MOVE "Otros gastos" TO CU-RUBRO(WS-CUENTA-IDX)
                 END-EVALUATE
              ELSE
                 SET CUENTAS-DESBORDADAS TO TRUE
              END-IF
           END-IF.

      * cada renglon del diario suma, segun su fecha, al mes, al
      * acumulado y al saldo del periodo pedido y del anio anterior
       ACUMULAR-DIARIO.
           OPEN INPUT ASIENTOS-FILE
           IF ASIENTOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ASIENTOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AS-ORIGEN NOT = "APERTURA"
                       PERFORM ACUMULAR-ASIENTO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ASIENTOS-FILE
           ELSE
              DISPLAY "Sin asientos.txt: los estados salen en cero"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       ACUMULAR-ASIENTO.
           MOVE AS-CUENTA TO WS-CUENTA-BUSCA
           PERFORM BUSCAR-CUENTA
           IF WS-CUENTA-IDX > ZEROS
              COMPUTE WS-NETO = AS-DEBE - AS-HABER
              MOVE AS-FECHA(1:6) TO WS-MES-ASIENTO
              MOVE AS-FECHA(1:4) TO WS-ANIO-ASIENTO

              IF (CU-TIPO(WS-CUENTA-IDX) = "I"
                   OR CU-TIPO(WS-CUENTA-IDX) = "G")
                  AND AS-ORIGEN NOT = "CIERRE EJ"
                 IF WS-MES-ASIENTO = WS-PERIODO-N
                    ADD WS-NETO TO CU-MES(WS-CUENTA-IDX)
                 END-IF
                 IF WS-MES-ASIENTO = WS-PERIODO-ANT
                    ADD WS-NETO TO CU-MES-ANT(WS-CUENTA-IDX)
                 END-IF
                 IF WS-ANIO-ASIENTO = WS-PERIODO-ANIO
                     AND WS-MES-ASIENTO <= WS-PERIODO-N
                    ADD WS-NETO TO CU-ACUM(WS-CUENTA-IDX)
                 END-IF
                 IF WS-ANIO-ASIENTO = WS-ANIO-ANT
                     AND WS-MES-ASIENTO <= WS-PERIODO-ANT
                    ADD WS-NETO TO CU-ACUM-ANT(WS-CUENTA-IDX)
                 END-IF
              END-IF

      * el cierre del mismo ejercicio no entra al saldo: el balance
      * muestra el resultado del anio aparte
              IF WS-MES-ASIENTO <= WS-PERIODO-N
                 IF AS-ORIGEN NOT = "CIERRE EJ"
                     OR WS-ANIO-ASIENTO NOT = WS-PERIODO-ANIO
                    ADD WS-NETO TO CU-SALDO(WS-CUENTA-IDX)
                 END-IF
              END-IF
              IF WS-MES-ASIENTO <= WS-PERIODO-ANT
                 IF AS-ORIGEN NOT = "CIERRE EJ"
                     OR WS-ANIO-ASIENTO NOT = WS-ANIO-ANT
                    ADD WS-NETO TO CU-SALDO-ANT(WS-CUENTA-IDX)
                 END-IF
              END-IF
           END-IF.

      * por numero de cuenta, para que los rubros salgan en el orden
      * del plan
       ORDENAR-CUENTAS.
           PERFORM VARYING WS-CU FROM 1 BY 1
                   UNTIL WS-CU >= WS-CANT-CUENTAS
              PERFORM VARYING WS-CU-2 FROM 1 BY 1
                      UNTIL WS-CU-2 > WS-CANT-CUENTAS - WS-CU
                 IF CU-CUENTA(WS-CU-2) > CU-CUENTA(WS-CU-2 + 1)
                    MOVE CUENTA-ENT(WS-CU-2) TO WS-CUENTA-AUX
                    MOVE CUENTA-ENT(WS-CU-2 + 1)
                       TO CUENTA-ENT(WS-CU-2)
                    MOVE WS-CUENTA-AUX TO CUENTA-ENT(WS-CU-2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      * ingresos y gastos en positivo; resultado = ingresos - gastos
       IMPRIMIR-RESULTADOS.
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== ESTADO DE RESULTADOS AL " WS-PERIODO
              " =====" DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "                         MES " WS-PERIODO-N
              "    MES " WS-PERIODO-ANT "     ACUM " WS-PERIODO-ANIO
              "     ACUM " WS-ANIO-ANT
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE "I" TO WS-TIPO
           MOVE -1  TO WS-SIGNO
           MOVE "INGRESOS" TO WS-TITULO-TIPO
           PERFORM ARMAR-RUBROS
           PERFORM IMPRIMIR-RUBROS-4
           MOVE WS-TOT-1 TO WS-ING-MES
           MOVE WS-TOT-2 TO WS-ING-MES-ANT
           MOVE WS-TOT-3 TO WS-ING-ACUM
           MOVE WS-TOT-4 TO WS-ING-ACUM-ANT

           MOVE "G" TO WS-TIPO
           MOVE +1  TO WS-SIGNO
           MOVE "GASTOS" TO WS-TITULO-TIPO
           PERFORM ARMAR-RUBROS
           PERFORM IMPRIMIR-RUBROS-4

           COMPUTE WS-TOT-1 = WS-ING-MES - WS-TOT-1
           COMPUTE WS-TOT-2 = WS-ING-MES-ANT - WS-TOT-2
           COMPUTE WS-TOT-3 = WS-ING-ACUM - WS-TOT-3
           COMPUTE WS-TOT-4 = WS-ING-ACUM-ANT - WS-TOT-4
           MOVE WS-TOT-3 TO WS-RESULTADO-EJ
           MOVE WS-TOT-4 TO WS-RESULTADO-EJ-ANT
           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE "RESULTADO" TO WS-RUBRO-AUX
           PERFORM IMPRIMIR-TOTAL-4.

      * activo en positivo; pasivo y patrimonio en positivo cuando
      * son acreedores
       IMPRIMIR-BALANCE.
           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== BALANCE GENERAL AL " WS-PERIODO
              " =====" DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "                          AL " WS-PERIODO-N
              "     AL " WS-PERIODO-ANT
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           MOVE "A" TO WS-TIPO
           MOVE +1  TO WS-SIGNO
           MOVE "ACTIVO" TO WS-TITULO-TIPO
           PERFORM ARMAR-RUBROS
           PERFORM IMPRIMIR-RUBROS-2
           MOVE WS-TOT-1 TO WS-ACTIVO
           MOVE WS-TOT-2 TO WS-ACTIVO-ANT

           MOVE "P" TO WS-TIPO
           MOVE -1  TO WS-SIGNO
           MOVE "PASIVO" TO WS-TITULO-TIPO
           PERFORM ARMAR-RUBROS
           PERFORM IMPRIMIR-RUBROS-2
           MOVE WS-TOT-1 TO WS-PASIVO
           MOVE WS-TOT-2 TO WS-PASIVO-ANT

      * el resultado no cerrado (ingresos y gastos a la fecha) va
      * dentro del patrimonio neto
           MOVE ZEROS TO WS-RESULTADO WS-RESULTADO-ANT
           PERFORM VARYING WS-CU FROM 1 BY 1
                   UNTIL WS-CU > WS-CANT-CUENTAS
              IF CU-TIPO(WS-CU) = "I" OR "G"
                 SUBTRACT CU-SALDO(WS-CU)     FROM WS-RESULTADO
                 SUBTRACT CU-SALDO-ANT(WS-CU) FROM WS-RESULTADO-ANT
              END-IF
           END-PERFORM

           MOVE "N" TO WS-TIPO
           MOVE -1  TO WS-SIGNO
           MOVE "PATRIMONIO" TO WS-TITULO-TIPO
           PERFORM ARMAR-RUBROS
           IF WS-CANT-RUBROS < 30
              ADD 1 TO WS-CANT-RUBROS
              MOVE "Resultado no cerrado" TO RU-RUBRO(WS-CANT-RUBROS)
              MOVE WS-RESULTADO     TO RU-IMP-1(WS-CANT-RUBROS)
              MOVE WS-RESULTADO-ANT TO RU-IMP-2(WS-CANT-RUBROS)
           END-IF
           PERFORM IMPRIMIR-RUBROS-2
           MOVE WS-TOT-1 TO WS-PATRIMONIO
           MOVE WS-TOT-2 TO WS-PATRIMONIO-ANT

           COMPUTE WS-PAS-MAS-PN = WS-PASIVO + WS-PATRIMONIO
           COMPUTE WS-PAS-MAS-PN-ANT =
              WS-PASIVO-ANT + WS-PATRIMONIO-ANT
           MOVE WS-PAS-MAS-PN     TO WS-TOT-1
           MOVE WS-PAS-MAS-PN-ANT TO WS-TOT-2
           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE "PASIVO + PATRIMONIO" TO WS-RUBRO-AUX
           PERFORM IMPRIMIR-TOTAL-2.

       VERIFICAR-ESTADOS.
           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           IF WS-ACTIVO = WS-PAS-MAS-PN
               AND WS-ACTIVO-ANT = WS-PAS-MAS-PN-ANT
              MOVE "EL BALANCE CUADRA: activo = pasivo + patrimonio"
                 TO WS-SPOOL-LINEA
           ELSE
              MOVE "ALERTA: EL BALANCE NO CUADRA" TO WS-SPOOL-LINEA
           END-IF
           PERFORM ESCRIBIR-LINEA-LIS

           IF WS-RESULTADO NOT = WS-RESULTADO-EJ
               OR WS-RESULTADO-ANT NOT = WS-RESULTADO-EJ-ANT
              MOVE "Aviso: el resultado no cerrado incluye ejercicios"
                 TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
              MOVE "anteriores sin cierre (CONTABILIZAR modo 5)"
                 TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-IF

           IF CUENTAS-DESBORDADAS
              MOVE "ALERTA: mas de 60 cuentas, hay importes afuera"
                 TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-IF.

      * suma por rubro las cuentas de WS-TIPO, con el signo de
      * presentacion, en el orden de la primera cuenta de cada rubro
       ARMAR-RUBROS.
           MOVE ZEROS TO WS-CANT-RUBROS
           MOVE ZEROS TO WS-TOT-1 WS-TOT-2 WS-TOT-3 WS-TOT-4
           PERFORM VARYING WS-CU FROM 1 BY 1
                   UNTIL WS-CU > WS-CANT-CUENTAS
              IF CU-TIPO(WS-CU) = WS-TIPO
                 PERFORM SUMAR-A-RUBRO
              END-IF
           END-PERFORM.

       SUMAR-A-RUBRO.
           MOVE ZEROS TO WS-RUBRO-IDX
           PERFORM VARYING WS-RU FROM 1 BY 1
                   UNTIL WS-RU > WS-CANT-RUBROS
              IF RU-RUBRO(WS-RU) = CU-RUBRO(WS-CU)
                 MOVE WS-RU TO WS-RUBRO-IDX
              END-IF
           END-PERFORM
           IF WS-RUBRO-IDX = ZEROS AND WS-CANT-RUBROS < 30
              ADD 1 TO WS-CANT-RUBROS
              MOVE WS-CANT-RUBROS TO WS-RUBRO-IDX
              MOVE CU-RUBRO(WS-CU) TO RU-RUBRO(WS-RUBRO-IDX)
              MOVE ZEROS TO RU-IMP-1(WS-RUBRO-IDX)
                            RU-IMP-2(WS-RUBRO-IDX)
                            RU-IMP-3(WS-RUBRO-IDX)
                            RU-IMP-4(WS-RUBRO-IDX)
           END-IF
           IF WS-RUBRO-IDX > ZEROS
              IF WS-TIPO = "I" OR "G"
                 COMPUTE RU-IMP-1(WS-RUBRO-IDX) =
                    RU-IMP-1(WS-RUBRO-IDX) + CU-MES(WS-CU) * WS-SIGNO
                 COMPUTE RU-IMP-2(WS-RUBRO-IDX) =
                    RU-IMP-2(WS-RUBRO-IDX)
                    + CU-MES-ANT(WS-CU) * WS-SIGNO
                 COMPUTE RU-IMP-3(WS-RUBRO-IDX) =
                    RU-IMP-3(WS-RUBRO-IDX) + CU-ACUM(WS-CU) * WS-SIGNO
                 COMPUTE RU-IMP-4(WS-RUBRO-IDX) =
                    RU-IMP-4(WS-RUBRO-IDX)
                    + CU-ACUM-ANT(WS-CU) * WS-SIGNO
              ELSE
                 COMPUTE RU-IMP-1(WS-RUBRO-IDX) =
                    RU-IMP-1(WS-RUBRO-IDX)
                    + CU-SALDO(WS-CU) * WS-SIGNO
                 COMPUTE RU-IMP-2(WS-RUBRO-IDX) =
                    RU-IMP-2(WS-RUBRO-IDX)
                    + CU-SALDO-ANT(WS-CU) * WS-SIGNO
              END-IF
           END-IF.

       IMPRIMIR-RUBROS-4.
           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE WS-TITULO-TIPO TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           PERFORM VARYING WS-RU FROM 1 BY 1
                   UNTIL WS-RU > WS-CANT-RUBROS
              ADD RU-IMP-1(WS-RU) TO WS-TOT-1
              ADD RU-IMP-2(WS-RU) TO WS-TOT-2
              ADD RU-IMP-3(WS-RU) TO WS-TOT-3
              ADD RU-IMP-4(WS-RU) TO WS-TOT-4
              MOVE RU-IMP-1(WS-RU) TO WS-ED-1
              MOVE RU-IMP-2(WS-RU) TO WS-ED-2
              MOVE RU-IMP-3(WS-RU) TO WS-ED-3
              MOVE RU-IMP-4(WS-RU) TO WS-ED-4
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "  " RU-RUBRO(WS-RU) WS-ED-1 " " WS-ED-2 " "
                 WS-ED-3 " " WS-ED-4
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-PERFORM
           MOVE SPACES TO WS-RUBRO-AUX
           STRING "TOTAL " WS-TITULO-TIPO
              DELIMITED BY SIZE INTO WS-RUBRO-AUX
           PERFORM IMPRIMIR-TOTAL-4.

       IMPRIMIR-TOTAL-4.
           MOVE WS-TOT-1 TO WS-ED-1
           MOVE WS-TOT-2 TO WS-ED-2
           MOVE WS-TOT-3 TO WS-ED-3
           MOVE WS-TOT-4 TO WS-ED-4
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  " WS-RUBRO-AUX WS-ED-1 " " WS-ED-2 " "
              WS-ED-3 " " WS-ED-4
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS.

       IMPRIMIR-RUBROS-2.
           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           MOVE WS-TITULO-TIPO TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS
           PERFORM VARYING WS-RU FROM 1 BY 1
                   UNTIL WS-RU > WS-CANT-RUBROS
              ADD RU-IMP-1(WS-RU) TO WS-TOT-1
              ADD RU-IMP-2(WS-RU) TO WS-TOT-2
              MOVE RU-IMP-1(WS-RU) TO WS-ED-1
              MOVE RU-IMP-2(WS-RU) TO WS-ED-2
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "  " RU-RUBRO(WS-RU) WS-ED-1 " " WS-ED-2
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-PERFORM
           MOVE SPACES TO WS-RUBRO-AUX
           STRING "TOTAL " WS-TITULO-TIPO
              DELIMITED BY SIZE INTO WS-RUBRO-AUX
           PERFORM IMPRIMIR-TOTAL-2.

       IMPRIMIR-TOTAL-2.
           MOVE WS-TOT-1 TO WS-ED-1
           MOVE WS-TOT-2 TO WS-ED-2
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  " WS-RUBRO-AUX WS-ED-1 " " WS-ED-2
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS.

       ESCRIBIR-LINEA-LIS.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "FECHA-NEGOCIO-CALC.cpy".
       COPY "ESPOOL-CALC.cpy".
