      * Lista de control del cierre mensual: el cierre de CONTABILIZAR
      * (modo 3) marcaba C un periodo aunque la conciliacion bancaria
      * tuviera partidas abiertas, los ledgers de sucursal no se
      * hubieran consolidado, quedaran aprobaciones de nomina
      * pendientes, una fecha de negocio abierta sin postear o
      * movimientos_costo.txt sin contabilizar. Este programa corre
      * la lista de un periodo AAAAMM verificando cada requisito en
      * los archivos mismos, y la deja en lista_cierre.txt
      * (LISTA-CIERRE-*.cpy), que CONTABILIZAR consulta antes de
      * cerrar:
      *  - modo 1, correr la lista: el responsable firma con operador
      *    y clave y cada item queda OK o PENDIENTE a su nombre:
      *      BAN conciliacion_pendientes.txt sin partidas con fecha
      *          hasta el fin del periodo
      *      SUC los registros del periodo de commission_ledger_s1/
      *          s2/s3.dat ya estan en commission_ledger_central.dat
      *      NOM sin horas extra, licencias ni permutas de guardia
      *          pendientes del periodo o anteriores (la misma
      *          bandeja del menu, BANDEJA-*.cpy)
      *      FEC la fecha de negocio abierta, si es del periodo o
      *          anterior, ya figura en fechas_posteadas.txt
      *      COS movimientos_costo.txt sin movimientos del periodo o
      *          anteriores (la contabilizacion lo vacia)
      *    Se puede volver a correr las veces que haga falta; un item
      *    dispensado sigue OMITIDO mientras no de OK
      *  - modo 2, dispensar un item PENDIENTE: firma un supervisor
      *    con autoridad CIE en autoridad_aprobacion.txt, distinto del
      *    que corrio la lista, y deja el motivo; el item queda
      *    OMITIDO a su nombre
      *  - modo 3, consulta: muestra la lista del periodo y la
      *    archiva en el spool
      * Un periodo ya cerrado no admite correr ni dispensar la lista.
      *
      * movimientos_costo.txt lleva ahora el deposito al final del
      * renglon; el control de costos sin contabilizar no lo usa.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-MENSUAL.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CONCILIACION-FILE ASSIGN TO
                 "conciliacion_pendientes.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONCILIACION-STATUS.

             SELECT SUC1-FILE ASSIGN TO "commission_ledger_s1.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SUC-STATUS.
             SELECT SUC2-FILE ASSIGN TO "commission_ledger_s2.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SUC-STATUS.
             SELECT SUC3-FILE ASSIGN TO "commission_ledger_s3.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SUC-STATUS.

             SELECT CENTRAL-FILE ASSIGN TO
                 "commission_ledger_central.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CENTRAL-STATUS.

             SELECT POSTEADAS-FILE ASSIGN TO "fechas_posteadas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-POSTEADAS-STATUS.

             SELECT MOVS-COSTO-FILE ASSIGN TO
                 "movimientos_costo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MOVS-COSTO-STATUS.

             COPY "LISTA-CIERRE-FC.cpy".

             COPY "PERIODO-GL-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "ESPOOL-FC.cpy".

             COPY "FACTPROV-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "AUTORIDAD-FC.cpy".

             COPY "BANDEJA-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD CONCILIACION-FILE.
        01 CONCILIACION-RECORD.
           05 CP-LADO        PIC X.
           05 FILLER         PIC X.
           05 CP-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 CP-TIPO        PIC X.
           05 FILLER         PIC X.
           05 CP-IMPORTE     PIC 9(9)V99.
           05 FILLER         PIC X.
           05 CP-DESCRIPCION PIC X(20).

      * ledgers de sucursal y central: el timestamp abre el registro
      * y la cola de control de la sucursal empieza con TRL
        FD SUC1-FILE.
        01 SUC1-RECORD PIC X(100).

        FD SUC2-FILE.
        01 SUC2-RECORD PIC X(100).

        FD SUC3-FILE.
        01 SUC3-RECORD PIC X(100).

        FD CENTRAL-FILE.
        01 CENTRAL-RECORD PIC X(100).

        FD POSTEADAS-FILE.
        01 POSTEADAS-RECORD.
           05 PO-FECHA PIC 9(8).

        FD MOVS-COSTO-FILE.
        01 MOV-COSTO-RECORD.
           05 MO-FECHA   PIC 9(8).
           05 FILLER     PIC X.
           05 MO-TIPO    PIC X(3).
           05 FILLER     PIC X.
           05 MO-IMPORTE PIC S9(9)V99.
           05 FILLER     PIC X.
           05 MO-DEPOSITO PIC 9(1).

        COPY "LISTA-CIERRE-FD.cpy".

        COPY "PERIODO-GL-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "ESPOOL-FD.cpy".

        COPY "FACTPROV-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "AUTORIDAD-FD.cpy".

        COPY "BANDEJA-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "LISTA-CIERRE-WS.cpy".
          COPY "PERIODO-GL-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "FACTPROV-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".
          COPY "BANDEJA-WS.cpy".
          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          77 WS-CONCILIACION-STATUS PIC X(2) VALUE "00".
              88 CONCILIACION-OK VALUE "00".
          77 WS-SUC-STATUS PIC X(2) VALUE "00".
              88 SUC-OK VALUE "00".
          77 WS-CENTRAL-STATUS PIC X(2) VALUE "00".
              88 CENTRAL-OK VALUE "00".
          77 WS-POSTEADAS-STATUS PIC X(2) VALUE "00".
              88 POSTEADAS-OK VALUE "00".
          77 WS-MOVS-COSTO-STATUS PIC X(2) VALUE "00".
              88 MOVS-COSTO-OK VALUE "00".

          77 WS-MODO PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

          77 WS-PERIODO      PIC 9(6) VALUE ZEROS.
          77 WS-FIRMANTE     PIC X(10) VALUE SPACES.
          77 WS-CM-TIMESTAMP PIC X(14) VALUE SPACES.
          77 WS-CM-ESTADO    PIC X(9) VALUE SPACES.
          77 WS-CM-DETALLE   PIC X(40) VALUE SPACES.
          77 WS-CM-ITEM      PIC X(3) VALUE SPACES.
          77 WS-CM-ITEM-IDX  PIC 9 VALUE ZERO.

          77 WS-CM-CANT         PIC 9(4) VALUE ZEROS.
          77 WS-CM-CANT-SUC     PIC 9(4) VALUE ZEROS.
          77 WS-CM-CANT-CENTRAL PIC 9(4) VALUE ZEROS.
          77 WS-CM-CANT-HEX     PIC 9(3) VALUE ZEROS.
          77 WS-CM-CANT-LIC     PIC 9(3) VALUE ZEROS.
          77 WS-CM-CANT-PER     PIC 9(3) VALUE ZEROS.
          77 WS-CM-FECHA-ABIERTA PIC 9(8) VALUE ZEROS.
          77 WS-CM-POSTEADA     PIC X VALUE "N".
              88 FECHA-POSTEADA VALUE "S".

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Correr la lista de control del cierre"
             DISPLAY "2 - Dispensar un item pendiente (supervisor)"
             DISPLAY "3 - Consultar la lista de un periodo"
             ACCEPT WS-MODO

             DISPLAY "Periodo (AAAAMM)"
             ACCEPT WS-PERIODO
             MOVE WS-PERIODO TO WS-LC-PERIODO

             PERFORM CARGAR-LISTA-CIERRE
             IF LISTA-DESBORDADA
                DISPLAY "ABORTADO: lista_cierre.txt supera los 300"
                   " renglones"
                GOBACK
             END-IF

             IF WS-MODO NOT = 3
                MOVE WS-PERIODO TO WS-PERIODO-GL
                PERFORM VERIFICAR-PERIODO-GL
                IF WS-PERIODO-GL-ESTADO = "C"
                   DISPLAY "El periodo " WS-PERIODO " ya esta cerrado"
                      " en CONTABILIZAR: la lista no se modifica"
                   GOBACK
                END-IF
             END-IF

             EVALUATE WS-MODO
                WHEN 2 PERFORM DISPENSAR-ITEM
                WHEN 3 PERFORM CONSULTAR-LISTA
                WHEN OTHER PERFORM CORRER-LISTA
             END-EVALUATE
           GOBACK.

      * el responsable firma una vez y cada item queda a su nombre
       CORRER-LISTA.
           DISPLAY "Firma del responsable de la lista"
           PERFORM IDENTIFICAR-APROBADOR
           IF AUTORIDAD-SIN-CLAVE
              DISPLAY "Operador o clave invalidos: la lista no se"
                 " corre"
              GOBACK
           END-IF
           MOVE WS-AU-OPERADOR TO WS-FIRMANTE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CM-TIMESTAMP

           DISPLAY " "
           DISPLAY "--- Lista de cierre del periodo " WS-PERIODO
              " ---"
           MOVE 1 TO WS-LI
           PERFORM VERIFICAR-CONCILIACION
           PERFORM ANOTAR-ITEM
           MOVE 2 TO WS-LI
           PERFORM VERIFICAR-SUCURSALES
           PERFORM ANOTAR-ITEM
           MOVE 3 TO WS-LI
           PERFORM VERIFICAR-NOMINA
           PERFORM ANOTAR-ITEM
           MOVE 4 TO WS-LI
           PERFORM VERIFICAR-FECHAS
           PERFORM ANOTAR-ITEM
           MOVE 5 TO WS-LI
           PERFORM VERIFICAR-COSTOS
           PERFORM ANOTAR-ITEM

           PERFORM GRABAR-LISTA-CIERRE
           PERFORM VERIFICAR-LISTA-CIERRE
           IF LISTA-CIERRE-COMPLETA
              DISPLAY "Lista completa: el periodo " WS-PERIODO
                 " puede cerrarse en CONTABILIZAR"
           ELSE
              DISPLAY "Faltan " WS-LC-FALTAN " items: el cierre del"
                 " periodo sigue bloqueado"
           END-IF.

      * un item dispensado no vuelve a PENDIENTE al recorrer la lista;
      * si ahora da OK, el OK lo reemplaza
       ANOTAR-ITEM.
           PERFORM BUSCAR-ITEM-CIERRE
           IF WS-LT-IDX = ZEROS
              IF WS-CANT-LISTA >= 300
                 DISPLAY "Sin lugar en lista_cierre.txt para "
                    LI-ITEM(WS-LI)
                 GOBACK
              END-IF
              ADD 1 TO WS-CANT-LISTA
              MOVE WS-CANT-LISTA  TO WS-LT-IDX
              MOVE WS-PERIODO     TO LT-PERIODO(WS-LT-IDX)
              MOVE LI-ITEM(WS-LI) TO LT-ITEM(WS-LT-IDX)
              MOVE SPACES         TO LT-ESTADO(WS-LT-IDX)
           END-IF

           IF LT-ESTADO(WS-LT-IDX) = "OMITIDO"
               AND WS-CM-ESTADO = "PENDIENTE"
              DISPLAY LI-ITEM(WS-LI) " " LI-NOMBRE(WS-LI)
                 " OMITIDO (dispensado; hoy: " WS-CM-DETALLE ")"
           ELSE
              MOVE WS-CM-ESTADO    TO LT-ESTADO(WS-LT-IDX)
              MOVE WS-FIRMANTE     TO LT-OPERADOR(WS-LT-IDX)
              MOVE WS-CM-TIMESTAMP TO LT-TIMESTAMP(WS-LT-IDX)
              MOVE WS-CM-DETALLE   TO LT-DETALLE(WS-LT-IDX)
              DISPLAY LI-ITEM(WS-LI) " " LI-NOMBRE(WS-LI) " "
                 WS-CM-ESTADO " " WS-CM-DETALLE
           END-IF.

      * partidas sin conciliar arrastradas con fecha hasta el fin
      * del periodo
       VERIFICAR-CONCILIACION.
           MOVE ZEROS TO WS-CM-CANT
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT CONCILIACION-FILE
           IF CONCILIACION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ CONCILIACION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF CP-FECHA(1:6) NOT > WS-PERIODO
                       ADD 1 TO WS-CM-CANT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CONCILIACION-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           MOVE SPACES TO WS-CM-DETALLE
           IF WS-CM-CANT = ZEROS
              MOVE "OK" TO WS-CM-ESTADO
              MOVE "Sin partidas abiertas al fin del periodo"
                 TO WS-CM-DETALLE
           ELSE
              MOVE "PENDIENTE" TO WS-CM-ESTADO
              STRING WS-CM-CANT " partidas sin conciliar"
                 DELIMITED BY SIZE INTO WS-CM-DETALLE
           END-IF.

      * lo del periodo en las sucursales tiene que estar en central
       VERIFICAR-SUCURSALES.
           MOVE ZEROS TO WS-CM-CANT-SUC WS-CM-CANT-CENTRAL

           OPEN INPUT SUC1-FILE
           IF SUC-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ SUC1-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF SUC1-RECORD(1:3) NOT = "TRL"
                        AND SUC1-RECORD(1:6) = WS-PERIODO
                       ADD 1 TO WS-CM-CANT-SUC
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SUC1-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           OPEN INPUT SUC2-FILE
           IF SUC-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ SUC2-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF SUC2-RECORD(1:3) NOT = "TRL"
                        AND SUC2-RECORD(1:6) = WS-PERIODO
                       ADD 1 TO WS-CM-CANT-SUC
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SUC2-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           OPEN INPUT SUC3-FILE
           IF SUC-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ SUC3-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF SUC3-RECORD(1:3) NOT = "TRL"
                        AND SUC3-RECORD(1:6) = WS-PERIODO
                       ADD 1 TO WS-CM-CANT-SUC
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SUC3-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           OPEN INPUT CENTRAL-FILE
           IF CENTRAL-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ CENTRAL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF CENTRAL-RECORD(1:6) = WS-PERIODO
                       ADD 1 TO WS-CM-CANT-CENTRAL
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CENTRAL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           MOVE SPACES TO WS-CM-DETALLE
           IF WS-CM-CANT-SUC > WS-CM-CANT-CENTRAL
              MOVE "PENDIENTE" TO WS-CM-ESTADO
           ELSE
              MOVE "OK" TO WS-CM-ESTADO
           END-IF
           STRING "Sucursales " WS-CM-CANT-SUC " reg., central "
              WS-CM-CANT-CENTRAL " reg." DELIMITED BY SIZE
              INTO WS-CM-DETALLE.

      * horas extra, licencias y permutas que siguen pendientes desde
      * el periodo o antes
       VERIFICAR-NOMINA.
           MOVE ZEROS TO WS-CM-CANT-HEX WS-CM-CANT-LIC WS-CM-CANT-PER
           PERFORM CARGAR-BANDEJA
           PERFORM VARYING WS-BJ FROM 1 BY 1
                   UNTIL WS-BJ > WS-CANT-BANDEJA
              IF BT-TS(WS-BJ)(1:6) NOT > WS-PERIODO
                 EVALUATE BT-TIPO(WS-BJ)
                    WHEN "HEX" ADD 1 TO WS-CM-CANT-HEX
                    WHEN "LIC" ADD 1 TO WS-CM-CANT-LIC
                    WHEN "PER" ADD 1 TO WS-CM-CANT-PER
                 END-EVALUATE
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-CM-DETALLE
           IF WS-CM-CANT-HEX = ZEROS AND WS-CM-CANT-LIC = ZEROS
               AND WS-CM-CANT-PER = ZEROS
              MOVE "OK" TO WS-CM-ESTADO
              MOVE "Sin aprobaciones de nomina pendientes"
                 TO WS-CM-DETALLE
           ELSE
              MOVE "PENDIENTE" TO WS-CM-ESTADO
              STRING "Pendientes HEX " WS-CM-CANT-HEX " LIC "
                 WS-CM-CANT-LIC " PER " WS-CM-CANT-PER
                 DELIMITED BY SIZE INTO WS-CM-DETALLE
           END-IF.

      * la fecha de negocio abierta, si cae en el periodo o antes,
      * tiene que haberse cerrado por el orquestador
       VERIFICAR-FECHAS.
           MOVE ZEROS TO WS-CM-FECHA-ABIERTA
           OPEN INPUT FECHA-NEGOCIO-FILE
           IF FECHA-NEG-OK
              READ FECHA-NEGOCIO-FILE
                AT END CONTINUE
                NOT AT END MOVE FN-FECHA TO WS-CM-FECHA-ABIERTA
              END-READ
              CLOSE FECHA-NEGOCIO-FILE
           END-IF

           MOVE "N" TO WS-CM-POSTEADA
           OPEN INPUT POSTEADAS-FILE
           IF POSTEADAS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ POSTEADAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF PO-FECHA = WS-CM-FECHA-ABIERTA
                       SET FECHA-POSTEADA TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE POSTEADAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           MOVE SPACES TO WS-CM-DETALLE
           EVALUATE TRUE
              WHEN WS-CM-FECHA-ABIERTA = ZEROS
                 MOVE "OK" TO WS-CM-ESTADO
                 MOVE "Sin fecha de negocio abierta"
                    TO WS-CM-DETALLE
              WHEN WS-CM-FECHA-ABIERTA(1:6) > WS-PERIODO
                 MOVE "OK" TO WS-CM-ESTADO
                 STRING "Fecha abierta " WS-CM-FECHA-ABIERTA
                    " es posterior" DELIMITED BY SIZE
                    INTO WS-CM-DETALLE
              WHEN FECHA-POSTEADA
                 MOVE "OK" TO WS-CM-ESTADO
                 STRING "Fecha " WS-CM-FECHA-ABIERTA " ya posteada"
                    DELIMITED BY SIZE INTO WS-CM-DETALLE
              WHEN OTHER
                 MOVE "PENDIENTE" TO WS-CM-ESTADO
                 STRING "Fecha " WS-CM-FECHA-ABIERTA
                    " abierta sin postear" DELIMITED BY SIZE
                    INTO WS-CM-DETALLE
           END-EVALUATE.

      * la contabilizacion consume movimientos_costo.txt: lo que
      * quede del periodo o antes todavia no llego al mayor
       VERIFICAR-COSTOS.
           MOVE ZEROS TO WS-CM-CANT
           OPEN INPUT MOVS-COSTO-FILE
           IF MOVS-COSTO-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ MOVS-COSTO-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF MO-FECHA(1:6) NOT > WS-PERIODO
                       ADD 1 TO WS-CM-CANT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE MOVS-COSTO-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           MOVE SPACES TO WS-CM-DETALLE
           IF WS-CM-CANT = ZEROS
              MOVE "OK" TO WS-CM-ESTADO
              MOVE "Movimientos de costo ya contabilizados"
                 TO WS-CM-DETALLE
           ELSE
              MOVE "PENDIENTE" TO WS-CM-ESTADO
              STRING WS-CM-CANT " movimientos sin contabilizar"
                 DELIMITED BY SIZE INTO WS-CM-DETALLE
           END-IF.

      * la dispensa la firma un supervisor con autoridad CIE que no
      * sea quien corrio la lista
       DISPENSAR-ITEM.
           DISPLAY "Item a dispensar (BAN, SUC, NOM, FEC, COS)"
           ACCEPT WS-CM-ITEM

           MOVE ZERO TO WS-CM-ITEM-IDX
           PERFORM VARYING WS-LI FROM 1 BY 1 UNTIL WS-LI > 5
              IF LI-ITEM(WS-LI) = WS-CM-ITEM
                 MOVE WS-LI TO WS-CM-ITEM-IDX
              END-IF
           END-PERFORM

           IF WS-CM-ITEM-IDX = ZERO
              DISPLAY "Item no valido: " WS-CM-ITEM
              GOBACK
           END-IF
           MOVE WS-CM-ITEM-IDX TO WS-LI
           PERFORM BUSCAR-ITEM-CIERRE
           IF WS-LT-IDX = ZEROS
              DISPLAY "El item " WS-CM-ITEM " no se verifico todavia:"
                 " correr la lista (modo 1) antes"
              GOBACK
           END-IF
           IF LT-ESTADO(WS-LT-IDX) NOT = "PENDIENTE"
              DISPLAY "El item " WS-CM-ITEM " esta "
                 LT-ESTADO(WS-LT-IDX) ": solo se dispensa un"
                 " PENDIENTE"
              GOBACK
           END-IF

           DISPLAY "Hoy: " LT-DETALLE(WS-LT-IDX)
           DISPLAY "Motivo de la dispensa"
           ACCEPT WS-CM-DETALLE
           IF WS-CM-DETALLE = SPACES
              DISPLAY "Sin motivo no hay dispensa"
              GOBACK
           END-IF

           MOVE "CIERRE-MENSUAL"         TO WS-AU-PROGRAMA
           MOVE "CIE"                    TO WS-AU-TIPO
           MOVE ZEROS                    TO WS-AU-MONTO
           MOVE LT-OPERADOR(WS-LT-IDX)   TO WS-AU-SOLICITANTE
           MOVE SPACES                   TO WS-AU-SOLICITANTE-2
           PERFORM AUTORIZAR-DECISION
           IF NOT AUTORIDAD-CONCEDIDA
              GOBACK
           END-IF

           MOVE "OMITIDO"      TO LT-ESTADO(WS-LT-IDX)
           MOVE WS-AU-OPERADOR TO LT-OPERADOR(WS-LT-IDX)
           MOVE FUNCTION CURRENT-DATE(1:14)
              TO LT-TIMESTAMP(WS-LT-IDX)
           MOVE WS-CM-DETALLE  TO LT-DETALLE(WS-LT-IDX)
           PERFORM GRABAR-LISTA-CIERRE

           DISPLAY "Item " WS-CM-ITEM " dispensado por "
              WS-AU-OPERADOR
           PERFORM VERIFICAR-LISTA-CIERRE
           IF LISTA-CIERRE-COMPLETA
              DISPLAY "Lista completa: el periodo " WS-PERIODO
                 " puede cerrarse en CONTABILIZAR"
           END-IF.

       CONSULTAR-LISTA.
           MOVE "CIERRE-MENSUAL"  TO WS-SPOOL-PROGRAMA
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM IMPRIMIR-LISTA-CIERRE.

       GRABAR-LISTA-CIERRE.
           OPEN OUTPUT LISTA-CIERRE-FILE
           PERFORM VARYING WS-LT FROM 1 BY 1
                   UNTIL WS-LT > WS-CANT-LISTA
              MOVE SPACES               TO LISTA-CIERRE-RECORD
              MOVE LT-PERIODO(WS-LT)    TO LC-PERIODO
              MOVE LT-ITEM(WS-LT)       TO LC-ITEM
              MOVE LT-ESTADO(WS-LT)     TO LC-ESTADO
              MOVE LT-OPERADOR(WS-LT)   TO LC-OPERADOR
              MOVE LT-TIMESTAMP(WS-LT)  TO LC-TIMESTAMP
              MOVE LT-DETALLE(WS-LT)    TO LC-DETALLE
              WRITE LISTA-CIERRE-RECORD
           END-PERFORM
           CLOSE LISTA-CIERRE-FILE.

       COPY "LISTA-CIERRE-CALC.cpy".

       COPY "PERIODO-GL-CALC.cpy".

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".

       COPY "BANDEJA-CALC.cpy".
