      * Estado mensual de comisiones por beneficiario: ORDENES-PAGO
      * emite una orden COM por beneficiario con la suma del periodo,
      * pero el beneficiario nunca veia que operaciones y que version
      * de tasas la formaban, y cada reclamo llevaba dias. Esta
      * corrida pide el periodo (AAAAMM) y, para cada beneficiario de
      * tasas_comision.txt (los de la version mas alta, en el mismo
      * orden que los 5 resultados del ledger, como los toma
      * ORDENES-PAGO), arma su estado sobre
      * commission_ledger_central.dat:
      *  - cada registro del periodo que aporto a su columna, con
      *    fecha, sucursal, cajero, tipo, millon base, divisor y
      *    version de tasas, ordenado por sucursal y con subtotal por
      *    sucursal
      *  - las reversas de registros del periodo que se netearon en
      *    la orden (o que se van a netear, si el periodo todavia no
      *    se ordeno), en negativo
      *  - los recuperos de reversas de otros periodos descontados en
      *    la orden (recuperos_comision.txt)
      *  - la conciliacion del total contra el importe de la orden
      *    COM del periodo en ordenes_pago.txt (el numero de orden sale
      *    de fuentes_pagadas.txt)
      * Cada estado sale por pantalla y queda archivado en el spool
      * (ESPOOL-*.cpy), uno por beneficiario, para reimprimirlo con
      * REIMPRIMIR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-COMISIONES.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CENTRAL-FILE ASSIGN TO
                 "commission_ledger_central.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CENTRAL-STATUS.

             SELECT TASAS-FILE ASSIGN TO "tasas_comision.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TASAS-STATUS.

             SELECT FUENTES-FILE ASSIGN TO "fuentes_pagadas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FUENTES-STATUS.

             SELECT ORDENES-FILE ASSIGN TO "ordenes_pago.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ORDENES-STATUS.

             SELECT RECUPEROS-FILE ASSIGN TO "recuperos_comision.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECUPEROS-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD CENTRAL-FILE.
        01 CENTRAL-RECORD.
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
               88 LR-REVERSA    VALUE "R".
               88 LR-CORRECCION VALUE "C".
           05 FILLER            PIC X.
           05 LR-REF-TIMESTAMP  PIC 9(14).
        01 CENTRAL-TRAILER.
           05 CT-MARCA          PIC X(3).
               88 CT-ES-TRAILER VALUE "TRL".
           05 FILLER            PIC X(97).

        FD TASAS-FILE.
        01 TASA-RECORD.
           05 TA-VERSION      PIC 9(3).
           05 FILLER          PIC X.
           05 TA-VIGENCIA     PIC 9(8).
           05 FILLER          PIC X.
           05 TA-DIVISOR      PIC 9(3)V99.
           05 FILLER          PIC X.
           05 TA-BENEFICIARIO PIC X(15).

        FD FUENTES-FILE.
        01 FUENTE-RECORD.
           05 FP-TIPO    PIC X(3).
           05 FILLER     PIC X.
           05 FP-CLAVE   PIC X(15).
           05 FILLER     PIC X.
           05 FP-PERIODO PIC 9(8).
           05 FILLER     PIC X.
           05 FP-ORDEN   PIC 9(6).

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

        FD RECUPEROS-FILE.
        01 RECUPERO-RECORD.
           05 RC-BENEFICIARIO PIC X(15).
           05 FILLER          PIC X.
           05 RC-TIMESTAMP    PIC 9(14).
           05 FILLER          PIC X.
           05 RC-SUCURSAL     PIC X(4).
           05 FILLER          PIC X.
           05 RC-CAJERO       PIC X(6).
           05 FILLER          PIC X.
           05 RC-PERIODO      PIC 9(6).
           05 FILLER          PIC X.
           05 RC-IMPORTE      PIC 9(9)V99.
           05 FILLER          PIC X.
           05 RC-ESTADO       PIC X.
           05 FILLER          PIC X.
           05 RC-ORDEN        PIC 9(6).

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-CENTRAL-STATUS PIC X(2) VALUE "00".
              88 CENTRAL-OK VALUE "00".
          77 WS-TASAS-STATUS PIC X(2) VALUE "00".
              88 TASAS-OK VALUE "00".
          77 WS-FUENTES-STATUS PIC X(2) VALUE "00".
              88 FUENTES-OK VALUE "00".
          77 WS-ORDENES-STATUS PIC X(2) VALUE "00".
              88 ORDENES-OK VALUE "00".
          77 WS-RECUPEROS-STATUS PIC X(2) VALUE "00".
              88 RECUPEROS-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

          77 WS-PERIODO     PIC 9(6) VALUE ZEROS.
          77 WS-REF-PERIODO PIC 9(6) VALUE ZEROS.

      * todas las tasas de la tabla, con su posicion dentro de la
      * version (la misma posicion que el resultado en el ledger)
          01 TASAS-TABLA.
             02 TASA-ENT OCCURS 100 TIMES.
                03 TT-VERSION PIC 9(3).
                03 TT-POS     PIC 9(1).
                03 TT-DIVISOR PIC 9(3)V99.
          77 WS-CANT-TASAS PIC 9(3) VALUE ZEROS.
          77 WS-TT         PIC 9(3) VALUE ZEROS.
          77 WS-TT-POS     PIC 9(1) VALUE ZEROS.

      * beneficiarios de la version mas alta
          01 BENEF-TABLA.
             02 BENEF-ENT OCCURS 5 TIMES.
                03 BN-NOMBRE PIC X(15).
          77 WS-CANT-BENEF  PIC 9(1) VALUE ZEROS.
          77 WS-BN          PIC 9(1) VALUE ZEROS.
          77 WS-VERSION-MAX PIC 9(3) VALUE ZEROS.

      * registros del ledger central que tocan el periodo: los del
      * periodo y las reversas de registros del periodo
          01 LEDGER-TABLA.
             02 LEDGER-ENT OCCURS 500 TIMES.
                03 EL-TIMESTAMP PIC 9(14).
                03 EL-SUCURSAL  PIC X(4).
                03 EL-CAJERO    PIC X(6).
                03 EL-MILLON    PIC 9(12).
                03 EL-VERSION   PIC 9(3).
                03 EL-TIPO      PIC X.
                03 EL-RES       PIC 9(7) OCCURS 5 TIMES.
          77 WS-CANT-LEDGER PIC 9(3) VALUE ZEROS.
          77 WS-EL          PIC 9(3) VALUE ZEROS.
          77 WS-LEDGER-DESBORDE PIC X VALUE "N".
              88 LEDGER-DESBORDADO VALUE "S".

      * reversas ya tratadas por ORDENES-PAGO
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

      * renglones del estado del beneficiario en curso
          01 ESTADO-TABLA.
             02 ESTADO-ENT OCCURS 500 TIMES.
                03 ES-SUCURSAL  PIC X(4).
                03 ES-TIMESTAMP PIC 9(14).
                03 ES-CAJERO    PIC X(6).
                03 ES-TIPO      PIC X.
                03 ES-MILLON    PIC 9(12).
                03 ES-DIVISOR   PIC 9(3)V99.
                03 ES-VERSION   PIC 9(3).
                03 ES-IMPORTE   PIC S9(9).
          77 WS-CANT-ESTADO PIC 9(3) VALUE ZEROS.
          77 WS-ES          PIC 9(3) VALUE ZEROS.
          77 WS-I           PIC 9(3) VALUE ZEROS.
          77 WS-J           PIC 9(3) VALUE ZEROS.
          01 WS-TMP-ESTADO  PIC X(54) VALUE SPACES.

          77 WS-ORDEN-NUM    PIC 9(6) VALUE ZEROS.
          77 WS-ORDEN-IMPORTE PIC 9(9)V99 VALUE ZEROS.
          77 WS-HAY-FUENTE   PIC X VALUE "N".
              88 PERIODO-ORDENADO VALUE "S".
          77 WS-HAY-ORDEN    PIC X VALUE "N".
              88 ORDEN-ENCONTRADA VALUE "S".

          77 WS-SUC-ACTUAL   PIC X(4) VALUE SPACES.
          77 WS-SUBTOTAL     PIC S9(11)V99 VALUE ZEROS.
          77 WS-TOTAL-RECUP  PIC S9(11)V99 VALUE ZEROS.
          77 WS-TOTAL-ESTADO PIC S9(11)V99 VALUE ZEROS.
          77 WS-DIFERENCIA   PIC S9(11)V99 VALUE ZEROS.
          77 WS-CANT-CONCILIAN PIC 9(1) VALUE ZEROS.
          77 WS-CANT-DIFIEREN  PIC 9(1) VALUE ZEROS.

          77 WS-EDIT-MILLON  PIC ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZEROS.
          77 WS-EDIT-DIVISOR PIC ZZ9.99 VALUE ZEROS.
          77 WS-EDIT-IMPORTE PIC ----,---,--9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "Periodo del estado de comisiones (AAAAMM)"
             ACCEPT WS-PERIODO

             PERFORM CARGAR-TASAS
             IF WS-CANT-BENEF = ZEROS
                DISPLAY "Sin tasas_comision.txt, no hay beneficiarios"
                GOBACK
             END-IF

             PERFORM CARGAR-CENTRAL
             IF LEDGER-DESBORDADO
                DISPLAY "ABORTADO: mas de 500 registros del periodo en"
                   " el ledger central"
                GOBACK
             END-IF

             PERFORM CARGAR-RECUPEROS

             PERFORM VARYING WS-BN FROM 1 BY 1
                     UNTIL WS-BN > WS-CANT-BENEF
                PERFORM ESTADO-BENEFICIARIO
             END-PERFORM

             DISPLAY " "
             DISPLAY "Estados que concilian con su orden: "
                WS-CANT-CONCILIAN
             DISPLAY "Estados con diferencia:            "
                WS-CANT-DIFIEREN
           GOBACK.

      * la tabla entera, numerando cada tasa dentro de su version;
      * los beneficiarios son los de la version mas alta
       CARGAR-TASAS.
           OPEN INPUT TASAS-FILE
           IF TASAS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ TASAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-TASAS < 100
                        AND TA-DIVISOR NOT = ZEROS
                       MOVE ZEROS TO WS-TT-POS
                       PERFORM VARYING WS-TT FROM 1 BY 1
                               UNTIL WS-TT > WS-CANT-TASAS
                          IF TT-VERSION(WS-TT) = TA-VERSION
                             ADD 1 TO WS-TT-POS
                          END-IF
                       END-PERFORM
                       IF WS-TT-POS < 5
                          ADD 1 TO WS-CANT-TASAS
                          ADD 1 TO WS-TT-POS
                          MOVE TA-VERSION TO TT-VERSION(WS-CANT-TASAS)
                          MOVE WS-TT-POS  TO TT-POS(WS-CANT-TASAS)
                          MOVE TA-DIVISOR TO TT-DIVISOR(WS-CANT-TASAS)
                       END-IF
                    END-IF

                    IF TA-VERSION > WS-VERSION-MAX
                       MOVE TA-VERSION TO WS-VERSION-MAX
                       MOVE ZEROS TO WS-CANT-BENEF
                    END-IF
                    IF TA-VERSION = WS-VERSION-MAX
                        AND WS-CANT-BENEF < 5
                       ADD 1 TO WS-CANT-BENEF
                       MOVE TA-BENEFICIARIO
                          TO BN-NOMBRE(WS-CANT-BENEF)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE TASAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-CENTRAL.
           OPEN INPUT CENTRAL-FILE
           IF NOT CENTRAL-OK
              DISPLAY "Aviso: sin commission_ledger_central.dat, los"
                 " estados salen sin operaciones"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ CENTRAL-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE ZEROS TO WS-REF-PERIODO
                    IF LR-REVERSA
                       MOVE LR-REF-TIMESTAMP(1:6) TO WS-REF-PERIODO
                    END-IF
                    IF NOT CT-ES-TRAILER
                       IF (LR-REVERSA
                           AND WS-REF-PERIODO = WS-PERIODO)
                          OR (NOT LR-REVERSA
                           AND LR-TIMESTAMP(1:6) = WS-PERIODO)
                          PERFORM GUARDAR-REGISTRO
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CENTRAL-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       GUARDAR-REGISTRO.
           IF WS-CANT-LEDGER >= 500
              SET LEDGER-DESBORDADO TO TRUE
              SET FIN-ARCHIVO TO TRUE
           ELSE
              ADD 1 TO WS-CANT-LEDGER
              MOVE LR-TIMESTAMP TO EL-TIMESTAMP(WS-CANT-LEDGER)
              MOVE LR-SUCURSAL  TO EL-SUCURSAL(WS-CANT-LEDGER)
              MOVE LR-CAJERO    TO EL-CAJERO(WS-CANT-LEDGER)
              MOVE LR-MILLON    TO EL-MILLON(WS-CANT-LEDGER)
              MOVE LR-VERSION-TASAS TO EL-VERSION(WS-CANT-LEDGER)
              MOVE LR-TIPO-MOV  TO EL-TIPO(WS-CANT-LEDGER)
              MOVE LR-RES1      TO EL-RES(WS-CANT-LEDGER, 1)
              MOVE LR-RES2      TO EL-RES(WS-CANT-LEDGER, 2)
              MOVE LR-RES3      TO EL-RES(WS-CANT-LEDGER, 3)
              MOVE LR-RES4      TO EL-RES(WS-CANT-LEDGER, 4)
              MOVE LR-RES5      TO EL-RES(WS-CANT-LEDGER, 5)
           END-IF.

       CARGAR-RECUPEROS.
           OPEN INPUT RECUPEROS-FILE
           IF RECUPEROS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ RECUPEROS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-RECUPEROS < 300
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

       ESTADO-BENEFICIARIO.
           PERFORM BUSCAR-ORDEN-COM

           MOVE ZEROS TO WS-CANT-ESTADO
           PERFORM VARYING WS-EL FROM 1 BY 1
                   UNTIL WS-EL > WS-CANT-LEDGER
              IF EL-RES(WS-EL, WS-BN) > ZEROS
                 PERFORM RENGLON-DE-REGISTRO
              END-IF
           END-PERFORM
           PERFORM ORDENAR-ESTADO

           MOVE "ESTADO-COMISION" TO WS-SPOOL-PROGRAMA
           MOVE SPACES TO WS-SPOOL-TITULO
           STRING "ESTADO COMIS " BN-NOMBRE(WS-BN)
              DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "===== ESTADO DE COMISIONES " BN-NOMBRE(WS-BN)
              " PERIODO " WS-PERIODO " ====="
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-ESTADO
           MOVE SPACES    TO WS-SPOOL-LINEA
           MOVE "FECHA"   TO WS-SPOOL-LINEA(3:5)
           MOVE "SUC"     TO WS-SPOOL-LINEA(12:3)
           MOVE "CAJERO"  TO WS-SPOOL-LINEA(17:6)
           MOVE "T"       TO WS-SPOOL-LINEA(24:1)
           MOVE "MILLON"  TO WS-SPOOL-LINEA(34:6)
           MOVE "DIVISOR" TO WS-SPOOL-LINEA(41:7)
           MOVE "VER"     TO WS-SPOOL-LINEA(49:3)
           MOVE "IMPORTE" TO WS-SPOOL-LINEA(61:7)
           PERFORM ESCRIBIR-LINEA-ESTADO

           MOVE ZEROS  TO WS-TOTAL-ESTADO WS-SUBTOTAL WS-TOTAL-RECUP
           MOVE SPACES TO WS-SUC-ACTUAL
           PERFORM VARYING WS-ES FROM 1 BY 1
                   UNTIL WS-ES > WS-CANT-ESTADO
              IF ES-SUCURSAL(WS-ES) NOT = WS-SUC-ACTUAL
                 IF WS-ES > 1
                    PERFORM LINEA-SUBTOTAL
                 END-IF
                 MOVE ES-SUCURSAL(WS-ES) TO WS-SUC-ACTUAL
                 MOVE ZEROS TO WS-SUBTOTAL
              END-IF
              PERFORM LINEA-RENGLON
              ADD ES-IMPORTE(WS-ES) TO WS-SUBTOTAL WS-TOTAL-ESTADO
           END-PERFORM
           IF WS-CANT-ESTADO > ZEROS
              PERFORM LINEA-SUBTOTAL
           ELSE
              MOVE "  Sin operaciones del periodo" TO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-ESTADO
           END-IF

           IF ORDEN-ENCONTRADA
              PERFORM LINEAS-RECUPEROS
           END-IF

           MOVE WS-TOTAL-ESTADO TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           MOVE "  TOTAL DEL ESTADO" TO WS-SPOOL-LINEA
           MOVE WS-EDIT-IMPORTE TO WS-SPOOL-LINEA(53:15)
           PERFORM ESCRIBIR-LINEA-ESTADO

           PERFORM LINEA-CONCILIACION

           PERFORM CERRAR-SPOOL.

      * numero de orden de la fuente COM del beneficiario y periodo,
      * y su importe en ordenes_pago.txt
       BUSCAR-ORDEN-COM.
           MOVE "N" TO WS-HAY-FUENTE WS-HAY-ORDEN
           MOVE ZEROS TO WS-ORDEN-NUM WS-ORDEN-IMPORTE
           OPEN INPUT FUENTES-FILE
           IF FUENTES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FUENTES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF FP-TIPO = "COM"
                        AND FP-CLAVE = BN-NOMBRE(WS-BN)
                        AND FP-PERIODO = WS-PERIODO
                       SET PERIODO-ORDENADO TO TRUE
                       IF FP-ORDEN IS NUMERIC
                          MOVE FP-ORDEN TO WS-ORDEN-NUM
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FUENTES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           IF WS-ORDEN-NUM > ZEROS
              OPEN INPUT ORDENES-FILE
              IF ORDENES-OK
                 PERFORM UNTIL FIN-ARCHIVO
                   READ ORDENES-FILE
                     AT END SET FIN-ARCHIVO TO TRUE
                     NOT AT END
                       IF OP-NUMERO = WS-ORDEN-NUM
                           AND OP-TIPO = "COM"
                          SET ORDEN-ENCONTRADA TO TRUE
                          MOVE OP-IMPORTE TO WS-ORDEN-IMPORTE
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE ORDENES-FILE
              END-IF
              MOVE "N" TO WS-FIN-ARCHIVO
           END-IF.

      * un registro del periodo entra en positivo; una reversa de un
      * registro del periodo entra en negativo si ORDENES-PAGO la
      * neteo en esta orden (N), o si el periodo todavia no se ordeno
      * y nadie la trato; si quedo como recupero figura en el estado
      * de la orden que la desconto
       RENGLON-DE-REGISTRO.
           IF EL-TIPO(WS-EL) = "R"
              MOVE ZEROS TO WS-RU-IDX
              PERFORM VARYING WS-RU FROM 1 BY 1
                      UNTIL WS-RU > WS-CANT-RECUPEROS
                 IF WS-RU-IDX = ZEROS
                     AND RU-TIMESTAMP(WS-RU) = EL-TIMESTAMP(WS-EL)
                     AND RU-SUCURSAL(WS-RU) = EL-SUCURSAL(WS-EL)
                     AND RU-CAJERO(WS-RU) = EL-CAJERO(WS-EL)
                     AND RU-BENEFICIARIO(WS-RU) = BN-NOMBRE(WS-BN)
                    MOVE WS-RU TO WS-RU-IDX
                 END-IF
              END-PERFORM
              IF WS-RU-IDX > ZEROS
                 IF RU-ESTADO(WS-RU-IDX) = "N"
                    PERFORM AGREGAR-RENGLON
                 END-IF
              ELSE
                 IF NOT PERIODO-ORDENADO
                    PERFORM AGREGAR-RENGLON
                 END-IF
              END-IF
           ELSE
              PERFORM AGREGAR-RENGLON
           END-IF.

       AGREGAR-RENGLON.
           IF WS-CANT-ESTADO < 500
              ADD 1 TO WS-CANT-ESTADO
              MOVE EL-SUCURSAL(WS-EL)  TO ES-SUCURSAL(WS-CANT-ESTADO)
              MOVE EL-TIMESTAMP(WS-EL) TO ES-TIMESTAMP(WS-CANT-ESTADO)
              MOVE EL-CAJERO(WS-EL)    TO ES-CAJERO(WS-CANT-ESTADO)
              MOVE EL-TIPO(WS-EL)      TO ES-TIPO(WS-CANT-ESTADO)
              MOVE EL-MILLON(WS-EL)    TO ES-MILLON(WS-CANT-ESTADO)
              MOVE EL-VERSION(WS-EL)   TO ES-VERSION(WS-CANT-ESTADO)
              MOVE ZEROS TO ES-DIVISOR(WS-CANT-ESTADO)
              PERFORM VARYING WS-TT FROM 1 BY 1
                      UNTIL WS-TT > WS-CANT-TASAS
                 IF TT-VERSION(WS-TT) = EL-VERSION(WS-EL)
                     AND TT-POS(WS-TT) = WS-BN
                    MOVE TT-DIVISOR(WS-TT)
                       TO ES-DIVISOR(WS-CANT-ESTADO)
                 END-IF
              END-PERFORM
              IF EL-TIPO(WS-EL) = "R"
                 COMPUTE ES-IMPORTE(WS-CANT-ESTADO) =
                    ZERO - EL-RES(WS-EL, WS-BN)
              ELSE
                 MOVE EL-RES(WS-EL, WS-BN)
                    TO ES-IMPORTE(WS-CANT-ESTADO)
              END-IF
           END-IF.

      * por sucursal y, dentro de la sucursal, por fecha y hora
       ORDENAR-ESTADO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-CANT-ESTADO
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-CANT-ESTADO - WS-I
                 IF ES-SUCURSAL(WS-J) > ES-SUCURSAL(WS-J + 1)
                     OR (ES-SUCURSAL(WS-J) = ES-SUCURSAL(WS-J + 1)
                     AND ES-TIMESTAMP(WS-J) > ES-TIMESTAMP(WS-J + 1))
                    MOVE ESTADO-ENT(WS-J)     TO WS-TMP-ESTADO
                    MOVE ESTADO-ENT(WS-J + 1) TO ESTADO-ENT(WS-J)
                    MOVE WS-TMP-ESTADO        TO ESTADO-ENT(WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       LINEA-RENGLON.
           MOVE ES-MILLON(WS-ES)  TO WS-EDIT-MILLON
           MOVE ES-DIVISOR(WS-ES) TO WS-EDIT-DIVISOR
           MOVE ES-IMPORTE(WS-ES) TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  " ES-TIMESTAMP(WS-ES)(1:8) " "
              ES-SUCURSAL(WS-ES) " " ES-CAJERO(WS-ES) " "
              ES-TIPO(WS-ES) " " WS-EDIT-MILLON " "
              WS-EDIT-DIVISOR " " ES-VERSION(WS-ES) " "
              WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-ESTADO.

       LINEA-SUBTOTAL.
           MOVE WS-SUBTOTAL TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "    Subtotal sucursal " WS-SUC-ACTUAL
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           MOVE WS-EDIT-IMPORTE TO WS-SPOOL-LINEA(53:15)
           PERFORM ESCRIBIR-LINEA-ESTADO.

      * reversas de otros periodos recuperadas en esta orden
       LINEAS-RECUPEROS.
           PERFORM VARYING WS-RU FROM 1 BY 1
                   UNTIL WS-RU > WS-CANT-RECUPEROS
              IF RU-BENEFICIARIO(WS-RU) = BN-NOMBRE(WS-BN)
                  AND RU-ESTADO(WS-RU) = "A"
                  AND RU-ORDEN(WS-RU) = WS-ORDEN-NUM
                 COMPUTE WS-SUBTOTAL = ZERO - RU-IMPORTE(WS-RU)
                 ADD WS-SUBTOTAL TO WS-TOTAL-RECUP WS-TOTAL-ESTADO
                 MOVE WS-SUBTOTAL TO WS-EDIT-IMPORTE
                 MOVE SPACES TO WS-SPOOL-LINEA
                 STRING "  Recupero reversa " RU-TIMESTAMP(WS-RU)
                    " " RU-SUCURSAL(WS-RU) " (" RU-PERIODO(WS-RU)
                    ")"
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 MOVE WS-EDIT-IMPORTE TO WS-SPOOL-LINEA(53:15)
                 PERFORM ESCRIBIR-LINEA-ESTADO
              END-IF
           END-PERFORM.

       LINEA-CONCILIACION.
           MOVE SPACES TO WS-SPOOL-LINEA
           EVALUATE TRUE
              WHEN ORDEN-ENCONTRADA
                 MOVE WS-ORDEN-IMPORTE TO WS-EDIT-IMPORTE
                 STRING "  Orden COM " WS-ORDEN-NUM
                    " de ordenes_pago.txt"
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 MOVE WS-EDIT-IMPORTE TO WS-SPOOL-LINEA(53:15)
                 PERFORM ESCRIBIR-LINEA-ESTADO
                 COMPUTE WS-DIFERENCIA =
                    WS-TOTAL-ESTADO - WS-ORDEN-IMPORTE
                 MOVE SPACES TO WS-SPOOL-LINEA
                 IF WS-DIFERENCIA = ZEROS
                    ADD 1 TO WS-CANT-CONCILIAN
                    MOVE "  CONCILIA con la orden" TO WS-SPOOL-LINEA
                 ELSE
                    ADD 1 TO WS-CANT-DIFIEREN
                    MOVE WS-DIFERENCIA TO WS-EDIT-IMPORTE
                    MOVE "  DIFERENCIA contra la orden"
                       TO WS-SPOOL-LINEA
                    MOVE WS-EDIT-IMPORTE TO WS-SPOOL-LINEA(53:15)
                 END-IF
              WHEN PERIODO-ORDENADO
                 ADD 1 TO WS-CANT-DIFIEREN
                 MOVE "  Periodo ordenado pero sin la orden COM en"
                    TO WS-SPOOL-LINEA
                 MOVE " ordenes_pago.txt" TO WS-SPOOL-LINEA(44:17)
              WHEN WS-TOTAL-ESTADO > ZEROS
                 MOVE "  Periodo sin orden COM emitida todavia"
                    TO WS-SPOOL-LINEA
              WHEN OTHER
                 ADD 1 TO WS-CANT-CONCILIAN
                 MOVE "  Sin comision a ordenar en el periodo"
                    TO WS-SPOOL-LINEA
           END-EVALUATE
           PERFORM ESCRIBIR-LINEA-ESTADO.

       ESCRIBIR-LINEA-ESTADO.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
