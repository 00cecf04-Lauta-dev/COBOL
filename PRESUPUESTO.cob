      *    tolerancia (10%). Sale por pantalla, en
      *    presupuesto_reporte.txt y por el spool compartido
      *    (copybooks ESPOOL-*) para reimprimirlo con REIMPRIMIR.
      *
      * Las partidas se cargan ademas por centro de costo
      * (centros_costo.txt, ver CCOSTO-FD.cpy): la partida con centro
      * se compara contra los renglones del diario de ese centro, y
      * la partida con el centro en blanco sigue comparandose contra
      * toda la cuenta. El reporte sale en columnas con la cuenta y
      * el centro de cada partida.
      *
      * El real del mes deja afuera los asientos de cierre y de
      * apertura del ejercicio (origen CIERRE EJ y APERTURA), como
      * CENTROS-COSTO, asi diciembre y enero no muestran desvios que
      * no son gasto ni ingreso.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPUESTO.
           05 PB-MES     PIC 9(6).
           05 FILLER     PIC X VALUE SPACE.
           05 PB-IMPORTE PIC 9(11)V99.
           05 FILLER     PIC X VALUE SPACE.
           05 PB-CCOSTO  PIC X(6).

        FD ASIENTOS-FILE.
        01 ASIENTO-RECORD.
           05 AS-HABER  PIC 9(9)V99.
           05 FILLER    PIC X.
           05 AS-ORIGEN PIC X(10).
           05 FILLER    PIC X.
           05 AS-CCOSTO PIC X(6).

        FD REPORTE-FILE.
        01 REPORTE-LINE PIC X(80).
          01 PARTIDAS-TABLA.
             02 PARTIDA-ENT OCCURS 50 TIMES.
                03 PA-CUENTA  PIC 9(4).
                03 PA-CCOSTO  PIC X(6).
                03 PA-IMPORTE PIC 9(11)V99.
                03 PA-REAL    PIC S9(11)V99.
          77 WS-CANT-PARTIDAS PIC 9(2) VALUE ZEROS.
          77 WS-EDIT-PRES  PIC -(10)9.99 VALUE ZEROS.
          77 WS-EDIT-DESV  PIC -(10)9.99 VALUE ZEROS.
          77 WS-EDIT-PCT   PIC -(4)9.99 VALUE ZEROS.
          77 WS-CCOSTO-REP PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
             DISPLAY "1 - Cargar partidas de presupuesto"

           OPEN EXTEND PRESUPUESTO-FILE
           PERFORM UNTIL FIN-CARGA
             MOVE SPACES TO PRESUPUESTO-RECORD
             DISPLAY "Cuenta (0 = terminar)"
             ACCEPT PB-CUENTA
             IF PB-CUENTA = ZEROS
             ELSE
                DISPLAY "Mes (AAAAMM)"
                ACCEPT PB-MES
                DISPLAY "Centro de costo (en blanco = toda la cuenta)"
                ACCEPT PB-CCOSTO
                DISPLAY "Importe presupuestado"
                ACCEPT PB-IMPORTE
                WRITE PRESUPUESTO-RECORD
              " (tolerancia " WS-TOLERANCIA-PCT "%) ---"
              DELIMITED BY SIZE INTO REPORTE-LINE
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO REPORTE-LINE
           STRING "Cta  CCosto    Presupuesto           Real"
              "         Desvio        %"
              DELIMITED BY SIZE INTO REPORTE-LINE
           PERFORM ESCRIBIR-LINEA-REP

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PARTIDAS
                       ADD 1 TO WS-CANT-PARTIDAS
                       MOVE PB-CUENTA
                          TO PA-CUENTA(WS-CANT-PARTIDAS)
                       MOVE PB-CCOSTO
                          TO PA-CCOSTO(WS-CANT-PARTIDAS)
                       MOVE PB-IMPORTE
                          TO PA-IMPORTE(WS-CANT-PARTIDAS)
                       MOVE ZEROS TO PA-REAL(WS-CANT-PARTIDAS)
           MOVE "N" TO WS-FIN-ARCHIVO.

      * el real del mes por cuenta: movimiento neto debe - haber de
      * los asientos del diario con fecha en el mes, sin el cierre
      * ni la apertura del ejercicio (no son gasto ni ingreso del
      * mes, igual que en CENTROS-COSTO); la partida de
      * un centro de costo suma solo los renglones de ese centro, la
      * partida sin centro suma toda la cuenta
       ACUMULAR-REALES.
           OPEN INPUT ASIENTOS-FILE
           IF NOT ASIENTOS-OK
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AS-FECHA(1:6) = WS-MES-PEDIDO
                        AND AS-ORIGEN NOT = "CIERRE EJ"
                        AND AS-ORIGEN NOT = "APERTURA"
                       PERFORM SUMAR-REAL-CUENTA
                    END-IF
                END-READ
           MOVE "N" TO WS-FIN-ARCHIVO.

       SUMAR-REAL-CUENTA.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PARTIDAS
              IF PA-CUENTA(WS-P) = AS-CUENTA
                  AND (PA-CCOSTO(WS-P) = SPACES
                       OR PA-CCOSTO(WS-P) = AS-CCOSTO)
                 COMPUTE PA-REAL(WS-P) =
                    PA-REAL(WS-P) + AS-DEBE - AS-HABER
              END-IF
           END-PERFORM.

       INFORMAR-PARTIDA.
           COMPUTE WS-DESVIO =
           MOVE WS-DESVIO        TO WS-EDIT-DESV
           MOVE WS-DESVIO-PCT    TO WS-EDIT-PCT

           IF PA-CCOSTO(WS-P) = SPACES
              MOVE "(todo)" TO WS-CCOSTO-REP
           ELSE
              MOVE PA-CCOSTO(WS-P) TO WS-CCOSTO-REP
           END-IF

           MOVE SPACES TO REPORTE-LINE
           IF WS-DESVIO-PCT > WS-TOLERANCIA-PCT
               OR WS-DESVIO-PCT < (ZEROS - WS-TOLERANCIA-PCT)
              STRING PA-CUENTA(WS-P) " " WS-CCOSTO-REP " "
                 WS-EDIT-PRES " " WS-EDIT-REAL " "
                 WS-EDIT-DESV " " WS-EDIT-PCT " REVISAR"
                 DELIMITED BY SIZE INTO REPORTE-LINE
           ELSE
              STRING PA-CUENTA(WS-P) " " WS-CCOSTO-REP " "
                 WS-EDIT-PRES " " WS-EDIT-REAL " "
                 WS-EDIT-DESV " " WS-EDIT-PCT
                 DELIMITED BY SIZE INTO REPORTE-LINE
           END-IF
           PERFORM ESCRIBIR-LINEA-REP.
