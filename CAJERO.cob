      * (boveda_transferencias.txt, que registra BOVEDA): un refuerzo
      * de boveda a cajon suma al esperado y una devolucion resta,
      * asi el refuerzo del mediodia deja de figurar como sobrante.
      *
      * Una reversa del ledger (LR-TIPO-MOV "R", de REVERSAR-LEDGER)
      * lleva el cajero del registro original y resta del esperado
      * del dia en que se grabo; la correccion suma como un registro
      * comun.
      *
      * El sobrante/faltante de cada cierre ya no se pierde en el
      * reporte del dia: queda en arqueo_historia.txt por cajero,
      * sucursal y fecha (la sucursal es la de los registros del
      * ledger del cajero en el dia; si no tuvo movimientos se pide)
      * y va a asientos_pendientes.txt para CONTABILIZAR contra la
      * cuenta de faltantes y sobrantes de caja (faltante: debe
      * faltantes y sobrantes, haber caja; sobrante al reves). Un
      * segundo cierre del mismo cajero y fecha reemplaza al primero
      * en el reporte, y su asiento ajusta solo la diferencia.
      *  - modo 3, reporte mensual: por cajero la cantidad de
      *    diferencias, el neto, el absoluto, la mayor diferencia y
      *    en que dias de la semana ocurrieron. El cajero que pasa
      *    la tolerancia de arqueo_tolerancia.txt (cantidad de
      *    diferencias o absoluto del mes; se siembra 3 y 500, y las
      *    diferencias menores al minimo por evento no cuentan) sale
      *    marcado para el gerente de sucursal. El reporte va a
      *    pantalla y al spool.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJERO.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANSF-STATUS.

             SELECT HISTORIA-FILE ASSIGN TO "arqueo_historia.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HISTORIA-STATUS.

             SELECT TOLERANCIA-FILE ASSIGN TO "arqueo_tolerancia.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TOLERANCIA-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "ASIPEND-FC.cpy".
             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
           05 LR-CAJERO         PIC X(6).
           05 FILLER            PIC X.
           05 LR-VERSION-TASAS  PIC 9(3).
           05 FILLER            PIC X.
           05 LR-TIPO-MOV       PIC X.
               88 LR-REVERSA    VALUE "R".
               88 LR-CORRECCION VALUE "C".
           05 FILLER            PIC X.
           05 LR-REF-TIMESTAMP  PIC 9(14).

        FD ARQUEO-FILE.
        01 ARQUEO-LINE PIC X(70).
           05 FILLER        PIC X.
           05 TR-TOTAL      PIC 9(7).

      * un renglon por cierre de cajon
        FD HISTORIA-FILE.
        01 HISTORIA-RECORD.
           05 AH-FECHA        PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 AH-SUCURSAL     PIC X(4).
           05 FILLER          PIC X VALUE SPACE.
           05 AH-CAJERO       PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 AH-DIA-SEMANA   PIC 9(1).
           05 FILLER          PIC X VALUE SPACE.
           05 AH-ESPERADO     PIC S9(9).
           05 FILLER          PIC X VALUE SPACE.
           05 AH-CONTADO      PIC 9(7).
           05 FILLER          PIC X VALUE SPACE.
           05 AH-SOBRE-FALTA  PIC S9(9).
           05 FILLER          PIC X VALUE SPACE.
           05 AH-TIMESTAMP    PIC X(14).

        FD TOLERANCIA-FILE.
        01 TOLERANCIA-RECORD.
           05 TL-MINIMO-EVENTO PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 TL-MAX-EVENTOS   PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 TL-MAX-ABSOLUTO  PIC 9(7).

        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "ASIPEND-FD.cpy".
        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          77 WS-APERTURA-STATUS PIC X(2) VALUE "00".
              88 APERTURA-OK VALUE "00".
          77 WS-SOBRE-FALTA    PIC S9(9) VALUE ZEROS.
          77 WS-EDIT-DIF       PIC -(8)9 VALUE ZEROS.

          77 WS-HISTORIA-STATUS PIC X(2) VALUE "00".
              88 HISTORIA-OK VALUE "00".
          77 WS-TOLERANCIA-STATUS PIC X(2) VALUE "00".
              88 TOLERANCIA-OK VALUE "00".
          77 WS-SUCURSAL       PIC X(4) VALUE SPACES.
          77 WS-DIA-SEMANA     PIC 9(1) VALUE ZEROS.
      * lo que ya se asento por un cierre anterior del mismo dia
          77 WS-YA-ASENTADO    PIC S9(9) VALUE ZEROS.
          77 WS-A-ASENTAR      PIC S9(9) VALUE ZEROS.
          77 CTA-CAJA          PIC 9(4) VALUE 1120.
          77 CTA-FALTANTES     PIC 9(4) VALUE 5330.

      * reporte mensual
          77 WS-PERIODO        PIC 9(6) VALUE ZEROS.
          77 WS-MINIMO-EVENTO  PIC 9(5) VALUE ZEROS.
          77 WS-MAX-EVENTOS    PIC 9(3) VALUE ZEROS.
          77 WS-MAX-ABSOLUTO   PIC 9(7) VALUE ZEROS.
      * cierres del mes, uno por cajero y fecha (el ultimo manda)
          01 CIERRES-TABLA.
             02 CIERRE-ENT OCCURS 1000 TIMES.
                03 CI-FECHA       PIC 9(8).
                03 CI-SUCURSAL    PIC X(4).
                03 CI-CAJERO      PIC X(6).
                03 CI-DIA-SEMANA  PIC 9(1).
                03 CI-SOBRE-FALTA PIC S9(9).
          77 WS-CANT-CIERRES   PIC 9(4) VALUE ZEROS.
          77 WS-CI             PIC 9(4) VALUE ZEROS.
          77 WS-CIERRE-IDX     PIC 9(4) VALUE ZEROS.
          77 WS-CIERRES-DESBORDE PIC X VALUE "N".
              88 CIERRES-DESBORDADOS VALUE "S".
      * acumulado del mes por cajero
          01 CAJEROS-TABLA.
             02 CAJERO-ENT OCCURS 100 TIMES.
                03 CJ-SUCURSAL    PIC X(4).
                03 CJ-CAJERO      PIC X(6).
                03 CJ-CIERRES     PIC 9(3).
                03 CJ-EVENTOS     PIC 9(3).
                03 CJ-NETO        PIC S9(9).
                03 CJ-ABSOLUTO    PIC 9(9).
                03 CJ-MAYOR       PIC S9(9).
                03 CJ-MAYOR-FECHA PIC 9(8).
                03 CJ-POR-DIA     PIC 9(3) OCCURS 7 TIMES.
                03 CJ-MARCA       PIC X.
                   88 CJ-A-REVISAR VALUE "S".
          77 WS-CANT-CAJEROS   PIC 9(3) VALUE ZEROS.
          77 WS-CJ             PIC 9(3) VALUE ZEROS.
          77 WS-CAJERO-IDX     PIC 9(3) VALUE ZEROS.
          77 WS-CAJEROS-DESBORDE PIC X VALUE "N".
              88 CAJEROS-DESBORDADOS VALUE "S".
          77 WS-ABS-EVENTO     PIC 9(9) VALUE ZEROS.
          77 WS-ABS-MAYOR      PIC 9(9) VALUE ZEROS.
          77 WS-DS             PIC 9(1) VALUE ZEROS.
          77 WS-DIA-PICO       PIC 9(1) VALUE ZEROS.
          77 WS-EMPATES        PIC 9(1) VALUE ZEROS.
          77 WS-POS            PIC 9(2) VALUE ZEROS.
          77 WS-CANT-A-REVISAR PIC 9(3) VALUE ZEROS.
          77 WS-EDIT-NETO      PIC ----,---,--9.
          77 WS-EDIT-ABS       PIC ZZZZ,ZZZ,ZZ9.
          77 WS-EDIT-CANT      PIC ZZ9.
          01 NOMBRES-DIAS-VALORES.
             02 FILLER PIC X(2) VALUE "LU".
             02 FILLER PIC X(2) VALUE "MA".
             02 FILLER PIC X(2) VALUE "MI".
             02 FILLER PIC X(2) VALUE "JU".
             02 FILLER PIC X(2) VALUE "VI".
             02 FILLER PIC X(2) VALUE "SA".
             02 FILLER PIC X(2) VALUE "DO".
          01 NOMBRES-DIAS-R REDEFINES NOMBRES-DIAS-VALORES.
             02 NOMBRE-DIA PIC X(2) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
            PERFORM LEER-FECHA-NEGOCIO

            DISPLAY "1 - Apertura de cajon (fondo inicial)"
            DISPLAY "2 - Cierre de cajon (arqueo)"
            DISPLAY "3 - Reporte mensual de sobrantes y faltantes"
            ACCEPT WS-MODO

            EVALUATE WS-MODO
               WHEN 2 PERFORM CIERRE-CAJON
               WHEN 3 PERFORM REPORTE-MENSUAL
               WHEN OTHER PERFORM APERTURA-CAJON
            END-EVALUATE
            GOBACK.

       APERTURA-CAJON.
               MOVE WS-SOBRE-FALTA TO WS-EDIT-DIF

               PERFORM GRABAR-ARQUEO
               PERFORM GRABAR-HISTORIA
            END-IF.

       CONTAR-DENOMINACIONES.
                        IF LR-CAJERO = SPACES
                           DISPLAY "Aviso: movimiento sin cajero"
                              " imputado al arqueo"
                        ELSE
                           MOVE LR-SUCURSAL TO WS-SUCURSAL
                        END-IF
                        IF LR-REVERSA
                           SUBTRACT LR-RES1 LR-RES2 LR-RES3 LR-RES4
                              LR-RES5 FROM WS-MOVIMIENTOS
                        ELSE
                           ADD LR-RES1 TO WS-MOVIMIENTOS
                           ADD LR-RES2 TO WS-MOVIMIENTOS
                           ADD LR-RES3 TO WS-MOVIMIENTOS
                           ADD LR-RES4 TO WS-MOVIMIENTOS
                           ADD LR-RES5 TO WS-MOVIMIENTOS
                        END-IF
                     END-IF
                 END-READ
               END-PERFORM

      * las transferencias de boveda del dia tambien son movimientos
      * esperados del cajon: el refuerzo (B->C) suma y la devolucion
      * (C->B) resta. Las remesas y envios de excedente de la
      * boveda (R y E) no pasan por el cajon
       SUMAR-TRANSFERENCIAS-DIA.
            OPEN INPUT TRANSF-FILE
            IF TRANSF-OK
                         AND TR-CAJERO = WS-CAJERO
                        IF TR-A-CAJON
                           ADD TR-TOTAL TO WS-MOVIMIENTOS
                        END-IF
                        IF TR-A-BOVEDA
                           SUBTRACT TR-TOTAL FROM WS-MOVIMIENTOS
                        END-IF
                     END-IF
            DISPLAY ARQUEO-LINE
            WRITE ARQUEO-LINE.

      * historia del sobrante/faltante del cierre y su asiento; si
      * el cajero ya cerro en la fecha solo se asienta la diferencia
      * contra lo asentado por ese cierre anterior, y la sucursal
      * sin movimientos del dia se toma de ese cierre
       GRABAR-HISTORIA.
            MOVE ZEROS TO WS-YA-ASENTADO
            OPEN INPUT HISTORIA-FILE
            IF HISTORIA-OK
               PERFORM UNTIL FIN-ARCHIVO
                 READ HISTORIA-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                     IF AH-CAJERO = WS-CAJERO
                         AND AH-FECHA = WS-FECHA-NEGOCIO
                        MOVE AH-SOBRE-FALTA TO WS-YA-ASENTADO
                        IF WS-SUCURSAL = SPACES
                           MOVE AH-SUCURSAL TO WS-SUCURSAL
                        END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE HISTORIA-FILE
            ELSE
               OPEN OUTPUT HISTORIA-FILE
               CLOSE HISTORIA-FILE
            END-IF
            MOVE "N" TO WS-FIN-ARCHIVO

            IF WS-SUCURSAL = SPACES
               DISPLAY "Sucursal del cajon"
               ACCEPT WS-SUCURSAL
            END-IF

            MOVE WS-FECHA-NEGOCIO TO WS-FC-FECHA
            PERFORM DIA-SEMANA-FECHA
            MOVE WS-FC-DIA-SEMANA TO WS-DIA-SEMANA

            MOVE SPACES TO HISTORIA-RECORD
            MOVE WS-FECHA-NEGOCIO TO AH-FECHA
            MOVE WS-SUCURSAL      TO AH-SUCURSAL
            MOVE WS-CAJERO        TO AH-CAJERO
            MOVE WS-DIA-SEMANA    TO AH-DIA-SEMANA
            MOVE WS-ESPERADO      TO AH-ESPERADO
            MOVE WS-TOTAL-CONTADO TO AH-CONTADO
            MOVE WS-SOBRE-FALTA   TO AH-SOBRE-FALTA
            MOVE FUNCTION CURRENT-DATE(1:14) TO AH-TIMESTAMP
            OPEN EXTEND HISTORIA-FILE
            WRITE HISTORIA-RECORD
            CLOSE HISTORIA-FILE

            COMPUTE WS-A-ASENTAR = WS-SOBRE-FALTA - WS-YA-ASENTADO
            IF WS-A-ASENTAR NOT = ZEROS
               MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
               MOVE "ARQUEO" TO WS-AG-ORIGEN
               IF WS-A-ASENTAR < ZEROS
                  COMPUTE WS-A-ASENTAR = ZEROS - WS-A-ASENTAR
                  MOVE CTA-FALTANTES TO WS-AG-CUENTA
                  MOVE WS-A-ASENTAR TO WS-AG-DEBE
                  MOVE ZEROS TO WS-AG-HABER
                  PERFORM GRABAR-ASIENTO-PEND
                  MOVE CTA-CAJA TO WS-AG-CUENTA
                  MOVE ZEROS TO WS-AG-DEBE
                  MOVE WS-A-ASENTAR TO WS-AG-HABER
                  PERFORM GRABAR-ASIENTO-PEND
               ELSE
                  MOVE CTA-CAJA TO WS-AG-CUENTA
                  MOVE WS-A-ASENTAR TO WS-AG-DEBE
                  MOVE ZEROS TO WS-AG-HABER
                  PERFORM GRABAR-ASIENTO-PEND
                  MOVE CTA-FALTANTES TO WS-AG-CUENTA
                  MOVE ZEROS TO WS-AG-DEBE
                  MOVE WS-A-ASENTAR TO WS-AG-HABER
                  PERFORM GRABAR-ASIENTO-PEND
               END-IF
            END-IF.

      * tolerancias del reporte mensual; se siembran si no existen
       CARGAR-TOLERANCIA.
            OPEN INPUT TOLERANCIA-FILE
            IF NOT TOLERANCIA-OK
               OPEN OUTPUT TOLERANCIA-FILE
               MOVE SPACES TO TOLERANCIA-RECORD
               MOVE ZEROS TO TL-MINIMO-EVENTO
               MOVE 3     TO TL-MAX-EVENTOS
               MOVE 500   TO TL-MAX-ABSOLUTO
               WRITE TOLERANCIA-RECORD
               CLOSE TOLERANCIA-FILE
               OPEN INPUT TOLERANCIA-FILE
            END-IF
            IF TOLERANCIA-OK
               READ TOLERANCIA-FILE
                 AT END CONTINUE
                 NOT AT END
                   MOVE TL-MINIMO-EVENTO TO WS-MINIMO-EVENTO
                   MOVE TL-MAX-EVENTOS   TO WS-MAX-EVENTOS
                   MOVE TL-MAX-ABSOLUTO  TO WS-MAX-ABSOLUTO
               END-READ
               CLOSE TOLERANCIA-FILE
            END-IF.

       REPORTE-MENSUAL.
            DISPLAY "Periodo (AAAAMM)"
            ACCEPT WS-PERIODO

            PERFORM CARGAR-TOLERANCIA
            PERFORM CARGAR-CIERRES-MES
            IF CIERRES-DESBORDADOS
               DISPLAY "ABORTADO: mas de 1000 cierres en el periodo"
               GOBACK
            END-IF
            PERFORM ACUMULAR-CAJEROS
            IF CAJEROS-DESBORDADOS
               DISPLAY "ABORTADO: mas de 100 cajeros en el periodo"
               GOBACK
            END-IF

            MOVE "CAJERO" TO WS-SPOOL-PROGRAMA
            MOVE SPACES TO WS-SPOOL-TITULO
            STRING "SOBRANTES FALTANTES " WS-PERIODO
               DELIMITED BY SIZE INTO WS-SPOOL-TITULO
            MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
            PERFORM ABRIR-SPOOL

            MOVE SPACES TO WS-SPOOL-LINEA
            STRING "--- Sobrantes y faltantes de cajeros, periodo "
               WS-PERIODO " ---"
               DELIMITED BY SIZE INTO WS-SPOOL-LINEA
            PERFORM LINEA-REPORTE
            MOVE SPACES TO WS-SPOOL-LINEA
            STRING "Tolerancia: mas de " WS-MAX-EVENTOS
               " diferencias o absoluto mayor a " WS-MAX-ABSOLUTO
               " (minimo " WS-MINIMO-EVENTO ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINEA
            PERFORM LINEA-REPORTE

            MOVE SPACES TO WS-SPOOL-LINEA
            MOVE "SUC"      TO WS-SPOOL-LINEA(1:3)
            MOVE "CAJERO"   TO WS-SPOOL-LINEA(6:6)
            MOVE "CIE"      TO WS-SPOOL-LINEA(13:3)
            MOVE "DIF"      TO WS-SPOOL-LINEA(18:3)
            MOVE "NETO"     TO WS-SPOOL-LINEA(31:4)
            MOVE "ABSOLUTO" TO WS-SPOOL-LINEA(40:8)
            MOVE "MAYOR"    TO WS-SPOOL-LINEA(56:5)
            MOVE "FECHA"    TO WS-SPOOL-LINEA(62:5)
            PERFORM LINEA-REPORTE

            PERFORM VARYING WS-CJ FROM 1 BY 1
                    UNTIL WS-CJ > WS-CANT-CAJEROS
               PERFORM LINEAS-CAJERO
            END-PERFORM

            MOVE SPACES TO WS-SPOOL-LINEA
            PERFORM LINEA-REPORTE
            MOVE SPACES TO WS-SPOOL-LINEA
            MOVE "A REVISAR POR EL GERENTE DE SUCURSAL:"
               TO WS-SPOOL-LINEA
            PERFORM LINEA-REPORTE
            PERFORM VARYING WS-CJ FROM 1 BY 1
                    UNTIL WS-CJ > WS-CANT-CAJEROS
               IF CJ-A-REVISAR(WS-CJ)
                  ADD 1 TO WS-CANT-A-REVISAR
                  MOVE CJ-ABSOLUTO(WS-CJ) TO WS-EDIT-ABS
                  MOVE SPACES TO WS-SPOOL-LINEA
                  STRING "  sucursal " CJ-SUCURSAL(WS-CJ)
                     " cajero " CJ-CAJERO(WS-CJ) ": "
                     CJ-EVENTOS(WS-CJ) " diferencias, absoluto "
                     WS-EDIT-ABS
                     DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                  PERFORM LINEA-REPORTE
               END-IF
            END-PERFORM

            MOVE SPACES TO WS-SPOOL-LINEA
            STRING "Cajeros: " WS-CANT-CAJEROS "  cierres: "
               WS-CANT-CIERRES "  a revisar: " WS-CANT-A-REVISAR
               DELIMITED BY SIZE INTO WS-SPOOL-LINEA
            PERFORM LINEA-REPORTE
            PERFORM CERRAR-SPOOL.

      * cierres del periodo; un segundo cierre del mismo cajero y
      * fecha pisa al anterior
       CARGAR-CIERRES-MES.
            OPEN INPUT HISTORIA-FILE
            IF HISTORIA-OK
               PERFORM UNTIL FIN-ARCHIVO
                 READ HISTORIA-FILE
                   AT END SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                     IF AH-FECHA(1:6) = WS-PERIODO
                        PERFORM GUARDAR-CIERRE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE HISTORIA-FILE
            END-IF
            MOVE "N" TO WS-FIN-ARCHIVO.

       GUARDAR-CIERRE.
            MOVE ZEROS TO WS-CIERRE-IDX
            PERFORM VARYING WS-CI FROM 1 BY 1
                    UNTIL WS-CI > WS-CANT-CIERRES
               IF CI-CAJERO(WS-CI) = AH-CAJERO
                   AND CI-FECHA(WS-CI) = AH-FECHA
                  MOVE WS-CI TO WS-CIERRE-IDX
               END-IF
            END-PERFORM
            IF WS-CIERRE-IDX = ZEROS
               IF WS-CANT-CIERRES >= 1000
                  SET CIERRES-DESBORDADOS TO TRUE
               ELSE
                  ADD 1 TO WS-CANT-CIERRES
                  MOVE WS-CANT-CIERRES TO WS-CIERRE-IDX
               END-IF
            END-IF
            IF WS-CIERRE-IDX > ZEROS
               MOVE AH-FECHA       TO CI-FECHA(WS-CIERRE-IDX)
               MOVE AH-SUCURSAL    TO CI-SUCURSAL(WS-CIERRE-IDX)
               MOVE AH-CAJERO      TO CI-CAJERO(WS-CIERRE-IDX)
               MOVE AH-DIA-SEMANA  TO CI-DIA-SEMANA(WS-CIERRE-IDX)
               MOVE AH-SOBRE-FALTA TO CI-SOBRE-FALTA(WS-CIERRE-IDX)
            END-IF.

      * una diferencia cuenta si supera el minimo por evento; las
      * menores no entran ni al neto ni al absoluto
       ACUMULAR-CAJEROS.
            PERFORM VARYING WS-CI FROM 1 BY 1
                    UNTIL WS-CI > WS-CANT-CIERRES
                       OR CAJEROS-DESBORDADOS
               MOVE ZEROS TO WS-CAJERO-IDX
               PERFORM VARYING WS-CJ FROM 1 BY 1
                       UNTIL WS-CJ > WS-CANT-CAJEROS
                  IF CJ-CAJERO(WS-CJ) = CI-CAJERO(WS-CI)
                      AND CJ-SUCURSAL(WS-CJ) = CI-SUCURSAL(WS-CI)
                     MOVE WS-CJ TO WS-CAJERO-IDX
                  END-IF
               END-PERFORM
               IF WS-CAJERO-IDX = ZEROS
                  IF WS-CANT-CAJEROS >= 100
                     SET CAJEROS-DESBORDADOS TO TRUE
                  ELSE
                     ADD 1 TO WS-CANT-CAJEROS
                     MOVE WS-CANT-CAJEROS TO WS-CAJERO-IDX
                     INITIALIZE CAJERO-ENT(WS-CAJERO-IDX)
                     MOVE CI-SUCURSAL(WS-CI)
                        TO CJ-SUCURSAL(WS-CAJERO-IDX)
                     MOVE CI-CAJERO(WS-CI)
                        TO CJ-CAJERO(WS-CAJERO-IDX)
                  END-IF
               END-IF
               IF WS-CAJERO-IDX > ZEROS
                  PERFORM ACUMULAR-CIERRE
               END-IF
            END-PERFORM.

       ACUMULAR-CIERRE.
            ADD 1 TO CJ-CIERRES(WS-CAJERO-IDX)
            IF CI-SOBRE-FALTA(WS-CI) < ZEROS
               COMPUTE WS-ABS-EVENTO = ZEROS - CI-SOBRE-FALTA(WS-CI)
            ELSE
               MOVE CI-SOBRE-FALTA(WS-CI) TO WS-ABS-EVENTO
            END-IF

            IF WS-ABS-EVENTO > ZEROS
                AND WS-ABS-EVENTO > WS-MINIMO-EVENTO
               ADD 1 TO CJ-EVENTOS(WS-CAJERO-IDX)
               ADD CI-SOBRE-FALTA(WS-CI) TO CJ-NETO(WS-CAJERO-IDX)
               ADD WS-ABS-EVENTO TO CJ-ABSOLUTO(WS-CAJERO-IDX)
               MOVE CI-DIA-SEMANA(WS-CI) TO WS-DS
               ADD 1 TO CJ-POR-DIA(WS-CAJERO-IDX, WS-DS)

               IF CJ-MAYOR(WS-CAJERO-IDX) < ZEROS
                  COMPUTE WS-ABS-MAYOR =
                     ZEROS - CJ-MAYOR(WS-CAJERO-IDX)
               ELSE
                  MOVE CJ-MAYOR(WS-CAJERO-IDX) TO WS-ABS-MAYOR
               END-IF
               IF WS-ABS-EVENTO > WS-ABS-MAYOR
                  MOVE CI-SOBRE-FALTA(WS-CI)
                     TO CJ-MAYOR(WS-CAJERO-IDX)
                  MOVE CI-FECHA(WS-CI)
                     TO CJ-MAYOR-FECHA(WS-CAJERO-IDX)
               END-IF

               IF CJ-EVENTOS(WS-CAJERO-IDX) > WS-MAX-EVENTOS
                   OR CJ-ABSOLUTO(WS-CAJERO-IDX) > WS-MAX-ABSOLUTO
                  SET CJ-A-REVISAR(WS-CAJERO-IDX) TO TRUE
               END-IF
            END-IF.

      * dos renglones por cajero: los importes del mes y en que dias
      * de la semana cayeron sus diferencias; el dia que concentra
      * dos o mas, mas que cualquier otro, sale como patron
       LINEAS-CAJERO.
            MOVE SPACES TO WS-SPOOL-LINEA
            MOVE CJ-SUCURSAL(WS-CJ) TO WS-SPOOL-LINEA(1:4)
            MOVE CJ-CAJERO(WS-CJ)   TO WS-SPOOL-LINEA(6:6)
            MOVE CJ-CIERRES(WS-CJ)  TO WS-EDIT-CANT
            MOVE WS-EDIT-CANT       TO WS-SPOOL-LINEA(13:3)
            MOVE CJ-EVENTOS(WS-CJ)  TO WS-EDIT-CANT
            MOVE WS-EDIT-CANT       TO WS-SPOOL-LINEA(18:3)
            MOVE CJ-NETO(WS-CJ)     TO WS-EDIT-NETO
            MOVE WS-EDIT-NETO       TO WS-SPOOL-LINEA(23:12)
            MOVE CJ-ABSOLUTO(WS-CJ) TO WS-EDIT-ABS
            MOVE WS-EDIT-ABS        TO WS-SPOOL-LINEA(36:12)
            IF CJ-EVENTOS(WS-CJ) > ZEROS
               MOVE CJ-MAYOR(WS-CJ) TO WS-EDIT-NETO
               MOVE WS-EDIT-NETO    TO WS-SPOOL-LINEA(49:12)
               MOVE CJ-MAYOR-FECHA(WS-CJ) TO WS-SPOOL-LINEA(62:8)
            END-IF
            IF CJ-A-REVISAR(WS-CJ)
               MOVE "REVISAR" TO WS-SPOOL-LINEA(72:7)
            END-IF
            PERFORM LINEA-REPORTE

            MOVE SPACES TO WS-SPOOL-LINEA
            MOVE "dias:" TO WS-SPOOL-LINEA(6:5)
            MOVE 1 TO WS-DIA-PICO
            PERFORM VARYING WS-DS FROM 1 BY 1 UNTIL WS-DS > 7
               COMPUTE WS-POS = 13 + ((WS-DS - 1) * 7)
               MOVE NOMBRE-DIA(WS-DS) TO WS-SPOOL-LINEA(WS-POS:2)
               MOVE CJ-POR-DIA(WS-CJ, WS-DS) TO WS-EDIT-CANT
               ADD 3 TO WS-POS
               MOVE WS-EDIT-CANT TO WS-SPOOL-LINEA(WS-POS:3)
               IF CJ-POR-DIA(WS-CJ, WS-DS)
                   > CJ-POR-DIA(WS-CJ, WS-DIA-PICO)
                  MOVE WS-DS TO WS-DIA-PICO
               END-IF
            END-PERFORM
            MOVE ZEROS TO WS-EMPATES
            PERFORM VARYING WS-DS FROM 1 BY 1 UNTIL WS-DS > 7
               IF CJ-POR-DIA(WS-CJ, WS-DS)
                   = CJ-POR-DIA(WS-CJ, WS-DIA-PICO)
                  ADD 1 TO WS-EMPATES
               END-IF
            END-PERFORM
            IF CJ-POR-DIA(WS-CJ, WS-DIA-PICO) > 1
                AND WS-EMPATES = 1
               MOVE "patron:" TO WS-SPOOL-LINEA(62:7)
               MOVE NOMBRE-DIA(WS-DIA-PICO) TO WS-SPOOL-LINEA(70:2)
            END-IF
            PERFORM LINEA-REPORTE.

       LINEA-REPORTE.
            DISPLAY WS-SPOOL-LINEA
            PERFORM GRABAR-LINEA-SPOOL.

       COPY "FECHA-NEGOCIO-CALC.cpy".
       COPY "ASIPEND-CALC.cpy".
       COPY "ESPOOL-CALC.cpy".
       COPY "BISIESTO-CALC.cpy".
       COPY "FECHA-CALC.cpy".

       END PROGRAM CAJERO.
