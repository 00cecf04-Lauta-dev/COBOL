      *    autorizaciones_extra.txt (aprobador GUARDIAS), asi la
      *    liquidacion paga el premio sin retenerlo
      *  - imprime lo que genero
      *
      * La guardia en feriado da ademas un dia de franco
      * compensatorio, que se llevaba en un cuaderno de la sucursal:
      * ahora cada una se acredita en licencias_saldos.txt como saldo
      * aparte (LS-TIPO C, un renglon por guardia con su fecha) que
      * vence a los meses de franco_vencimiento.txt (se siembra con
      * 6, se cambia en PARAMETROS). La guardia ya acreditada no se
      * acredita dos veces si el periodo se vuelve a puentear. El
      * franco se pide y se aprueba en LICENCIAS.
      *
      * El layout de licencias_saldos.txt queda en los copybooks
      * LICSALDO-* que comparten LICENCIAS, PUENTE-GUARDIAS y
      * JUBI-LARSE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUENTE-GUARDIAS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AUTORIZ-STATUS.

             COPY "LICSALDO-FC.cpy".

             SELECT VENCIMIENTO-FILE ASSIGN TO
                 "franco_vencimiento.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VENCIMIENTO-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD GUARDIAS-FILE.
           05 FILLER      PIC X VALUE SPACE.
           05 AE-APROBADOR PIC X(10).

        COPY "LICSALDO-FD.cpy".

        FD VENCIMIENTO-FILE.
        01 VENCIMIENTO-RECORD.
           05 FV-MESES PIC 9(2).

         WORKING-STORAGE SECTION.
          77 WS-GUARDIAS-STATUS PIC X(2) VALUE "00".
              88 GUARDIAS-OK VALUE "00".
              88 TIMESHEET-OK VALUE "00".
          77 WS-AUTORIZ-STATUS PIC X(2) VALUE "00".
              88 AUTORIZ-OK VALUE "00".
          COPY "LICSALDO-WS.cpy".
          77 WS-VENCIMIENTO-STATUS PIC X(2) VALUE "00".
              88 VENCIMIENTO-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
          77 WS-T       PIC 9(3) VALUE ZEROS.
          77 WS-TS-IDX  PIC 9(3) VALUE ZEROS.

      * francos compensatorios de las guardias en feriado del
      * periodo, y los que licencias_saldos.txt ya tiene acreditados
          01 FRANCOS-TABLA.
             02 FRANCO-ENT OCCURS 50 TIMES.
                03 FN-EMPLEADO PIC X(6).
                03 FN-FECHA    PIC 9(8).
          77 WS-CANT-FRANCOS PIC 9(2) VALUE ZEROS.
          77 WS-FN           PIC 9(2) VALUE ZEROS.
          01 ACREDITADOS-TABLA.
             02 ACREDITADO-ENT OCCURS 500 TIMES.
                03 AC-EMPLEADO PIC X(6).
                03 AC-FECHA    PIC 9(8).
          77 WS-CANT-ACREDITADOS PIC 9(3) VALUE ZEROS.
          77 WS-AC               PIC 9(3) VALUE ZEROS.
          77 WS-YA-ACREDITADO PIC X VALUE "N".
              88 FRANCO-YA-ACREDITADO VALUE "S".
          77 WS-MESES-FRANCO PIC 9(2) VALUE ZEROS.
          77 WS-MESES-TOTAL  PIC 9(4) VALUE ZEROS.
          77 WS-ANIOS-SUMAR  PIC 9(2) VALUE ZEROS.
          77 WS-MES-LLEGADA  PIC 9(2) VALUE ZEROS.
          77 WS-CANT-FRANCOS-NUEVOS PIC 9(2) VALUE ZEROS.

          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          77 WS-CANT-LOTE PIC 9(6) VALUE ZEROS.
          77 WS-HASH-LOTE PIC 9(9) VALUE ZEROS.
          77 WS-CANT-GUARDIAS  PIC 9(3) VALUE ZEROS.
             PERFORM CARGAR-TIMESHEET-EXISTENTE
             PERFORM REESCRIBIR-TIMESHEET
             PERFORM AUTORIZAR-HORAS-GUARDIA
             PERFORM ACREDITAR-FRANCOS THRU FIN-ACREDITAR-FRANCOS

             DISPLAY " "
             DISPLAY "--- Puente de guardias " WS-PERIODO " ---"
             DISPLAY "Guardias puenteadas: " WS-CANT-GUARDIAS
             DISPLAY "Sin codigo (salteadas): " WS-CANT-SIN-CODIGO
             DISPLAY "Francos compensatorios acreditados: "
                WS-CANT-FRANCOS-NUEVOS
           GOBACK.

       CARGAR-FERIADOS.
              END-IF

              PERFORM SUMAR-HORAS-EMPLEADO
              IF ES-FERIADO-DIA AND WS-CANT-FRANCOS < 50
                 ADD 1 TO WS-CANT-FRANCOS
                 MOVE WS-CODIGO-EMP TO FN-EMPLEADO(WS-CANT-FRANCOS)
                 MOVE GU-FECHA      TO FN-FECHA(WS-CANT-FRANCOS)
              END-IF

              ADD 1 TO WS-CANT-GUARDIAS
              DISPLAY "Guardia " GU-FECHA " (" GU-DIA ") de "
              WRITE AUTORIZACION-RECORD
           END-PERFORM
           CLOSE AUTORIZ-FILE.

      * un dia de franco por guardia en feriado, con su vencimiento;
      * la guardia que ya tiene su franco no se acredita de nuevo
       ACREDITAR-FRANCOS.
           IF WS-CANT-FRANCOS = ZEROS
              GO TO FIN-ACREDITAR-FRANCOS
           END-IF

           PERFORM CARGAR-VENCIMIENTO-FRANCO
           PERFORM CARGAR-FRANCOS-ACREDITADOS

           OPEN INPUT SALDOS-LIC-FILE
           IF NOT SALDOS-LIC-OK
              OPEN OUTPUT SALDOS-LIC-FILE
           END-IF
           CLOSE SALDOS-LIC-FILE

           OPEN EXTEND SALDOS-LIC-FILE
           PERFORM VARYING WS-FN FROM 1 BY 1
                   UNTIL WS-FN > WS-CANT-FRANCOS
              MOVE "N" TO WS-YA-ACREDITADO
              PERFORM VARYING WS-AC FROM 1 BY 1
                      UNTIL WS-AC > WS-CANT-ACREDITADOS
                 IF AC-EMPLEADO(WS-AC) = FN-EMPLEADO(WS-FN)
                     AND AC-FECHA(WS-AC) = FN-FECHA(WS-FN)
                    SET FRANCO-YA-ACREDITADO TO TRUE
                 END-IF
              END-PERFORM

              IF NOT FRANCO-YA-ACREDITADO
                 PERFORM GRABAR-FRANCO
              END-IF
           END-PERFORM
           CLOSE SALDOS-LIC-FILE.

       FIN-ACREDITAR-FRANCOS.
           CONTINUE.

       GRABAR-FRANCO.
           MOVE FN-FECHA(WS-FN) TO WS-FC-FECHA
           PERFORM SUMAR-MESES-FECHA

           MOVE SPACES TO SALDO-LIC-RECORD
           MOVE FN-EMPLEADO(WS-FN)   TO LS-EMPLEADO
           MOVE FN-FECHA(WS-FN)(1:4) TO LS-ANIO
           MOVE 1                    TO LS-DEVENGADOS
           MOVE ZEROS                TO LS-USADOS LS-VENCIDOS
           MOVE "C"                  TO LS-TIPO
           MOVE FN-FECHA(WS-FN)      TO LS-FECHA-ORIGEN
           MOVE WS-FC-FECHA          TO LS-VENCE
           WRITE SALDO-LIC-RECORD

           IF WS-CANT-ACREDITADOS < 500
              ADD 1 TO WS-CANT-ACREDITADOS
              MOVE FN-EMPLEADO(WS-FN)
                 TO AC-EMPLEADO(WS-CANT-ACREDITADOS)
              MOVE FN-FECHA(WS-FN) TO AC-FECHA(WS-CANT-ACREDITADOS)
           END-IF
           ADD 1 TO WS-CANT-FRANCOS-NUEVOS
           DISPLAY "Franco compensatorio para " FN-EMPLEADO(WS-FN)
              " por la guardia del " FN-FECHA(WS-FN) ", vence el "
              WS-FC-FECHA.

       CARGAR-FRANCOS-ACREDITADOS.
           OPEN INPUT SALDOS-LIC-FILE
           IF SALDOS-LIC-OK
              PERFORM UNTIL FIN-ARCHIVO
                      OR WS-CANT-ACREDITADOS >= 500
                READ SALDOS-LIC-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF LS-COMPENSATORIO
                       ADD 1 TO WS-CANT-ACREDITADOS
                       MOVE LS-EMPLEADO
                          TO AC-EMPLEADO(WS-CANT-ACREDITADOS)
                       MOVE LS-FECHA-ORIGEN
                          TO AC-FECHA(WS-CANT-ACREDITADOS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SALDOS-LIC-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-VENCIMIENTO-FRANCO.
           OPEN INPUT VENCIMIENTO-FILE
           IF NOT VENCIMIENTO-OK
              PERFORM SEMBRAR-VENCIMIENTO-FRANCO
              OPEN INPUT VENCIMIENTO-FILE
           END-IF

           IF VENCIMIENTO-OK
              READ VENCIMIENTO-FILE
                AT END CONTINUE
                NOT AT END MOVE FV-MESES TO WS-MESES-FRANCO
              END-READ
              CLOSE VENCIMIENTO-FILE
           END-IF

           IF WS-MESES-FRANCO = ZEROS
              DISPLAY "Aviso: meses de vencimiento invalidos, se"
                 " usa 6"
              MOVE 6 TO WS-MESES-FRANCO
           END-IF.

      * el franco compensatorio se toma dentro de los 6 meses
       SEMBRAR-VENCIMIENTO-FRANCO.
           OPEN OUTPUT VENCIMIENTO-FILE
           MOVE 6 TO FV-MESES
           WRITE VENCIMIENTO-RECORD
           CLOSE VENCIMIENTO-FILE.

      * WS-FC-FECHA mas WS-MESES-FRANCO meses; el dia que no existe
      * en el mes de llegada pasa al ultimo del mes
       SUMAR-MESES-FECHA.
           COMPUTE WS-MESES-TOTAL = WS-FC-MES - 1 + WS-MESES-FRANCO
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-ANIOS-SUMAR
              REMAINDER WS-MES-LLEGADA
           ADD WS-ANIOS-SUMAR TO WS-FC-ANIO
           COMPUTE WS-FC-MES = WS-MES-LLEGADA + 1
           MOVE WS-FC-MES TO WS-FC-M
           PERFORM LARGO-DE-MES
           IF WS-FC-DIA > WS-FC-LARGO-MES
              MOVE WS-FC-LARGO-MES TO WS-FC-DIA
           END-IF.

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
