      * con base 30/360 para el salto de fecha (la misma de
      * REPORTE-ORQUESTADOR), suficiente para incidentes que se
      * cierran en el dia.
      *
      * La respuesta se mide solo sobre el tiempo de guardia de la
      * cuadrilla: con dotacion generada (dotacion_cuadrillas.txt,
      * de GUARDIAS-CUADRILLAS) se suman nada mas los tramos del
      * incidente que caen en turnos de guardia de esa cuadrilla
      * dentro del rango pedido, y el tiempo fuera de guardia
      * descontado se informa al pie. El incidente de una cuadrilla
      * sin dotacion para el dia de apertura se mide entero, como
      * antes.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESPACHO-REPORTE.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DESPACHO-STATUS.

             COPY "DOTACION-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD INCIDENT-FILE.
        FD DESPACHO-FILE.
        01 DESPACHO-LINE PIC X(75).

        COPY "DOTACION-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "DOTACION-WS.cpy".

          77 WS-INCIDENT-STATUS PIC X(2) VALUE "00".
              88 INCIDENT-OK VALUE "00".
          77 WS-OBJETIVO-STATUS PIC X(2) VALUE "00".
          77 WS-EDIT-MIN     PIC ZZZZ9.9 VALUE ZEROS.
          77 WS-SIN-CUADRILLA PIC 9(4) VALUE ZEROS.

      * turnos de guardia del rango pedido
          01 TURNOS-TABLA.
             02 TURNO-ENT OCCURS 3000 TIMES.
                03 TG-FECHA     PIC 9(8).
                03 TG-TURNO     PIC 9(1).
                03 TG-CUADRILLA PIC X(6).
          77 WS-CANT-TURNOS PIC 9(4) VALUE ZEROS.
          77 WS-T           PIC 9(4) VALUE ZEROS.
          77 WS-TURNOS-DESBORDE PIC X VALUE "N".
              88 TURNOS-DESBORDADOS VALUE "S".
          77 WS-CON-GUARDIA PIC X VALUE "N".
              88 CUADRILLA-CON-GUARDIA VALUE "S".
          77 WS-SEG-TURNO-INI PIC S9(12) VALUE ZEROS.
          77 WS-SEG-TURNO-FIN PIC S9(12) VALUE ZEROS.
          77 WS-SEG-TRAMO-INI PIC S9(12) VALUE ZEROS.
          77 WS-SEG-TRAMO-FIN PIC S9(12) VALUE ZEROS.
          77 WS-SEG-GUARDIA   PIC S9(12) VALUE ZEROS.
          77 WS-SEG-DESCONTADOS PIC 9(11) VALUE ZEROS.
          77 WS-MIN-DESCONTADOS PIC 9(9) VALUE ZEROS.

       PROCEDURE DIVISION.
             DISPLAY "Desde (AAAAMMDD)"
             ACCEPT WS-DESDE

             PERFORM CARGAR-OBJETIVO
             COMPUTE WS-OBJETIVO-SEG = WS-OBJETIVO-MIN * 60
             PERFORM CARGAR-TURNOS-GUARDIA
             IF TURNOS-DESBORDADOS
                DISPLAY "Aviso: mas de 3000 turnos de guardia en el"
                   " rango, se mide con los primeros 3000"
             END-IF

             OPEN INPUT INCIDENT-FILE
             IF NOT INCIDENT-OK
                 ADD 1 TO WS-SIN-CUADRILLA
              ELSE
                 PERFORM CALCULAR-RESPUESTA
                 PERFORM DESCONTAR-FUERA-GUARDIA
                 PERFORM SUMAR-A-CUADRILLA
              END-IF
           END-IF.
              MOVE ZEROS TO WS-SEGUNDOS
           END-IF.

      * con dotacion para la cuadrilla el dia de apertura, solo
      * cuentan los tramos del incidente dentro de sus turnos (cada
      * turno de 8 horas: el 1 arranca a las 0, el 2 a las 8 y el 3
      * a las 16)
       DESCONTAR-FUERA-GUARDIA.
           MOVE "N"   TO WS-CON-GUARDIA
           MOVE ZEROS TO WS-SEG-GUARDIA
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-CANT-TURNOS
              IF TG-CUADRILLA(WS-T) = IR-CUADRILLA
                  AND TG-FECHA(WS-T) >= IR-ABIERTO(1:8)
                  AND TG-FECHA(WS-T) <= IR-CERRADO(1:8)
                 IF TG-FECHA(WS-T) = IR-ABIERTO(1:8)
                    SET CUADRILLA-CON-GUARDIA TO TRUE
                 END-IF
                 PERFORM SUMAR-TRAMO-GUARDIA
              END-IF
           END-PERFORM

           IF CUADRILLA-CON-GUARDIA
              ADD WS-SEGUNDOS TO WS-SEG-DESCONTADOS
              SUBTRACT WS-SEG-GUARDIA FROM WS-SEG-DESCONTADOS
              MOVE WS-SEG-GUARDIA TO WS-SEGUNDOS
           END-IF.

       SUMAR-TRAMO-GUARDIA.
           MOVE TG-FECHA(WS-T) TO WS-TS-DESARMADO(1:8)
           COMPUTE WS-SEG-TURNO-INI =
              (((WS-TS-ANIO * 360) + (WS-TS-MES * 30) + WS-TS-DIA)
                 * 86400)
              + ((TG-TURNO(WS-T) - 1) * 28800)
           COMPUTE WS-SEG-TURNO-FIN = WS-SEG-TURNO-INI + 28800

           MOVE WS-SEG-INICIO TO WS-SEG-TRAMO-INI
           IF WS-SEG-TURNO-INI > WS-SEG-TRAMO-INI
              MOVE WS-SEG-TURNO-INI TO WS-SEG-TRAMO-INI
           END-IF
           MOVE WS-SEG-FIN TO WS-SEG-TRAMO-FIN
           IF WS-SEG-TURNO-FIN < WS-SEG-TRAMO-FIN
              MOVE WS-SEG-TURNO-FIN TO WS-SEG-TRAMO-FIN
           END-IF
           IF WS-SEG-TRAMO-FIN > WS-SEG-TRAMO-INI
              COMPUTE WS-SEG-GUARDIA = WS-SEG-GUARDIA
                 + WS-SEG-TRAMO-FIN - WS-SEG-TRAMO-INI
           END-IF.

       CARGAR-TURNOS-GUARDIA.
           MOVE ZEROS TO WS-CANT-TURNOS
           MOVE "N"   TO WS-DOTACION-FIN
           OPEN INPUT DOTACION-FILE
           IF DOTACION-OK
              PERFORM UNTIL FIN-DOTACION
                READ DOTACION-FILE
                  AT END SET FIN-DOTACION TO TRUE
                  NOT AT END
                    IF DO-FECHA >= WS-DESDE AND DO-FECHA <= WS-HASTA
                       IF WS-CANT-TURNOS >= 3000
                          SET TURNOS-DESBORDADOS TO TRUE
                          SET FIN-DOTACION TO TRUE
                       ELSE
                          ADD 1 TO WS-CANT-TURNOS
                          MOVE DO-FECHA TO TG-FECHA(WS-CANT-TURNOS)
                          MOVE DO-TURNO TO TG-TURNO(WS-CANT-TURNOS)
                          MOVE DO-CUADRILLA
                             TO TG-CUADRILLA(WS-CANT-TURNOS)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DOTACION-FILE
           END-IF
           MOVE "N" TO WS-DOTACION-FIN.

       SUMAR-A-CUADRILLA.
           MOVE ZEROS TO WS-CUADRILLA-IDX
           PERFORM VARYING WS-CD FROM 1 BY 1
              PERFORM ESCRIBIR-LINEA-DESP
           END-IF

           IF WS-SEG-DESCONTADOS > ZEROS
              COMPUTE WS-MIN-DESCONTADOS = WS-SEG-DESCONTADOS / 60
              MOVE SPACES TO DESPACHO-LINE
              STRING "  Minutos fuera de guardia descontados: "
                 WS-MIN-DESCONTADOS
                 DELIMITED BY SIZE INTO DESPACHO-LINE
              PERFORM ESCRIBIR-LINEA-DESP
           END-IF

           CLOSE DESPACHO-FILE.

       ESCRIBIR-LINEA-DESP.
