      *    service; se marca REVISAR al que junta 3 o mas incidentes
      *    o supera los 180 dias sin service, por pantalla y en
      *    mantenimiento_reporte.txt
      *  - modo 4: saca un movil de servicio (F) o lo devuelve al
      *    servicio; la dotacion de cuadrillas (GUARDIAS-CUADRILLAS) y
      *    el despacho de TRANS-PORTE y NEUMA-TICOS no cuentan los
      *    moviles fuera de servicio, y el reporte de mantenimiento
      *    los marca
      *
      * El service (modo 2) pide ademas su importe, que queda en la
      * historia y, si no es sin cargo, en asientos_pendientes.txt
      * (debe mantenimiento de moviles, haber proveedores a pagar,
      * origen SERVICE) con el centro de costo del movil (V + movil),
      * para que CONTABILIZAR lo pase al mayor.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHICULOS.

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "ASIPEND-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD VEHICULOS-FILE.
           05 VE-CUADRILLA   PIC X(6).
           05 FILLER         PIC X VALUE SPACE.
           05 VE-ULT-SERVICE PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 VE-ESTADO      PIC X.
              88 VE-FUERA-SERVICIO VALUE "F".

        FD CUADRILLAS-FILE.
        01 CUADRILLA-RECORD.
           05 SE-FECHA   PIC 9(8).
           05 FILLER     PIC X VALUE SPACE.
           05 SE-DETALLE PIC X(20).
           05 FILLER     PIC X VALUE SPACE.
           05 SE-IMPORTE PIC 9(7)V99.

        FD INCIDENT-FILE.
        01 INCIDENT-RECORD.

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "ASIPEND-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ASIPEND-WS.cpy".

          77 WS-VEHICULOS-STATUS PIC X(2) VALUE "00".
              88 VEHICULOS-OK VALUE "00".
                03 MO-CUADRILLA   PIC X(6).
                03 MO-ULT-SERVICE PIC 9(8).
                03 MO-INCIDENTES  PIC 9(4).
                03 MO-ESTADO      PIC X.
          77 WS-CANT-MOVILES PIC 9(2) VALUE ZEROS.
          77 WS-M            PIC 9(2) VALUE ZEROS.
          77 WS-MOVIL-IDX    PIC 9(2) VALUE ZEROS.
          77 WS-UMBRAL-INC   PIC 9(2) VALUE 3.
          77 WS-UMBRAL-DIAS  PIC 9(3) VALUE 180.

      * costo del service: gasto de mantenimiento de moviles contra
      * proveedores a pagar, al centro de costo del movil
          77 WS-IMPORTE-SERVICE PIC 9(7)V99 VALUE ZEROS.
          77 CTA-MANT-MOVILES   PIC 9(4) VALUE 5340.
          77 CTA-PROV-A-PAGAR   PIC 9(4) VALUE 2310.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Alta de movil"
             DISPLAY "2 - Registrar service de un movil"
             DISPLAY "3 - Reporte de mantenimiento"
             DISPLAY "4 - Fuera de servicio / vuelta al servicio"
             ACCEPT WS-MODO

             PERFORM CARGAR-MOVILES
             EVALUATE WS-MODO
                WHEN 2 PERFORM REGISTRAR-SERVICE
                WHEN 3 PERFORM REPORTE-MANTENIMIENTO
                WHEN 4 PERFORM CAMBIAR-ESTADO-MOVIL
                WHEN OTHER PERFORM ALTA-MOVIL
             END-EVALUATE
           GOBACK.
                       TO MO-ULT-SERVICE(WS-CANT-MOVILES)
                    MOVE ZEROS
                       TO MO-INCIDENTES(WS-CANT-MOVILES)
                    MOVE VE-ESTADO TO MO-ESTADO(WS-CANT-MOVILES)
                END-READ
              END-PERFORM
              CLOSE VEHICULOS-FILE
              MOVE MO-MOVIL(WS-M)       TO VE-MOVIL
              MOVE MO-CUADRILLA(WS-M)   TO VE-CUADRILLA
              MOVE MO-ULT-SERVICE(WS-M) TO VE-ULT-SERVICE
              MOVE MO-ESTADO(WS-M)      TO VE-ESTADO
              WRITE VEHICULO-RECORD
           END-PERFORM
           CLOSE VEHICULOS-FILE.
              MOVE WS-CUADRILLA TO MO-CUADRILLA(WS-CANT-MOVILES)
              MOVE WS-FECHA-NEGOCIO
                 TO MO-ULT-SERVICE(WS-CANT-MOVILES)
              MOVE SPACE TO MO-ESTADO(WS-CANT-MOVILES)
              PERFORM GRABAR-MOVILES
              DISPLAY "Movil " WS-MOVIL " dado de alta en la"
                 " cuadrilla " WS-CUADRILLA

           DISPLAY "Detalle del service"
           ACCEPT WS-DETALLE
           DISPLAY "Importe del service (0 = sin cargo)"
           ACCEPT WS-IMPORTE-SERVICE

           MOVE SPACES TO SERVICE-RECORD
           MOVE WS-MOVIL         TO SE-MOVIL
           MOVE WS-FECHA-NEGOCIO TO SE-FECHA
           MOVE WS-DETALLE       TO SE-DETALLE
           MOVE WS-IMPORTE-SERVICE TO SE-IMPORTE

           OPEN INPUT SERVICES-FILE
           IF NOT SERVICES-OK
           MOVE WS-FECHA-NEGOCIO TO MO-ULT-SERVICE(WS-MOVIL-IDX)
           PERFORM GRABAR-MOVILES

           IF WS-IMPORTE-SERVICE > ZEROS
              PERFORM ASENTAR-COSTO-SERVICE
           END-IF

           DISPLAY "Service de " WS-MOVIL " registrado al "
              WS-FECHA-NEGOCIO.

      * el costo del service queda en asientos_pendientes.txt para
      * la contabilizacion del periodo, con el centro de costo del
      * movil (V + movil)
       ASENTAR-COSTO-SERVICE.
           MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
           MOVE "SERVICE"        TO WS-AG-ORIGEN
           MOVE SPACES           TO WS-AG-CCOSTO
           STRING "V" WS-MOVIL DELIMITED BY SIZE INTO WS-AG-CCOSTO
           MOVE CTA-MANT-MOVILES TO WS-AG-CUENTA
           MOVE WS-IMPORTE-SERVICE TO WS-AG-DEBE
           MOVE ZEROS            TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND
           MOVE CTA-PROV-A-PAGAR TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE WS-IMPORTE-SERVICE TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND
           MOVE SPACES           TO WS-AG-CCOSTO

           DISPLAY "Costo del service pendiente de contabilizar para"
              " el centro " "V" WS-MOVIL.

      * frecuencia de incidentes mas tiempo sin service: cualquiera
      * de los dos umbrales marca REVISAR
       REPORTE-MANTENIMIENTO.
              END-IF

              MOVE SPACES TO REPORTE-LINE
              EVALUATE TRUE
                 WHEN MO-ESTADO(WS-M) = "F"
                    STRING "  " MO-MOVIL(WS-M) " ("
                       MO-CUADRILLA(WS-M) "): "
                       MO-INCIDENTES(WS-M) " incidentes, "
                       WS-DIAS-SERVICE " dias sin service"
                       " FUERA DE SERVICIO"
                       DELIMITED BY SIZE INTO REPORTE-LINE
                 WHEN MO-INCIDENTES(WS-M) >= WS-UMBRAL-INC
                     OR WS-DIAS-SERVICE > WS-UMBRAL-DIAS
                    STRING "  " MO-MOVIL(WS-M) " ("
                       MO-CUADRILLA(WS-M) "): "
                       MO-INCIDENTES(WS-M) " incidentes, "
                       WS-DIAS-SERVICE " dias sin service"
                       " <-- REVISAR"
                       DELIMITED BY SIZE INTO REPORTE-LINE
                 WHEN OTHER
                    STRING "  " MO-MOVIL(WS-M) " ("
                       MO-CUADRILLA(WS-M) "): "
                       MO-INCIDENTES(WS-M) " incidentes, "
                       WS-DIAS-SERVICE " dias sin service"
                       DELIMITED BY SIZE INTO REPORTE-LINE
              END-EVALUATE
              PERFORM ESCRIBIR-LINEA-REP
           END-PERFORM

           CLOSE REPORTE-FILE.

      * el movil fuera de servicio vuelve al servicio y viceversa
       CAMBIAR-ESTADO-MOVIL.
           DISPLAY "Movil"
           ACCEPT WS-MOVIL
           PERFORM BUSCAR-MOVIL
           IF WS-MOVIL-IDX = ZEROS
              DISPLAY "El movil no esta registrado"
              GOBACK
           END-IF

           IF MO-ESTADO(WS-MOVIL-IDX) = "F"
              MOVE SPACE TO MO-ESTADO(WS-MOVIL-IDX)
              DISPLAY "Movil " WS-MOVIL " de nuevo en servicio"
           ELSE
              MOVE "F" TO MO-ESTADO(WS-MOVIL-IDX)
              DISPLAY "Movil " WS-MOVIL " fuera de servicio"
           END-IF
           PERFORM GRABAR-MOVILES.

       ESCRIBIR-LINEA-REP.
           DISPLAY REPORTE-LINE
           WRITE REPORTE-LINE.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "ASIPEND-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

       COPY "FECHA-CALC.cpy".
