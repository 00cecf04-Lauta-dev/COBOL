      *    queda anotada en mermas_vencidas.txt, que el reporte de
      *    mermas de tarea-24 usa para separar merma por vencimiento
      *    de diferencia de conteo
      *
      * La baja de vencidos ajusta el saldo consolidado: su renglon
      * de ajustes_inventario.txt lleva el deposito en 0.
      *
      * El archivo de lotes y el consumo FEFO pasaron a los
      * copybooks LOTE-*, para que la venta de mostrador
      * (VENTAS-FRUTA) descuente los lotes con la misma regla.
      *
      * Cada consumo FEFO del modo 2 queda en consumos_fefo.txt
      * (fecha, codigo, cantidad que salio de los lotes y motivo: V
      * venta, D donacion, O otra salida), que PUNTO-REPOSICION usa
      * como demanda.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTES.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             COPY "LOTE-FC.cpy".

             SELECT LOTE-SEQ-FILE ASSIGN TO "lote_secuencia.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALERTAS-STATUS.

             SELECT CONSUMOS-FILE ASSIGN TO "consumos_fefo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONSUMOS-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        COPY "LOTE-FD.cpy".

        FD LOTE-SEQ-FILE.
        01 LOTE-SEQ-RECORD.
           05 AJ-FISICO    PIC 9(3).
           05 FILLER       PIC X VALUE SPACE.
           05 AJ-AJUSTE    PIC S9(4).
           05 FILLER       PIC X VALUE SPACE.
           05 AJ-DEPOSITO  PIC 9(1).

        FD VENCIDAS-FILE.
        01 VENCIDA-RECORD.
        FD ALERTAS-FILE.
        01 ALERTA-LINE PIC X(70).

        FD CONSUMOS-FILE.
        01 CONSUMO-RECORD.
           05 CF-FECHA    PIC 9(8).
           05 FILLER      PIC X VALUE SPACE.
           05 CF-CODIGO   PIC X(6).
           05 FILLER      PIC X VALUE SPACE.
           05 CF-CANTIDAD PIC 9(3).
           05 FILLER      PIC X VALUE SPACE.
           05 CF-MOTIVO   PIC X.

        COPY "FECHA-NEGOCIO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".

          77 WS-LOTE-SEQ-STATUS PIC X(2) VALUE "00".
              88 LOTE-SEQ-OK VALUE "00".
          77 WS-INVENTARIO-STATUS PIC X(2) VALUE "00".
              88 VENCIDAS-OK VALUE "00".
          77 WS-ALERTAS-STATUS PIC X(2) VALUE "00".
              88 ALERTAS-OK VALUE "00".
          77 WS-CONSUMOS-STATUS PIC X(2) VALUE "00".
              88 CONSUMOS-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
          COPY "BISIESTO-WS.cpy".
          COPY "FECHA-WS.cpy".

          COPY "LOTE-WS.cpy".

          77 WS-CODIGO     PIC X(6) VALUE SPACES.
          77 WS-CANTIDAD   PIC 9(3) VALUE ZEROS.
          77 WS-VENCIMIENTO PIC 9(8) VALUE ZEROS.
          77 WS-NUM-LOTE   PIC 9(5) VALUE ZEROS.
          77 WS-MOTIVO     PIC X VALUE SPACE.
              88 MOTIVO-VALIDO VALUE "V" "D" "O".

          77 WS-DIAS-ALERTA PIC 9(3) VALUE ZEROS.
          77 WS-DIAS-RESTAN PIC S9(7) VALUE ZEROS.
             END-EVALUATE
           GOBACK.

       INGRESAR-LOTE.
           DISPLAY "Codigo de producto (IV-CODIGO)"
           ACCEPT WS-CODIGO
           WRITE LOTE-SEQ-RECORD
           CLOSE LOTE-SEQ-FILE.

      * la salida se descuenta por FEFO con los parrafos de
      * LOTE-CALC.cpy, los mismos que usa la venta de mostrador
       CONSUMIR-FEFO.
           DISPLAY "Codigo de producto (IV-CODIGO)"
           ACCEPT WS-CODIGO
           DISPLAY "Cantidad a consumir"
           ACCEPT WS-CANTIDAD
           DISPLAY "Motivo (V venta, D donacion, O otra salida)"
           ACCEPT WS-MOTIVO
           IF NOT MOTIVO-VALIDO
              MOVE "O" TO WS-MOTIVO
           END-IF

           IF WS-CANTIDAD = ZEROS
              DISPLAY "Cantidad cero, nada que consumir"
              GOBACK
           END-IF

           MOVE WS-CODIGO   TO WS-LT-CODIGO
           MOVE WS-CANTIDAD TO WS-LT-RESTO
           PERFORM CONSUMIR-LOTES-FEFO

           PERFORM REESCRIBIR-LOTES
           PERFORM ANOTAR-CONSUMO.

      * lo que salio de los lotes queda anotado por dia para la
      * demanda de PUNTO-REPOSICION (lo faltante no salio)
       ANOTAR-CONSUMO.
           IF WS-CANTIDAD > WS-LT-FALTANTE
              MOVE SPACES TO CONSUMO-RECORD
              MOVE WS-FECHA-NEGOCIO TO CF-FECHA
              MOVE WS-CODIGO        TO CF-CODIGO
              COMPUTE CF-CANTIDAD = WS-CANTIDAD - WS-LT-FALTANTE
              MOVE WS-MOTIVO        TO CF-MOTIVO

              OPEN INPUT CONSUMOS-FILE
              IF NOT CONSUMOS-OK
                 OPEN OUTPUT CONSUMOS-FILE
              END-IF
              CLOSE CONSUMOS-FILE

              OPEN EXTEND CONSUMOS-FILE
              WRITE CONSUMO-RECORD
              CLOSE CONSUMOS-FILE
           END-IF.

       ALERTA-VENCIMIENTOS.
           DISPLAY "Dias de anticipacion (0 = 7)"
              MOVE ZEROS TO AJ-FISICO
           END-IF
           COMPUTE AJ-AJUSTE = AJ-FISICO - AJ-LIBRO
           MOVE ZEROS TO AJ-DEPOSITO

           OPEN INPUT AJUSTE-INV-FILE
           IF NOT AJUSTE-OK
           DISPLAY ALERTA-LINE
           WRITE ALERTA-LINE.

       COPY "LOTE-CALC.cpy".

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".
