      *  - modo 3: reporte diario de boveda por sucursal: saldo por
      *    denominacion y las transferencias de la fecha de negocio,
      *    por pantalla y en boveda_reporte.txt
      *
      * La boveda ya no se queda sin billetes sin que nadie lo note:
      *  - modo 4: niveles minimo y maximo de billetes por sucursal y
      *    denominacion (boveda_niveles.txt)
      *  - modo 5: corrida diaria de pedidos, despues del reporte del
      *    modo 3. La denominacion que quedo debajo de su minimo pide
      *    una remesa (R) a la transportadora de caudales y tesoreria
      *    central, la que paso su maximo genera un envio de
      *    excedente (E); en los dos casos la cantidad lleva la
      *    denominacion al punto medio entre minimo y maximo, hasta
      *    999 billetes por pedido. Un pedido por sucursal y tipo,
      *    numerado con boveda_pedido_secuencia.txt, queda pendiente
      *    en boveda_pedidos.txt y sale impreso al spool; mientras
      *    haya uno pendiente no se genera otro del mismo tipo.
      *  - modo 6: confirmacion del pedido al llegar (o al retirarse
      *    el envio): se cuentan los billetes, se mueve el saldo de
      *    boveda, queda la transferencia en boveda_transferencias.txt
      *    (direccion R o E, con el numero de pedido en lugar del
      *    cajero) y el asiento caja de boveda contra banco va a
      *    asientos_pendientes.txt. No se confirma en un periodo ya
      *    posteado o cerrado en CONTABILIZAR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOVEDA.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORTE-STATUS.

             SELECT NIVELES-FILE ASSIGN TO "boveda_niveles.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NIVELES-STATUS.

             SELECT PEDIDOS-FILE ASSIGN TO "boveda_pedidos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PEDIDOS-STATUS.

             SELECT PEDIDO-SEQ-FILE ASSIGN TO
                 "boveda_pedido_secuencia.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PEDIDO-SEQ-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "ASIPEND-FC.cpy".
             COPY "PERIODO-GL-FC.cpy".
             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
           05 TR-DIRECCION  PIC X.
              88 TR-A-CAJON  VALUE "C".
              88 TR-A-BOVEDA VALUE "B".
              88 TR-REMESA   VALUE "R".
              88 TR-ENVIO    VALUE "E".
           05 FILLER        PIC X VALUE SPACE.
           05 TR-CANTIDADES.
              10 TR-CANT PIC 9(3) OCCURS 5 TIMES.
        FD REPORTE-FILE.
        01 REPORTE-LINE PIC X(75).

      * minimo y maximo de billetes por denominacion, en el orden
      * de TABLA-DENOMINACIONES
        FD NIVELES-FILE.
        01 NIVELES-RECORD.
           05 NV-SUCURSAL   PIC X(4).
           05 FILLER        PIC X VALUE SPACE.
           05 NV-MINIMOS.
              10 NV-MINIMO PIC 9(5) OCCURS 5 TIMES.
           05 FILLER        PIC X VALUE SPACE.
           05 NV-MAXIMOS.
              10 NV-MAXIMO PIC 9(5) OCCURS 5 TIMES.

        FD PEDIDOS-FILE.
        01 PEDIDO-RECORD.
           05 PD-NUMERO     PIC 9(6).
           05 FILLER        PIC X VALUE SPACE.
           05 PD-FECHA      PIC 9(8).
           05 FILLER        PIC X VALUE SPACE.
           05 PD-SUCURSAL   PIC X(4).
           05 FILLER        PIC X VALUE SPACE.
           05 PD-TIPO       PIC X.
              88 PD-REMESA    VALUE "R".
              88 PD-EXCEDENTE VALUE "E".
           05 FILLER        PIC X VALUE SPACE.
           05 PD-CANTIDADES.
              10 PD-CANT PIC 9(3) OCCURS 5 TIMES.
           05 FILLER        PIC X VALUE SPACE.
           05 PD-TOTAL      PIC 9(7).
           05 FILLER        PIC X VALUE SPACE.
           05 PD-ESTADO     PIC X.
              88 PD-PENDIENTE  VALUE "P".
              88 PD-CONFIRMADO VALUE "C".
           05 FILLER        PIC X VALUE SPACE.
           05 PD-FECHA-CONF PIC 9(8).
           05 FILLER        PIC X VALUE SPACE.
           05 PD-TOTAL-CONF PIC 9(7).

        FD PEDIDO-SEQ-FILE.
        01 PEDIDO-SEQ-RECORD.
           05 PQ-ULTIMO-NUM PIC 9(6).

        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "ASIPEND-FD.cpy".
        COPY "PERIODO-GL-FD.cpy".
        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "PERIODO-GL-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-SALDO-BOV-STATUS PIC X(2) VALUE "00".
              88 SALDO-BOV-OK VALUE "00".
              88 FALTA-EN-BOVEDA VALUE "S".
          77 WS-CANT-TRANSF-DIA PIC 9(3) VALUE ZEROS.

          77 WS-NIVELES-STATUS PIC X(2) VALUE "00".
              88 NIVELES-OK VALUE "00".
          77 WS-PEDIDOS-STATUS PIC X(2) VALUE "00".
              88 PEDIDOS-OK VALUE "00".
          77 WS-PEDIDO-SEQ-STATUS PIC X(2) VALUE "00".
              88 PEDIDO-SEQ-OK VALUE "00".

      * niveles minimo y maximo por sucursal
          01 NIVELES-TABLA.
             02 NIVEL-ENT OCCURS 10 TIMES.
                03 NI-SUCURSAL PIC X(4).
                03 NI-MINIMO   PIC 9(5) OCCURS 5 TIMES.
                03 NI-MAXIMO   PIC 9(5) OCCURS 5 TIMES.
          77 WS-CANT-NIVELES PIC 9(2) VALUE ZEROS.
          77 WS-N            PIC 9(2) VALUE ZEROS.
          77 WS-NIVEL-IDX    PIC 9(2) VALUE ZEROS.
          77 WS-MINIMO       PIC 9(5) VALUE ZEROS.
          77 WS-MAXIMO       PIC 9(5) VALUE ZEROS.
          01 WS-NIVELES-NUEVOS.
             05 WS-NN-MINIMO PIC 9(5) OCCURS 5 TIMES VALUE ZEROS.
             05 WS-NN-MAXIMO PIC 9(5) OCCURS 5 TIMES VALUE ZEROS.
          77 WS-NIVEL-ERROR  PIC X VALUE "N".
              88 NIVEL-CON-ERROR VALUE "S".

      * pedidos de remesa y envios de excedente
          01 PEDIDOS-TABLA.
             02 PEDIDO-ENT OCCURS 500 TIMES.
                03 PE-NUMERO     PIC 9(6).
                03 PE-FECHA      PIC 9(8).
                03 PE-SUCURSAL   PIC X(4).
                03 PE-TIPO       PIC X.
                03 PE-CANT       PIC 9(3) OCCURS 5 TIMES.
                03 PE-TOTAL      PIC 9(7).
                03 PE-ESTADO     PIC X.
                03 PE-FECHA-CONF PIC 9(8).
                03 PE-TOTAL-CONF PIC 9(7).
          77 WS-CANT-PEDIDOS PIC 9(3) VALUE ZEROS.
          77 WS-P            PIC 9(3) VALUE ZEROS.
          77 WS-PEDIDO-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-PEDIDOS-DESBORDE PIC X VALUE "N".
              88 PEDIDOS-DESBORDADOS VALUE "S".
          77 WS-NUM-PEDIDO   PIC 9(6) VALUE ZEROS.
          77 WS-TIPO-PEDIDO  PIC X VALUE SPACE.
          77 WS-OBJETIVO     PIC 9(5) VALUE ZEROS.
          77 WS-A-MOVER      PIC 9(5) VALUE ZEROS.
          77 WS-TOTAL-PEDIDO PIC 9(7) VALUE ZEROS.
          77 WS-PEDIDO-PEND  PIC X VALUE "N".
              88 HAY-PEDIDO-PENDIENTE VALUE "S".
          77 WS-CANT-GENERADOS PIC 9(3) VALUE ZEROS.
          77 WS-CANT-PENDIENTES PIC 9(3) VALUE ZEROS.
          77 WS-DIFIERE      PIC X VALUE "N".
              88 DIFIERE-DEL-PEDIDO VALUE "S".
          77 WS-CONFIRMA     PIC X VALUE SPACE.
          77 WS-IMPORTE-DEN  PIC 9(7) VALUE ZEROS.
          77 WS-EDIT-IMPORTE PIC Z,ZZZ,ZZ9.
          77 WS-EDIT-CANT    PIC ZZ9.

      * cuentas del plan para el movimiento de caja de boveda
          77 CTA-BANCO       PIC 9(4) VALUE 1110.
          77 CTA-CAJA-BOVEDA PIC 9(4) VALUE 1120.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Conteo de boveda (pisa el saldo)"
             DISPLAY "2 - Transferencia boveda/cajon"
             DISPLAY "3 - Reporte diario de boveda"
             DISPLAY "4 - Niveles minimo y maximo por denominacion"
             DISPLAY "5 - Corrida diaria de pedidos de remesa y"
                " envios de excedente"
             DISPLAY "6 - Confirmar llegada de un pedido"
             ACCEPT WS-MODO

             PERFORM CARGAR-BOVEDAS
             EVALUATE WS-MODO
                WHEN 2 PERFORM TRANSFERIR
                WHEN 3 PERFORM REPORTE-DIARIO
                WHEN 4 PERFORM DEFINIR-NIVELES
                WHEN 5 PERFORM GENERAR-PEDIDOS
                WHEN 6 PERFORM CONFIRMAR-PEDIDO
                WHEN OTHER PERFORM CONTEO-BOVEDA
             END-EVALUATE
           GOBACK.
           DISPLAY REPORTE-LINE
           WRITE REPORTE-LINE.

       CARGAR-NIVELES.
           OPEN INPUT NIVELES-FILE
           IF NIVELES-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-NIVELES >= 10
                READ NIVELES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-NIVELES
                    MOVE NV-SUCURSAL
                       TO NI-SUCURSAL(WS-CANT-NIVELES)
                    PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                       MOVE NV-MINIMO(WS-D)
                          TO NI-MINIMO(WS-CANT-NIVELES, WS-D)
                       MOVE NV-MAXIMO(WS-D)
                          TO NI-MAXIMO(WS-CANT-NIVELES, WS-D)
                    END-PERFORM
                END-READ
              END-PERFORM
              CLOSE NIVELES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       GRABAR-NIVELES.
           OPEN OUTPUT NIVELES-FILE
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-CANT-NIVELES
              MOVE SPACES TO NIVELES-RECORD
              MOVE NI-SUCURSAL(WS-N) TO NV-SUCURSAL
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                 MOVE NI-MINIMO(WS-N, WS-D) TO NV-MINIMO(WS-D)
                 MOVE NI-MAXIMO(WS-N, WS-D) TO NV-MAXIMO(WS-D)
              END-PERFORM
              WRITE NIVELES-RECORD
           END-PERFORM
           CLOSE NIVELES-FILE.

       BUSCAR-NIVEL.
           MOVE ZEROS TO WS-NIVEL-IDX
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-CANT-NIVELES
              IF WS-NIVEL-IDX = ZEROS
                  AND NI-SUCURSAL(WS-N) = WS-SUCURSAL
                 MOVE WS-N TO WS-NIVEL-IDX
              END-IF
           END-PERFORM.

      * el maximo no puede quedar debajo del minimo ni en cero: la
      * corrida de pedidos repone y descarga hacia el punto medio
       DEFINIR-NIVELES.
           PERFORM CARGAR-NIVELES
           DISPLAY "Sucursal"
           ACCEPT WS-SUCURSAL

           MOVE "N" TO WS-NIVEL-ERROR
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
              DISPLAY "Minimo de billetes de " DENOMINACION(WS-D)
              ACCEPT WS-MINIMO
              DISPLAY "Maximo de billetes de " DENOMINACION(WS-D)
              ACCEPT WS-MAXIMO
              IF WS-MAXIMO = ZEROS OR WS-MAXIMO < WS-MINIMO
                 DISPLAY "Maximo no valido para " DENOMINACION(WS-D)
                 SET NIVEL-CON-ERROR TO TRUE
              END-IF
              MOVE WS-MINIMO TO WS-NN-MINIMO(WS-D)
              MOVE WS-MAXIMO TO WS-NN-MAXIMO(WS-D)
           END-PERFORM

           IF NIVEL-CON-ERROR
              DISPLAY "Niveles no grabados"
              GOBACK
           END-IF

           PERFORM BUSCAR-NIVEL
           IF WS-NIVEL-IDX = ZEROS
              IF WS-CANT-NIVELES >= 10
                 DISPLAY "Tabla de niveles llena"
                 GOBACK
              END-IF
              ADD 1 TO WS-CANT-NIVELES
              MOVE WS-CANT-NIVELES TO WS-NIVEL-IDX
              MOVE WS-SUCURSAL TO NI-SUCURSAL(WS-NIVEL-IDX)
           END-IF

           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
              MOVE WS-NN-MINIMO(WS-D) TO NI-MINIMO(WS-NIVEL-IDX, WS-D)
              MOVE WS-NN-MAXIMO(WS-D) TO NI-MAXIMO(WS-NIVEL-IDX, WS-D)
           END-PERFORM

           PERFORM GRABAR-NIVELES
           DISPLAY "Niveles de boveda de " WS-SUCURSAL " grabados".

       CARGAR-PEDIDOS.
           MOVE ZEROS TO WS-CANT-PEDIDOS
           OPEN INPUT PEDIDOS-FILE
           IF PEDIDOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ PEDIDOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-PEDIDOS >= 500
                       SET PEDIDOS-DESBORDADOS TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-PEDIDOS
                       MOVE PD-NUMERO
                          TO PE-NUMERO(WS-CANT-PEDIDOS)
                       MOVE PD-FECHA TO PE-FECHA(WS-CANT-PEDIDOS)
                       MOVE PD-SUCURSAL
                          TO PE-SUCURSAL(WS-CANT-PEDIDOS)
                       MOVE PD-TIPO TO PE-TIPO(WS-CANT-PEDIDOS)
                       PERFORM VARYING WS-D FROM 1 BY 1
                               UNTIL WS-D > 5
                          MOVE PD-CANT(WS-D)
                             TO PE-CANT(WS-CANT-PEDIDOS, WS-D)
                       END-PERFORM
                       MOVE PD-TOTAL TO PE-TOTAL(WS-CANT-PEDIDOS)
                       MOVE PD-ESTADO TO PE-ESTADO(WS-CANT-PEDIDOS)
                       MOVE PD-FECHA-CONF
                          TO PE-FECHA-CONF(WS-CANT-PEDIDOS)
                       MOVE PD-TOTAL-CONF
                          TO PE-TOTAL-CONF(WS-CANT-PEDIDOS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PEDIDOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       GRABAR-PEDIDOS.
           OPEN OUTPUT PEDIDOS-FILE
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PEDIDOS
              MOVE SPACES TO PEDIDO-RECORD
              MOVE PE-NUMERO(WS-P)   TO PD-NUMERO
              MOVE PE-FECHA(WS-P)    TO PD-FECHA
              MOVE PE-SUCURSAL(WS-P) TO PD-SUCURSAL
              MOVE PE-TIPO(WS-P)     TO PD-TIPO
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                 MOVE PE-CANT(WS-P, WS-D) TO PD-CANT(WS-D)
              END-PERFORM
              MOVE PE-TOTAL(WS-P)      TO PD-TOTAL
              MOVE PE-ESTADO(WS-P)     TO PD-ESTADO
              MOVE PE-FECHA-CONF(WS-P) TO PD-FECHA-CONF
              MOVE PE-TOTAL-CONF(WS-P) TO PD-TOTAL-CONF
              WRITE PEDIDO-RECORD
           END-PERFORM
           CLOSE PEDIDOS-FILE.

       ASIGNAR-NUM-PEDIDO.
           MOVE ZEROS TO WS-NUM-PEDIDO
           OPEN INPUT PEDIDO-SEQ-FILE
           IF PEDIDO-SEQ-OK
              READ PEDIDO-SEQ-FILE
                AT END CONTINUE
                NOT AT END MOVE PQ-ULTIMO-NUM TO WS-NUM-PEDIDO
              END-READ
              CLOSE PEDIDO-SEQ-FILE
           END-IF

           ADD 1 TO WS-NUM-PEDIDO
           MOVE WS-NUM-PEDIDO TO PQ-ULTIMO-NUM
           OPEN OUTPUT PEDIDO-SEQ-FILE
           WRITE PEDIDO-SEQ-RECORD
           CLOSE PEDIDO-SEQ-FILE.

      * corrida diaria, despues del reporte de boveda: recorre las
      * sucursales con niveles y arma a lo sumo una remesa y un
      * envio de excedente por sucursal
       GENERAR-PEDIDOS.
           PERFORM CARGAR-NIVELES
           PERFORM CARGAR-PEDIDOS
           IF PEDIDOS-DESBORDADOS
              DISPLAY "ABORTADO: mas de 500 pedidos en"
                 " boveda_pedidos.txt"
              GOBACK
           END-IF

           IF WS-CANT-NIVELES = ZEROS
              DISPLAY "No hay niveles de boveda cargados (modo 4)"
              GOBACK
           END-IF

           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-CANT-NIVELES
              MOVE NI-SUCURSAL(WS-N) TO WS-SUCURSAL
              MOVE WS-N TO WS-NIVEL-IDX
              PERFORM BUSCAR-BOVEDA
              IF WS-BOVEDA-IDX = ZEROS
                 DISPLAY "Sucursal " WS-SUCURSAL " sin boveda"
                    " contada: no se evaluan sus niveles"
              ELSE
                 MOVE "R" TO WS-TIPO-PEDIDO
                 PERFORM EVALUAR-PEDIDO
                 MOVE "E" TO WS-TIPO-PEDIDO
                 PERFORM EVALUAR-PEDIDO
              END-IF
           END-PERFORM

           IF WS-CANT-GENERADOS > ZEROS
              PERFORM GRABAR-PEDIDOS
           END-IF
           DISPLAY "Pedidos generados: " WS-CANT-GENERADOS.

      * calcula lo que falta (R) o sobra (E) de cada denominacion
      * respecto del punto medio de sus niveles; solo las
      * denominaciones fuera de su nivel entran en el pedido
       EVALUAR-PEDIDO.
           MOVE ZEROS TO WS-TOTAL-PEDIDO
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
              MOVE ZEROS TO WS-CONTEO-CANT(WS-D)
              COMPUTE WS-OBJETIVO =
                 (NI-MINIMO(WS-NIVEL-IDX, WS-D)
                  + NI-MAXIMO(WS-NIVEL-IDX, WS-D)) / 2
              MOVE ZEROS TO WS-A-MOVER
              IF WS-TIPO-PEDIDO = "R"
                 IF BO-CANT(WS-BOVEDA-IDX, WS-D)
                     < NI-MINIMO(WS-NIVEL-IDX, WS-D)
                    COMPUTE WS-A-MOVER =
                       WS-OBJETIVO - BO-CANT(WS-BOVEDA-IDX, WS-D)
                 END-IF
              ELSE
                 IF BO-CANT(WS-BOVEDA-IDX, WS-D)
                     > NI-MAXIMO(WS-NIVEL-IDX, WS-D)
                    COMPUTE WS-A-MOVER =
                       BO-CANT(WS-BOVEDA-IDX, WS-D) - WS-OBJETIVO
                 END-IF
              END-IF
              IF WS-A-MOVER > 999
                 MOVE 999 TO WS-A-MOVER
              END-IF
              MOVE WS-A-MOVER TO WS-CONTEO-CANT(WS-D)
              COMPUTE WS-TOTAL-PEDIDO = WS-TOTAL-PEDIDO
                 + (WS-CONTEO-CANT(WS-D) * DENOMINACION(WS-D))
           END-PERFORM

           IF WS-TOTAL-PEDIDO > ZEROS
              MOVE "N" TO WS-PEDIDO-PEND
              PERFORM VARYING WS-P FROM 1 BY 1
                      UNTIL WS-P > WS-CANT-PEDIDOS
                 IF PE-SUCURSAL(WS-P) = WS-SUCURSAL
                     AND PE-TIPO(WS-P) = WS-TIPO-PEDIDO
                     AND PE-ESTADO(WS-P) = "P"
                    SET HAY-PEDIDO-PENDIENTE TO TRUE
                    MOVE PE-NUMERO(WS-P) TO WS-NUM-PEDIDO
                 END-IF
              END-PERFORM

              IF HAY-PEDIDO-PENDIENTE
                 DISPLAY "Sucursal " WS-SUCURSAL " tipo "
                    WS-TIPO-PEDIDO " fuera de nivel, ya tiene"
                    " pendiente el pedido " WS-NUM-PEDIDO
              ELSE
                 IF WS-CANT-PEDIDOS >= 500
                    DISPLAY "Tabla de pedidos llena: sucursal "
                       WS-SUCURSAL " sin pedido"
                 ELSE
                    PERFORM ARMAR-PEDIDO
                 END-IF
              END-IF
           END-IF.

       ARMAR-PEDIDO.
           PERFORM ASIGNAR-NUM-PEDIDO
           ADD 1 TO WS-CANT-PEDIDOS
           ADD 1 TO WS-CANT-GENERADOS
           MOVE WS-NUM-PEDIDO     TO PE-NUMERO(WS-CANT-PEDIDOS)
           MOVE WS-FECHA-NEGOCIO  TO PE-FECHA(WS-CANT-PEDIDOS)
           MOVE WS-SUCURSAL       TO PE-SUCURSAL(WS-CANT-PEDIDOS)
           MOVE WS-TIPO-PEDIDO    TO PE-TIPO(WS-CANT-PEDIDOS)
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
              MOVE WS-CONTEO-CANT(WS-D)
                 TO PE-CANT(WS-CANT-PEDIDOS, WS-D)
           END-PERFORM
           MOVE WS-TOTAL-PEDIDO   TO PE-TOTAL(WS-CANT-PEDIDOS)
           MOVE "P"               TO PE-ESTADO(WS-CANT-PEDIDOS)
           MOVE ZEROS             TO PE-FECHA-CONF(WS-CANT-PEDIDOS)
           MOVE ZEROS             TO PE-TOTAL-CONF(WS-CANT-PEDIDOS)

           MOVE WS-CANT-PEDIDOS TO WS-PEDIDO-IDX
           PERFORM IMPRIMIR-PEDIDO.

      * el pedido impreso es el que se manda a la transportadora de
      * caudales y a tesoreria central
       IMPRIMIR-PEDIDO.
           MOVE "BOVEDA" TO WS-SPOOL-PROGRAMA
           MOVE SPACES TO WS-SPOOL-TITULO
           IF PE-TIPO(WS-PEDIDO-IDX) = "R"
              STRING "PEDIDO REMESA " PE-NUMERO(WS-PEDIDO-IDX)
                 DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           ELSE
              STRING "ENVIO EXCEDENTE " PE-NUMERO(WS-PEDIDO-IDX)
                 DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           END-IF
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "A: transportadora de caudales / tesoreria central"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL
           MOVE SPACES TO WS-SPOOL-LINEA
           IF PE-TIPO(WS-PEDIDO-IDX) = "R"
              STRING "Pedido de remesa nro " PE-NUMERO(WS-PEDIDO-IDX)
                 " para la boveda de la sucursal "
                 PE-SUCURSAL(WS-PEDIDO-IDX)
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           ELSE
              STRING "Envio de excedente nro "
                 PE-NUMERO(WS-PEDIDO-IDX)
                 " desde la boveda de la sucursal "
                 PE-SUCURSAL(WS-PEDIDO-IDX)
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           END-IF
           PERFORM GRABAR-LINEA-SPOOL
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Fecha " PE-FECHA(WS-PEDIDO-IDX)
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           MOVE "Denominacion" TO WS-SPOOL-LINEA(3:12)
           MOVE "Billetes" TO WS-SPOOL-LINEA(18:8)
           MOVE "Importe" TO WS-SPOOL-LINEA(34:7)
           PERFORM GRABAR-LINEA-SPOOL

           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
              IF PE-CANT(WS-PEDIDO-IDX, WS-D) > ZEROS
                 COMPUTE WS-IMPORTE-DEN =
                    PE-CANT(WS-PEDIDO-IDX, WS-D) * DENOMINACION(WS-D)
                 MOVE SPACES TO WS-SPOOL-LINEA
                 MOVE DENOMINACION(WS-D) TO WS-SPOOL-LINEA(11:4)
                 MOVE PE-CANT(WS-PEDIDO-IDX, WS-D) TO WS-EDIT-CANT
                 MOVE WS-EDIT-CANT TO WS-SPOOL-LINEA(23:3)
                 MOVE WS-IMPORTE-DEN TO WS-EDIT-IMPORTE
                 MOVE WS-EDIT-IMPORTE TO WS-SPOOL-LINEA(32:9)
                 PERFORM GRABAR-LINEA-SPOOL
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           MOVE "TOTAL" TO WS-SPOOL-LINEA(3:5)
           MOVE PE-TOTAL(WS-PEDIDO-IDX) TO WS-EDIT-IMPORTE
           MOVE WS-EDIT-IMPORTE TO WS-SPOOL-LINEA(32:9)
           PERFORM GRABAR-LINEA-SPOOL
           PERFORM CERRAR-SPOOL

           DISPLAY "Pedido " PE-NUMERO(WS-PEDIDO-IDX) " tipo "
              PE-TIPO(WS-PEDIDO-IDX) " sucursal "
              PE-SUCURSAL(WS-PEDIDO-IDX) " total "
              PE-TOTAL(WS-PEDIDO-IDX).

      * llegada de la remesa o retiro del envio: lo contado mueve la
      * boveda, queda como transferencia y genera el asiento de caja
      * de boveda contra banco
       CONFIRMAR-PEDIDO.
           MOVE WS-FECHA-NEGOCIO(1:6) TO WS-PERIODO-GL
           PERFORM VERIFICAR-PERIODO-GL
           IF NOT PERIODO-GL-ABIERTO
              DISPLAY "El periodo " WS-PERIODO-GL " ya esta "
                 WS-PERIODO-GL-ESTADO " (P = posteado, C ="
                 " cerrado) en CONTABILIZAR: no admite"
                 " movimientos"
              GOBACK
           END-IF

           PERFORM CARGAR-PEDIDOS
           IF PEDIDOS-DESBORDADOS
              DISPLAY "ABORTADO: mas de 500 pedidos en"
                 " boveda_pedidos.txt"
              GOBACK
           END-IF

           DISPLAY "Pedidos pendientes:"
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PEDIDOS
              IF PE-ESTADO(WS-P) = "P"
                 ADD 1 TO WS-CANT-PENDIENTES
                 DISPLAY "  " PE-NUMERO(WS-P) " " PE-FECHA(WS-P)
                    " " PE-SUCURSAL(WS-P) " tipo " PE-TIPO(WS-P)
                    " total " PE-TOTAL(WS-P)
              END-IF
           END-PERFORM
           IF WS-CANT-PENDIENTES = ZEROS
              DISPLAY "No hay pedidos pendientes"
              GOBACK
           END-IF

           DISPLAY "Numero de pedido"
           ACCEPT WS-NUM-PEDIDO
           MOVE ZEROS TO WS-PEDIDO-IDX
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CANT-PEDIDOS
              IF PE-NUMERO(WS-P) = WS-NUM-PEDIDO
                 MOVE WS-P TO WS-PEDIDO-IDX
              END-IF
           END-PERFORM
           IF WS-PEDIDO-IDX = ZEROS
              DISPLAY "Pedido inexistente"
              GOBACK
           END-IF
           IF PE-ESTADO(WS-PEDIDO-IDX) NOT = "P"
              DISPLAY "El pedido ya fue confirmado el "
                 PE-FECHA-CONF(WS-PEDIDO-IDX)
              GOBACK
           END-IF

           MOVE PE-SUCURSAL(WS-PEDIDO-IDX) TO WS-SUCURSAL
           MOVE PE-TIPO(WS-PEDIDO-IDX) TO WS-TIPO-PEDIDO
           PERFORM BUSCAR-BOVEDA
           IF WS-BOVEDA-IDX = ZEROS
              DISPLAY "La sucursal " WS-SUCURSAL " no tiene boveda"
                 " contada"
              GOBACK
           END-IF

           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
              DISPLAY "  pedido " DENOMINACION(WS-D) " x "
                 PE-CANT(WS-PEDIDO-IDX, WS-D)
           END-PERFORM
           IF WS-TIPO-PEDIDO = "R"
              DISPLAY "Contar los billetes recibidos"
           ELSE
              DISPLAY "Contar los billetes entregados"
           END-IF
           PERFORM CONTAR-DENOMINACIONES

           MOVE "N" TO WS-DIFIERE
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
              IF WS-CONTEO-CANT(WS-D)
                  NOT = PE-CANT(WS-PEDIDO-IDX, WS-D)
                 SET DIFIERE-DEL-PEDIDO TO TRUE
              END-IF
           END-PERFORM
           IF DIFIERE-DEL-PEDIDO
              DISPLAY "Lo contado difiere del pedido ("
                 PE-TOTAL(WS-PEDIDO-IDX) "): confirmar con lo"
                 " contado? (S/N)"
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA NOT = "S"
                 DISPLAY "Pedido no confirmado"
                 GOBACK
              END-IF
           END-IF

           IF WS-TOTAL-TRANSF = ZEROS
              DISPLAY "No se conto ningun billete: pedido no"
                 " confirmado"
              GOBACK
           END-IF

      * el envio no puede sacar mas billetes de los que la boveda
      * tiene de cada denominacion
           IF WS-TIPO-PEDIDO = "E"
              MOVE "N" TO WS-FALTA-BOV
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                 IF WS-CONTEO-CANT(WS-D)
                     > BO-CANT(WS-BOVEDA-IDX, WS-D)
                    SET FALTA-EN-BOVEDA TO TRUE
                 END-IF
              END-PERFORM
              IF FALTA-EN-BOVEDA
                 DISPLAY "La boveda no tiene esos billetes: pedido"
                    " no confirmado"
                 GOBACK
              END-IF
           END-IF

           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
              IF WS-TIPO-PEDIDO = "R"
                 ADD WS-CONTEO-CANT(WS-D)
                    TO BO-CANT(WS-BOVEDA-IDX, WS-D)
                 COMPUTE BO-TOTAL(WS-BOVEDA-IDX) =
                    BO-TOTAL(WS-BOVEDA-IDX)
                    + (WS-CONTEO-CANT(WS-D) * DENOMINACION(WS-D))
              ELSE
                 SUBTRACT WS-CONTEO-CANT(WS-D)
                    FROM BO-CANT(WS-BOVEDA-IDX, WS-D)
                 COMPUTE BO-TOTAL(WS-BOVEDA-IDX) =
                    BO-TOTAL(WS-BOVEDA-IDX)
                    - (WS-CONTEO-CANT(WS-D) * DENOMINACION(WS-D))
              END-IF
           END-PERFORM
           PERFORM GRABAR-BOVEDAS

      * en la transferencia el numero de pedido va en el lugar del
      * cajero; CAJERO solo cuenta las direcciones C y B
           MOVE WS-NUM-PEDIDO TO WS-CAJERO
           MOVE WS-TIPO-PEDIDO TO WS-DIRECCION
           PERFORM GRABAR-TRANSFERENCIA

           MOVE "C" TO PE-ESTADO(WS-PEDIDO-IDX)
           MOVE WS-FECHA-NEGOCIO TO PE-FECHA-CONF(WS-PEDIDO-IDX)
           MOVE WS-TOTAL-TRANSF TO PE-TOTAL-CONF(WS-PEDIDO-IDX)
           PERFORM GRABAR-PEDIDOS

           MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
           MOVE ZEROS TO WS-AG-DEBE WS-AG-HABER
           IF WS-TIPO-PEDIDO = "R"
              MOVE "REMESA BOV" TO WS-AG-ORIGEN
              MOVE CTA-CAJA-BOVEDA TO WS-AG-CUENTA
              MOVE WS-TOTAL-TRANSF TO WS-AG-DEBE
              PERFORM GRABAR-ASIENTO-PEND
              MOVE ZEROS TO WS-AG-DEBE
              MOVE CTA-BANCO TO WS-AG-CUENTA
              MOVE WS-TOTAL-TRANSF TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           ELSE
              MOVE "ENVIO BOV" TO WS-AG-ORIGEN
              MOVE CTA-BANCO TO WS-AG-CUENTA
              MOVE WS-TOTAL-TRANSF TO WS-AG-DEBE
              PERFORM GRABAR-ASIENTO-PEND
              MOVE ZEROS TO WS-AG-DEBE
              MOVE CTA-CAJA-BOVEDA TO WS-AG-CUENTA
              MOVE WS-TOTAL-TRANSF TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           DISPLAY "Pedido " WS-NUM-PEDIDO " confirmado, boveda de "
              WS-SUCURSAL " queda en " BO-TOTAL(WS-BOVEDA-IDX).

       COPY "FECHA-NEGOCIO-CALC.cpy".
       COPY "ASIPEND-CALC.cpy".
       COPY "PERIODO-GL-CALC.cpy".
       COPY "ESPOOL-CALC.cpy".
