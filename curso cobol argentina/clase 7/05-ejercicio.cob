      * cuadrilla (IR-MOVIL, del registro de moviles vehiculos.txt
      * que mantiene VEHICULOS): el mismo camion rompiendose todos
      * los meses deja de parecer mala suerte.
      *
      * La asistencia dejo de ser gratis para todos: al abrir el
      * incidente se pide el cliente y la patente y se verifica el
      * contrato de asistencia (contratos_asistencia.txt, que da de
      * alta CONTRATOS-ASISTENCIA; copybooks CONTRATO-*): vigencia,
      * tipo de cobertura y llamadas incluidas que le quedan en el
      * ano. Al cerrarlo, la llamada cubierta descuenta una incluida
      * del contrato; la que no tiene contrato vigente, excede el
      * cupo o pide un servicio que su cobertura no incluye (la
      * basica no incluye grua) se factura al cliente por la tarifa
      * del resultado (tarifas_asistencia.txt) con la facturacion
      * compartida (FACTURA-* y FACTLIN-*). El incidente guarda
      * cliente, patente, la cobertura aplicada (C cubierta; N, V, E
      * o X facturada por sin contrato, vencido, cupo agotado o
      * servicio excluido) y el numero de factura.
      *
      * El despacho ya no ofrece cualquier cuadrilla de
      * cuadrillas.txt: solo las de guardia en el turno de la hora
      * de apertura segun dotacion_cuadrillas.txt (que genera
      * GUARDIAS-CUADRILLAS) y con algun movil en servicio en
      * vehiculos.txt (DOTACION-*); para el movil se listan solo los
      * que estan en servicio. Sin dotacion generada para el dia se
      * ofrecen todas, avisando.
      *
      * La llamada facturada se asienta en el libro diario en el
      * momento (asientos_pendientes.txt, copybooks ASIPEND-*): debe
      * deudores por ventas, haber ingresos por asistencia e IVA
      * debito fiscal, asi el IVA y los deudores que despues cancelan
      * LIBRO-IVA e INCOBRABLES estan en el mayor.
      *
      * El cliente que llama se valida contra clientes_master.dat
      * (solo clientes activos, como el alta de CONTRATOS-ASISTENCIA);
      * un CL-ID desconocido o inactivo se vuelve a pedir.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANS-PORTE.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VEHICULOS-STATUS.

             COPY "CONTRATO-FC.cpy".

             COPY "DOTACION-FC.cpy".

             COPY "FACTURA-FC.cpy".
             COPY "ASIPEND-FC.cpy".
             COPY "FACTLIN-FC.cpy".

             SELECT CLIENTE-MASTER ASSIGN TO "clientes_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CL-ID
                 FILE STATUS IS WS-CLIENTE-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD INCIDENT-FILE.
           05 IR-RESULTADO PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-MOVIL     PIC X(5).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-CLIENTE   PIC X(6).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-PATENTE   PIC X(7).
           05 FILLER       PIC X VALUE SPACE.
           05 IR-COBERTURA PIC X.
           05 FILLER       PIC X VALUE SPACE.
           05 IR-FACTURA   PIC 9(6).

        FD CUADRILLAS-FILE.
        01 CUADRILLA-RECORD.
           05 VE-CUADRILLA   PIC X(6).
           05 FILLER         PIC X.
           05 VE-ULT-SERVICE PIC 9(8).
           05 FILLER         PIC X.
           05 VE-ESTADO      PIC X.
              88 VE-FUERA-SERVICIO VALUE "F".

        COPY "CONTRATO-FD.cpy".

        COPY "DOTACION-FD.cpy".

        COPY "FACTURA-FD.cpy".
        COPY "ASIPEND-FD.cpy".
        COPY "FACTLIN-FD.cpy".

        FD CLIENTE-MASTER.
        01 CLIENTE-MASTER-RECORD.
           COPY "CLIENTE-WS.cpy".

         WORKING-STORAGE SECTION.
         77 TRANS-PORTE    PIC 9(1)    VALUE ZEROS.
             88 FIN-VEHICULOS VALUE "S".
         77 WS-MOVIL         PIC X(5) VALUE SPACES.

         COPY "CONTRATO-WS.cpy".
         COPY "DOTACION-WS.cpy".
         COPY "FACTURA-WS.cpy".
         COPY "ASIPEND-WS.cpy".
         COPY "FACTLIN-WS.cpy".

         77 WS-CLIENTE-STATUS PIC X(2) VALUE "00".
             88 CLIENTE-MASTER-OK VALUE "00".
         77 WS-CLIENTE-VALIDO PIC X VALUE "N".
             88 CLIENTE-VALIDO VALUE "S".

         77 WS-ALICUOTA-IVA  PIC 9V999 VALUE .210.
         77 WS-IVA           PIC 9(7)V99 VALUE ZEROS.
         77 WS-EDIT-IMPORTE  PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.

      * cuentas del asiento de la llamada facturada
         77 CTA-DEUDORES     PIC 9(4) VALUE 1130.
         77 CTA-ASISTENCIA   PIC 9(4) VALUE 4140.
         77 CTA-IVA-DEBITO   PIC 9(4) VALUE 2410.

       PROCEDURE DIVISION.
            DISPLAY "Esta la rueda pinchada?"
            DISPLAY "1 - si esta la rueda pinchada"
            IF RUEDA = 1
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS-ABIERTO
               PERFORM ASIGNAR-NRO-INCIDENTE
               PERFORM VERIFICAR-CONTRATO
               MOVE SPACES TO INCIDENT-RECORD
               DISPLAY "Vehiculo con rueda pinchada"
               DISPLAY "1 - auto con rueda pinchada"
               MOVE WS-NRO-INCIDENTE TO IR-NUMERO
               MOVE WS-TS-ABIERTO    TO IR-ABIERTO
               MOVE FUNCTION CURRENT-DATE(1:14) TO IR-CERRADO
               PERFORM LIQUIDAR-ASISTENCIA

               OPEN INPUT INCIDENT-FILE
               IF NOT INCIDENT-OK
                  AT END SET FIN-VEHICULOS TO TRUE
                  NOT AT END
                    IF VE-CUADRILLA = IR-CUADRILLA
                        AND NOT VE-FUERA-SERVICIO
                       DISPLAY "  " VE-MOVIL
                    END-IF
                END-READ
      * se siembra con las dos cuadrillas de siempre
       ASIGNAR-CUADRILLA.
           PERFORM CARGAR-CUADRILLAS
           PERFORM FILTRAR-CUADRILLAS-GUARDIA

           IF WS-CANT-CUADRILLAS = ZEROS
              DISPLAY "Sin cuadrillas de guardia con movil en"
                 " servicio: el incidente queda sin asignar"
              MOVE SPACES TO IR-CUADRILLA
           ELSE
              DISPLAY "Cuadrilla que atiende:"
              MOVE CD-CODIGO(WS-CUADRILLA-OPC) TO IR-CUADRILLA
           END-IF.

      * quedan en la tabla solo las cuadrillas de guardia en el
      * turno de la apertura que tienen un movil en servicio
       FILTRAR-CUADRILLAS-GUARDIA.
           MOVE WS-TS-ABIERTO(1:8)  TO WS-DO-FECHA
           MOVE WS-TS-ABIERTO(9:4)  TO WS-DO-HORA
           PERFORM CARGAR-DOTACION
           IF SIN-DOTACION
              DISPLAY "Aviso: sin dotacion generada para el "
                 WS-DO-FECHA ", se ofrecen todas las cuadrillas"
           END-IF

           MOVE ZEROS TO WS-CUADRILLA-OPC
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CANT-CUADRILLAS
              MOVE CD-CODIGO(WS-CD) TO WS-DO-CUADRILLA
              PERFORM VERIFICAR-CUADRILLA-HABILITADA
              IF CUADRILLA-HABILITADA
                 ADD 1 TO WS-CUADRILLA-OPC
                 MOVE CD-CODIGO(WS-CD) TO CD-CODIGO(WS-CUADRILLA-OPC)
                 MOVE CD-NOMBRE(WS-CD) TO CD-NOMBRE(WS-CUADRILLA-OPC)
              END-IF
           END-PERFORM
           MOVE WS-CUADRILLA-OPC TO WS-CANT-CUADRILLAS.

       CARGAR-CUADRILLAS.
           MOVE ZEROS TO WS-CANT-CUADRILLAS
           MOVE "N"   TO WS-FIN-CUADRILLAS
           MOVE "Cuadrilla sur" TO CU-NOMBRE
           WRITE CUADRILLA-RECORD
           CLOSE CUADRILLAS-FILE.

      * cliente y patente del que llama, y su contrato a la fecha
       VERIFICAR-CONTRATO.
           MOVE SPACES TO WS-CN-CLIENTE
           PERFORM PEDIR-CLIENTE-INCIDENTE
               UNTIL WS-CN-CLIENTE NOT = SPACES
           DISPLAY "Patente del vehiculo"
           ACCEPT WS-CN-PATENTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CN-FECHA

           PERFORM VERIFICAR-COBERTURA
           EVALUATE TRUE
              WHEN COBERTURA-VIGENTE
                 DISPLAY "Con cobertura: le quedan " WS-CN-DISPONIBLES
                    " llamadas incluidas en el ano"
                 IF CT-COBERTURA(WS-CN-IDX) = "B"
                    DISPLAY "  (cobertura basica: la grua se"
                       " factura)"
                 END-IF
              WHEN CUPO-AGOTADO
                 DISPLAY "Contrato con el cupo del ano agotado: la"
                    " llamada se factura"
              WHEN CONTRATO-VENCIDO
                 DISPLAY "Contrato fuera de vigencia: la llamada se"
                    " factura"
              WHEN OTHER
                 DISPLAY "Sin contrato de asistencia: la llamada se"
                    " factura"
           END-EVALUATE.

      * el que llama tiene que ser un cliente activo del maestro,
      * como en el alta del contrato; si no, se vuelve a pedir. Sin
      * maestro se avisa y se toma lo tipeado
       PEDIR-CLIENTE-INCIDENTE.
           DISPLAY "Cliente que llama (CL-ID)"
           ACCEPT WS-CN-CLIENTE
           IF WS-CN-CLIENTE = SPACES
              DISPLAY "El cliente es obligatorio"
           ELSE
              PERFORM VALIDAR-CLIENTE-INCIDENTE
              IF NOT CLIENTE-VALIDO
                 DISPLAY "Cliente " WS-CN-CLIENTE " inexistente o"
                    " inactivo"
                 MOVE SPACES TO WS-CN-CLIENTE
              END-IF
           END-IF.

       VALIDAR-CLIENTE-INCIDENTE.
           MOVE "N" TO WS-CLIENTE-VALIDO
           OPEN INPUT CLIENTE-MASTER
           IF CLIENTE-MASTER-OK
              MOVE WS-CN-CLIENTE TO CL-ID
              READ CLIENTE-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  IF CL-ACTIVO
                     SET CLIENTE-VALIDO TO TRUE
                  END-IF
              END-READ
              CLOSE CLIENTE-MASTER
           ELSE
              DISPLAY "Aviso: sin clientes_master.dat, el cliente no"
                 " se valida"
              SET CLIENTE-VALIDO TO TRUE
           END-IF.

      * al cierre: la llamada cubierta descuenta una incluida, la
      * otra se factura por la tarifa del resultado
       LIQUIDAR-ASISTENCIA.
           MOVE WS-CN-CLIENTE TO IR-CLIENTE
           MOVE WS-CN-PATENTE TO IR-PATENTE
           MOVE ZEROS         TO IR-FACTURA
           MOVE IR-RESULTADO  TO WS-CN-RESULTADO

           PERFORM VERIFICAR-SERVICIO-CUBIERTO
           IF COBERTURA-VIGENTE
              PERFORM CONSUMIR-LLAMADA
           END-IF

           MOVE WS-CN-ESTADO TO IR-COBERTURA
           IF COBERTURA-VIGENTE
              DISPLAY "Llamada cubierta por el contrato, quedan "
                 WS-CN-DISPONIBLES " en el ano"
           ELSE
              PERFORM FACTURAR-ASISTENCIA
           END-IF.

       FACTURAR-ASISTENCIA.
           PERFORM BUSCAR-TARIFA-ASISTENCIA
           COMPUTE WS-IVA ROUNDED = WS-TA-IMPORTE * WS-ALICUOTA-IVA

           PERFORM ASIGNAR-NUM-FACTURA

           MOVE SPACES TO WS-DL-DESCRIPCION
           STRING "ASISTENCIA INC " WS-NRO-INCIDENTE " "
              IR-RESULTADO DELIMITED BY SIZE INTO WS-DL-DESCRIPCION
           MOVE "GENERAL" TO WS-DL-CATEGORIA
           COMPUTE WS-DL-ALICUOTA = WS-ALICUOTA-IVA * 100
           MOVE WS-TA-IMPORTE TO WS-DL-BASE
           MOVE WS-IVA        TO WS-DL-IVA
           PERFORM AGREGAR-RENGLON

           MOVE SPACES TO FACTURA-RECORD
           MOVE WS-CN-CLIENTE TO FA-CLIENTE
           MOVE WS-TA-IMPORTE TO FA-SUBTOTAL
           MOVE WS-IVA        TO FA-IVA
           COMPUTE FA-TOTAL = WS-TA-IMPORTE + WS-IVA
           PERFORM GRABAR-FACTURA
           MOVE "FC"   TO WS-DL-DOCUMENTO
           MOVE WS-IVA TO WS-DL-IVA-DOC
           PERFORM GRABAR-RENGLONES
           PERFORM ASENTAR-ASISTENCIA

           MOVE WS-NUM-FACTURA TO IR-FACTURA
           MOVE FA-TOTAL TO WS-EDIT-IMPORTE
           DISPLAY "Llamada facturada: factura " WS-NUM-FACTURA
              " a " FA-CLIENTE " por " WS-EDIT-IMPORTE.

      * debe deudores por el total, haber ingresos por asistencia por
      * el neto e IVA debito fiscal por el impuesto
       ASENTAR-ASISTENCIA.
           MOVE FA-FECHA         TO WS-AG-FECHA
           MOVE "ASISTENCIA"     TO WS-AG-ORIGEN

           MOVE CTA-DEUDORES     TO WS-AG-CUENTA
           MOVE FA-TOTAL         TO WS-AG-DEBE
           MOVE ZEROS            TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           MOVE CTA-ASISTENCIA   TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE FA-SUBTOTAL      TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           MOVE CTA-IVA-DEBITO   TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE FA-IVA           TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND.

       COPY "CONTRATO-CALC.cpy".

       COPY "DOTACION-CALC.cpy".

       COPY "FACTURA-CALC.cpy".
       COPY "ASIPEND-CALC.cpy".
       COPY "FACTLIN-CALC.cpy".
