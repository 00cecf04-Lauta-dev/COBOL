      *  - modo 1: lista los pendientes
      *  - modo 2: aprueba o rechaza un pendiente por su numero,
      *    quedando registrado quien decidio y cuando
      *
      * La decision ya no la firma un nombre tipeado: firma un
      * operador con su clave, que tenga autoridad AJU en
      * autoridad_aprobacion.txt y tope para la diferencia del par
      * (AUTORIDAD-*.cpy); los rechazos de autoridad quedan en el log
      * de excepciones y el ajuste sigue PENDIENTE hasta que firme
      * alguien de nivel suficiente.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR-AJUSTES.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PENDIENTES-STATUS.

             COPY "EXCEPCION-FC.cpy".
             COPY "AUTORIDAD-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD PENDIENTES-FILE.
           05 FILLER       PIC X VALUE SPACE.
           05 PJ-TIMESTAMP PIC X(21).

        COPY "EXCEPCION-FD.cpy".
        COPY "AUTORIDAD-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".

          77 WS-PENDIENTES-STATUS PIC X(2) VALUE "00".
              88 PENDIENTES-OK VALUE "00".
          77 WS-MODO PIC 9(1) VALUE ZEROS.
                    DISPLAY "A = aprobar, R = rechazar"
                    ACCEPT WS-DECISION
                    IF WS-DECISION = "A" OR WS-DECISION = "R"
                       PERFORM FIRMAR-AJUSTE
                    ELSE
                       DISPLAY "Decision no valida, no se cambio nada"
                    END-IF
              END-EVALUATE
           END-IF.

      * el tope de un ajuste es la diferencia del par, en valor
      * absoluto; un rechazo no consume tope
       FIRMAR-AJUSTE.
           MOVE "APROBAR-AJUSTES" TO WS-AU-PROGRAMA
           MOVE "AJU"             TO WS-AU-TIPO
           MOVE SPACES TO WS-AU-SOLICITANTE WS-AU-SOLICITANTE-2
           MOVE ZEROS  TO WS-AU-MONTO
           IF WS-DECISION = "A"
              IF AJ-T-NUM2(WS-AJUSTE-IDX) >= AJ-T-NUM1(WS-AJUSTE-IDX)
                 COMPUTE WS-AU-MONTO = AJ-T-NUM2(WS-AJUSTE-IDX)
                    - AJ-T-NUM1(WS-AJUSTE-IDX)
              ELSE
                 COMPUTE WS-AU-MONTO = AJ-T-NUM1(WS-AJUSTE-IDX)
                    - AJ-T-NUM2(WS-AJUSTE-IDX)
              END-IF
           END-IF
           PERFORM AUTORIZAR-DECISION

           IF AUTORIDAD-CONCEDIDA
              MOVE WS-AU-OPERADOR TO WS-SUPERVISOR
              MOVE WS-DECISION TO AJ-T-ESTADO(WS-AJUSTE-IDX)
              MOVE WS-SUPERVISOR
                 TO AJ-T-SUPERVISOR(WS-AJUSTE-IDX)
              MOVE FUNCTION CURRENT-DATE
                 TO AJ-T-TIMESTAMP(WS-AJUSTE-IDX)
              PERFORM REESCRIBIR-AJUSTES
              DISPLAY "Ajuste " WS-ID-PEDIDO " -> "
                 WS-DECISION " por " WS-SUPERVISOR
           END-IF.

       REESCRIBIR-AJUSTES.
           OPEN OUTPUT PENDIENTES-FILE
           PERFORM VARYING WS-A FROM 1 BY 1
              WRITE PENDIENTE-RECORD
           END-PERFORM
           CLOSE PENDIENTES-FILE.

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".
