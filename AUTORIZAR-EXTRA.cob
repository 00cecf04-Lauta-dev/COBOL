      *    aprobacion agrega una autorizacion por esas horas (la
      *    proxima liquidacion de esa semana las paga) y el rechazo
      *    las deja denegadas, siempre con quien decidio y cuando
      *
      * Tanto la carga del modo 1 como la decision del modo 3 las
      * firma un operador con su clave, que tenga autoridad HEX en
      * autoridad_aprobacion.txt con tope de horas suficiente y que
      * no sea el empleado de las horas (AUTORIDAD-*.cpy); los
      * rechazos de autoridad van al log de excepciones y el
      * excedente sigue PENDIENTE hasta que firme un nivel superior.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZAR-EXTRA.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PENDIENTES-STATUS.

             COPY "EXCEPCION-FC.cpy".
             COPY "AUTORIDAD-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD AUTORIZACIONES-FILE.
           05 FILLER        PIC X VALUE SPACE.
           05 HP-TIMESTAMP  PIC X(21).

        COPY "EXCEPCION-FD.cpy".
        COPY "AUTORIDAD-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".

          77 WS-AUTORIZACIONES-STATUS PIC X(2) VALUE "00".
              88 AUTORIZACIONES-OK VALUE "00".
          77 WS-PENDIENTES-STATUS PIC X(2) VALUE "00".
           ACCEPT AE-SEMANA
           DISPLAY "Horas extra aprobadas"
           ACCEPT AE-HORAS

           IF AE-HORAS = ZEROS
              DISPLAY "Cero horas, no se registro nada"
           ELSE
              MOVE AE-HORAS    TO WS-AU-MONTO
              MOVE AE-EMPLEADO TO WS-AU-SOLICITANTE
              PERFORM FIRMAR-HORAS
              IF AUTORIDAD-CONCEDIDA
                 MOVE WS-AU-OPERADOR TO AE-APROBADOR
                 PERFORM GRABAR-AUTORIZACION
                 DISPLAY "Autorizacion registrada: " AE-EMPLEADO
                    " semana " AE-SEMANA " " AE-HORAS " horas"
              ELSE
                 DISPLAY "No se registro la autorizacion"
              END-IF
           END-IF.

      * WS-AU-MONTO (horas) y WS-AU-SOLICITANTE (empleado) los carga
      * quien llama
       FIRMAR-HORAS.
           MOVE "AUTORIZAR-EXTRA" TO WS-AU-PROGRAMA
           MOVE "HEX"             TO WS-AU-TIPO
           MOVE SPACES            TO WS-AU-SOLICITANTE-2
           PERFORM AUTORIZAR-DECISION.

       GRABAR-AUTORIZACION.
           OPEN INPUT AUTORIZACIONES-FILE
           IF NOT AUTORIZACIONES-OK
              WHEN OTHER
                 DISPLAY "A = aprobar, R = denegar"
                 ACCEPT WS-DECISION
                 IF WS-DECISION = "A" OR WS-DECISION = "R"
                    PERFORM FIRMAR-EXCEDENTE
                 ELSE
                    DISPLAY "Decision no valida, no se cambio nada"
                 END-IF
           END-EVALUATE.

      * un rechazo no consume tope de horas
       FIRMAR-EXCEDENTE.
           MOVE ZEROS TO WS-AU-MONTO
           IF WS-DECISION = "A"
              MOVE PT-HORAS(WS-PENDIENTE-IDX) TO WS-AU-MONTO
           END-IF
           MOVE PT-EMPLEADO(WS-PENDIENTE-IDX) TO WS-AU-SOLICITANTE
           PERFORM FIRMAR-HORAS
           IF NOT AUTORIDAD-CONCEDIDA
              GOBACK
           END-IF

           MOVE WS-AU-OPERADOR TO WS-SUPERVISOR
           MOVE WS-DECISION TO PT-ESTADO(WS-PENDIENTE-IDX)
           MOVE WS-SUPERVISOR TO PT-SUPERVISOR(WS-PENDIENTE-IDX)
           MOVE FUNCTION CURRENT-DATE
              TO PT-TIMESTAMP(WS-PENDIENTE-IDX)
           PERFORM REESCRIBIR-PENDIENTES

           IF WS-DECISION = "A"
      * la aprobacion abre la autorizacion por esas horas: la
      * proxima liquidacion de esa semana las paga
              MOVE SPACES TO AUTORIZACION-RECORD
              MOVE PT-EMPLEADO(WS-PENDIENTE-IDX) TO AE-EMPLEADO
              MOVE PT-SEMANA(WS-PENDIENTE-IDX)   TO AE-SEMANA
              MOVE PT-HORAS(WS-PENDIENTE-IDX)    TO AE-HORAS
              MOVE WS-SUPERVISOR TO AE-APROBADOR
              PERFORM GRABAR-AUTORIZACION
              DISPLAY "Excedente aprobado y autorizado para"
                 " la proxima liquidacion"
           ELSE
              DISPLAY "Excedente denegado"
           END-IF.

       REESCRIBIR-PENDIENTES.
           OPEN OUTPUT PENDIENTES-FILE
           PERFORM VARYING WS-P FROM 1 BY 1
              WRITE PENDIENTE-RECORD
           END-PERFORM
           CLOSE PENDIENTES-FILE.

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".
