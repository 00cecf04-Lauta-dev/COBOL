      *    fechas intercambiadas y deja la permuta decidida (quien,
      *    cuando y por quien) en el mismo archivo, que es la
      *    auditoria; el rechazo la deja denegada
      *
      * La decision del modo 2 la firma un operador con su clave, con
      * autoridad PER en autoridad_aprobacion.txt y que no sea
      * ninguno de los dos empleados de la permuta (su AD-NOMBRE es
      * el nombre del roster) (AUTORIDAD-*.cpy); los rechazos de
      * autoridad van al log de excepciones y la permuta sigue
      * PENDIENTE hasta que firme otro operador.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMUTAS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PERMUTAS-STATUS.

             COPY "EXCEPCION-FC.cpy".
             COPY "AUTORIDAD-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD GUARDIAS-FILE.
           05 FILLER        PIC X VALUE SPACE.
           05 PW-TIMESTAMP  PIC X(21).

        COPY "EXCEPCION-FD.cpy".
        COPY "AUTORIDAD-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".

          77 WS-GUARDIAS-STATUS PIC X(2) VALUE "00".
              88 GUARDIAS-OK VALUE "00".
          77 WS-EXCLUSIONES-STATUS PIC X(2) VALUE "00".
              WHEN OTHER
                 DISPLAY "A = aprobar, R = denegar"
                 ACCEPT WS-DECISION
                 EVALUATE WS-DECISION
                    WHEN "A" WHEN "R"
                       PERFORM FIRMAR-PERMUTA
                    WHEN OTHER
                       DISPLAY "Decision no valida, no se cambio nada"
                 END-EVALUATE
           END-EVALUATE.

      * una permuta no tiene tope: solo importa que quien firma no
      * sea ninguno de los dos que cambian la fecha
       FIRMAR-PERMUTA.
           MOVE "PERMUTAS" TO WS-AU-PROGRAMA
           MOVE "PER"      TO WS-AU-TIPO
           MOVE ZEROS      TO WS-AU-MONTO
           MOVE PT-EMPLEADO-1(WS-PERMUTA-IDX) TO WS-AU-SOLICITANTE
           MOVE PT-EMPLEADO-2(WS-PERMUTA-IDX) TO WS-AU-SOLICITANTE-2
           PERFORM AUTORIZAR-DECISION
           IF AUTORIDAD-CONCEDIDA
              MOVE WS-AU-OPERADOR TO WS-SUPERVISOR
              IF WS-DECISION = "A"
                 PERFORM APROBAR-PERMUTA
              ELSE
                 PERFORM DENEGAR-PERMUTA
              END-IF
           END-IF.

      * la aprobacion revalida el roster, controla las exclusiones
      * del ENTRANTE de cada fecha y recien ahi reescribe el roster
       APROBAR-PERMUTA.
              WRITE GUARDIA-RECORD
           END-PERFORM
           CLOSE GUARDIAS-FILE.

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".
