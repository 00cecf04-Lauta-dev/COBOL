      *    numerado por pantalla y en diplomas_impresos.txt
      *  - modo 2, verificacion: dado numero y EST-ID responde si el
      *    par figura en el registro (autentico) o no
      *
      * Bloqueos administrativos: un egresado con un bloqueo activo en
      * bloqueos_alumnos.txt (BLOQUEOS) no recibe el diploma salvo
      * que un operador con el tipo BLQ de la autoridad de aprobacion
      * firme en el momento, o que haya una dispensa vigente; la
      * retencion, la firma y la dispensa van al log de excepciones

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIPLOMAS.

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "BLOQUEO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".
             COPY "AUTORIDAD-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD STUDENT-MASTER.

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "BLOQUEO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".
        COPY "AUTORIDAD-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "BLOQUEO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".

          77 WS-MAESTRO-STATUS PIC X(2) VALUE "00".
              88 MAESTRO-OK VALUE "00".
          77 WS-AUTENTICO    PIC X VALUE "N".
              88 DIPLOMA-AUTENTICO VALUE "S".
          77 WS-NOMBRE-COMPL PIC X(21) VALUE SPACES.
          77 WS-CONFIRMA-SUP PIC X VALUE "N".
          77 WS-DIPLOMA-HABILITADO PIC X VALUE "S".
              88 DIPLOMA-HABILITADO VALUE "S".
          77 WS-LINEA-REGLA  PIC X(50) VALUE ALL "=".

       PROCEDURE DIVISION.
                        DISPLAY "El alumno ya tiene el diploma "
                           WS-NUM-DIPLOMA " emitido"
                     ELSE
                        PERFORM CONTROLAR-BLOQUEO-EGRESADO
                        IF DIPLOMA-HABILITADO
                           PERFORM REGISTRAR-Y-IMPRIMIR
                        END-IF
                     END-IF
                  END-IF
              END-READ
              CLOSE STUDENT-MASTER
           END-IF.

      * un bloqueo administrativo activo (BLOQUEO-*) retiene el
      * diploma, salvo la firma de un operador con el tipo BLQ de la
      * autoridad de aprobacion o una dispensa vigente de BLOQUEOS; el
      * rechazo, la firma y el uso de la dispensa van al log de
      * excepciones
       CONTROLAR-BLOQUEO-EGRESADO.
           MOVE "S" TO WS-DIPLOMA-HABILITADO
           MOVE WS-EST-PEDIDO TO WS-BQ-EST-ID
           PERFORM BUSCAR-BLOQUEO-ALUMNO
           EVALUATE TRUE
              WHEN BLOQUEO-DISPENSADO
                 DISPLAY "Bloqueo " WS-BQ-DESC-TIPO " con dispensa de "
                    WS-BQ-DISPENSA-SUP
                 MOVE SPACES TO WS-EXC-CAMPO
                 STRING "DISP " WS-BQ-DISPENSA-SUP
                    DELIMITED BY SIZE INTO WS-EXC-CAMPO
                 PERFORM REGISTRAR-BLOQUEO-DIPLOMA
              WHEN ALUMNO-BLOQUEADO
                 DISPLAY "El alumno " WS-EST-PEDIDO " tiene un"
                    " bloqueo " WS-BQ-DESC-TIPO ": " WS-BQ-MOTIVO
                 DISPLAY "Autoriza el supervisor? (S)"
                 MOVE "N" TO WS-CONFIRMA-SUP
                 ACCEPT WS-CONFIRMA-SUP
                 IF WS-CONFIRMA-SUP = "S"
                    MOVE "DIPLOMAS"    TO WS-AU-PROGRAMA
                    MOVE "BLQ"         TO WS-AU-TIPO
                    MOVE ZEROS         TO WS-AU-MONTO
                    MOVE WS-EST-PEDIDO TO WS-AU-SOLICITANTE
                    MOVE WS-FIRMANTE   TO WS-AU-SOLICITANTE-2
                    PERFORM AUTORIZAR-DECISION
                 END-IF
                 MOVE SPACES TO WS-EXC-CAMPO
                 IF WS-CONFIRMA-SUP = "S" AND AUTORIDAD-CONCEDIDA
                    STRING "BLOQ " WS-AU-OPERADOR
                       DELIMITED BY SIZE INTO WS-EXC-CAMPO
                 ELSE
                    DISPLAY "Diploma retenido por bloqueo"
                       " administrativo"
                    MOVE "N" TO WS-DIPLOMA-HABILITADO
                    STRING "BLOQUEO-" WS-BQ-TIPO
                       DELIMITED BY SIZE INTO WS-EXC-CAMPO
                 END-IF
                 PERFORM REGISTRAR-BLOQUEO-DIPLOMA
           END-EVALUATE.

       REGISTRAR-BLOQUEO-DIPLOMA.
           MOVE "DIPLOMAS"    TO WS-EXC-PROGRAMA
           MOVE WS-EST-PEDIDO TO WS-EXC-VALOR
           PERFORM REGISTRAR-EXCEPCION.

       VERIFICAR-YA-EMITIDO.
           MOVE "N" TO WS-YA-EMITIDO WS-FIN-ARCHIVO
           OPEN INPUT REGISTRO-FILE
           END-IF.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "BLOQUEO-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".
