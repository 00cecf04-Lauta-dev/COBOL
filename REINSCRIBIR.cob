      *  - imprime a quien inscribio, a quien dejo en espera y a
      *    quien rechazo (y por que); los rechazos quedan en el log
      *    de excepciones compartido
      *
      * Antes de tomar el asiento se controla el choque de horario
      * (copybooks HORARIO-*), igual que el alta en vivo: si el
      * alumno ya tiene en el ciclo otra materia en el mismo turno de
      * asignacion_aulas.txt se rechaza por "choque de horario" y
      * queda en el log de excepciones; la autorizacion del
      * supervisor o la lista de espera se resuelven por la pantalla
      * de inscripcion de clase-22.
      *
      * Bloqueos administrativos: un alumno con un bloqueo activo en
      * bloqueos_alumnos.txt (BLOQUEOS) se rechaza con el motivo
      * "bloqueo <tipo>"; en la corrida en lote no hay firma, solo
      * pasa con una dispensa vigente cargada antes en BLOQUEOS, que
      * queda en el log de excepciones

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINSCRIBIR.

             COPY "CERROJO-FC.cpy".

             COPY "HORARIO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "BLOQUEO-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD FINALES-FILE.

        COPY "CERROJO-FD.cpy".

        COPY "HORARIO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "BLOQUEO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "CICLO-WS.cpy".
          COPY "CERROJO-WS.cpy".
          COPY "HORARIO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "BLOQUEO-WS.cpy".

          77 WS-FINALES-STATUS PIC X(2) VALUE "00".
              88 FINALES-OK VALUE "00".

       PROCEDURE DIVISION.
             PERFORM LEER-CICLO-LECTIVO
             PERFORM CARGAR-HORARIO
             PERFORM CARGAR-INSCRIPCIONES
             IF INSCRIPTOS-DESBORDADOS
                DISPLAY "ABORTADO: mas de 500 inscripciones,"
                 MOVE NF-EST-ID TO PROCESADO-ID(WS-CANT-PROCESADOS)
              END-IF

              MOVE SPACES TO WS-MOTIVO WS-BQ-RESULTADO
              MOVE "N"    TO WS-CH-CHOQUE
              PERFORM BUSCAR-MATERIA-ALUMNO
              IF WS-CURSO-BUSCADO = SPACES
                 MOVE "sin inscripcion previa" TO WS-MOTIVO
                 PERFORM VALIDAR-ESTADO-ALUMNO
              END-IF

              IF WS-MOTIVO = SPACES
                 PERFORM CONTROLAR-BLOQUEO-ALUMNO
              END-IF

              IF WS-MOTIVO = SPACES
                 MOVE NF-EST-ID        TO WS-CH-EST-ID
                 MOVE WS-CURSO-BUSCADO TO WS-CH-CURSO
                 PERFORM CONTROLAR-CHOQUE-HORARIO
                 IF HAY-CHOQUE-HORARIO
                    MOVE "choque de horario" TO WS-MOTIVO
                    DISPLAY "Choque: " NF-EST-ID " cursa "
                       WS-CH-CURSO-CHOQUE " en el turno " WS-CH-TURNO
                 END-IF
              END-IF

              IF WS-MOTIVO = SPACES
                 PERFORM TOMAR-CUPO
              ELSE
                 DISPLAY "Rechazado " NF-EST-ID ": " WS-MOTIVO
                 MOVE "REINSCRIBIR" TO WS-EXC-PROGRAMA
                 MOVE "NF-EST-ID"   TO WS-EXC-CAMPO
                 IF HAY-CHOQUE-HORARIO
                    MOVE "CHOQUE-HORARIO" TO WS-EXC-CAMPO
                 END-IF
                 IF ALUMNO-BLOQUEADO
                    MOVE SPACES TO WS-EXC-CAMPO
                    STRING "BLOQUEO-" WS-BQ-TIPO
                       DELIMITED BY SIZE INTO WS-EXC-CAMPO
                 END-IF
                 MOVE NF-EST-ID     TO WS-EXC-VALOR
                 PERFORM REGISTRAR-EXCEPCION
              END-IF
              END-READ
           END-IF.

      * un bloqueo administrativo activo (BLOQUEO-*) frena la
      * reinscripcion; en el proceso en lote no hay firma, solo vale la
      * dispensa vigente cargada en BLOQUEOS, que queda en el log
       CONTROLAR-BLOQUEO-ALUMNO.
           MOVE NF-EST-ID TO WS-BQ-EST-ID
           PERFORM BUSCAR-BLOQUEO-ALUMNO
           EVALUATE TRUE
              WHEN ALUMNO-BLOQUEADO
                 STRING "bloqueo " WS-BQ-DESC-TIPO
                    DELIMITED BY SIZE INTO WS-MOTIVO
              WHEN BLOQUEO-DISPENSADO
                 MOVE "REINSCRIBIR" TO WS-EXC-PROGRAMA
                 MOVE SPACES        TO WS-EXC-CAMPO
                 STRING "DISP " WS-BQ-DISPENSA-SUP
                    DELIMITED BY SIZE INTO WS-EXC-CAMPO
                 MOVE NF-EST-ID     TO WS-EXC-VALOR
                 PERFORM REGISTRAR-EXCEPCION
           END-EVALUATE.

       TOMAR-CUPO.
           MOVE WS-CURSO-BUSCADO TO CM-CURSO
           READ CURSO-MASTER

       COPY "CERROJO-CALC.cpy".

       COPY "HORARIO-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "BLOQUEO-CALC.cpy".
