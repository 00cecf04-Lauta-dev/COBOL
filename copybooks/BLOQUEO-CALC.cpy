      * Parrafos de los bloqueos administrativos. Ver el modo de uso
      * en BLOQUEO-WS.cpy. Sin bloqueos_alumnos.txt nadie esta
      * bloqueado. Una dispensa vale hasta su fecha inclusive.
       BUSCAR-BLOQUEO-ALUMNO.
           MOVE SPACE  TO WS-BQ-RESULTADO WS-BQ-TIPO
           MOVE SPACES TO WS-BQ-DESC-TIPO WS-BQ-MOTIVO
                          WS-BQ-DISPENSA-SUP
           MOVE ZEROS  TO WS-BQ-CANT-AVISOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BQ-HOY
           MOVE "N" TO WS-BQ-FIN
           OPEN INPUT BLOQUEO-FILE
           IF BLOQUEO-OK
              PERFORM UNTIL FIN-BLOQUEOS
                READ BLOQUEO-FILE
                  AT END SET FIN-BLOQUEOS TO TRUE
                  NOT AT END
                    IF BQ-EST-ID = WS-BQ-EST-ID AND BQ-ESTADO = "A"
                       PERFORM EVALUAR-BLOQUEO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BLOQUEO-FILE
           END-IF
           MOVE "N" TO WS-BQ-FIN
           PERFORM DESCRIBIR-TIPO-BLOQUEO.

       EVALUAR-BLOQUEO.
           IF BQ-BLOQUEA = "N"
              ADD 1 TO WS-BQ-CANT-AVISOS
           ELSE
              IF BQ-DISPENSA-HASTA IS NUMERIC
                  AND BQ-DISPENSA-SUP NOT = SPACES
                  AND BQ-DISPENSA-HASTA >= WS-BQ-HOY
                 IF SIN-BLOQUEO
                    SET BLOQUEO-DISPENSADO TO TRUE
                    MOVE BQ-TIPO         TO WS-BQ-TIPO
                    MOVE BQ-MOTIVO       TO WS-BQ-MOTIVO
                    MOVE BQ-DISPENSA-SUP TO WS-BQ-DISPENSA-SUP
                 END-IF
              ELSE
                 IF NOT ALUMNO-BLOQUEADO
                    SET ALUMNO-BLOQUEADO TO TRUE
                    MOVE BQ-TIPO   TO WS-BQ-TIPO
                    MOVE BQ-MOTIVO TO WS-BQ-MOTIVO
                 END-IF
              END-IF
           END-IF.

       DESCRIBIR-TIPO-BLOQUEO.
           EVALUATE WS-BQ-TIPO
              WHEN "F"   MOVE "FINANCIERO"    TO WS-BQ-DESC-TIPO
              WHEN "B"   MOVE "BIBLIOTECA"    TO WS-BQ-DESC-TIPO
              WHEN "D"   MOVE "DOCUMENTACION" TO WS-BQ-DESC-TIPO
              WHEN "C"   MOVE "DISCIPLINARIO" TO WS-BQ-DESC-TIPO
              WHEN SPACE MOVE SPACES          TO WS-BQ-DESC-TIPO
              WHEN OTHER MOVE "OTRO"          TO WS-BQ-DESC-TIPO
           END-EVALUATE.
