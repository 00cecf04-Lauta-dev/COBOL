      * Parrafos de los lotes con vencimiento. Usar junto con
      * LOTE-FC.cpy/LOTE-FD.cpy/LOTE-WS.cpy (ver el modo de uso en
      * LOTE-WS.cpy).
       CARGAR-LOTES.
           MOVE ZEROS TO WS-CANT-LOTES
           OPEN INPUT LOTES-FILE
           IF LOTES-OK
              PERFORM UNTIL FIN-LOTES OR WS-CANT-LOTES >= 200
                READ LOTES-FILE
                  AT END SET FIN-LOTES TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-LOTES
                    MOVE LT-CODIGO TO LO-CODIGO(WS-CANT-LOTES)
                    MOVE LT-LOTE   TO LO-LOTE(WS-CANT-LOTES)
                    MOVE LT-FECHA-INGRESO
                       TO LO-INGRESO(WS-CANT-LOTES)
                    MOVE LT-VENCIMIENTO
                       TO LO-VENCIMIENTO(WS-CANT-LOTES)
                    MOVE LT-CANTIDAD
                       TO LO-CANTIDAD(WS-CANT-LOTES)
                END-READ
              END-PERFORM
              CLOSE LOTES-FILE
           END-IF
           MOVE "N" TO WS-FIN-LOTES.

      * los lotes en cero no se reescriben: ya se consumieron
       REESCRIBIR-LOTES.
           OPEN OUTPUT LOTES-FILE
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-CANT-LOTES
              IF LO-CANTIDAD(WS-L) > ZEROS
                 MOVE SPACES TO LOTE-RECORD
                 MOVE LO-CODIGO(WS-L)      TO LT-CODIGO
                 MOVE LO-LOTE(WS-L)        TO LT-LOTE
                 MOVE LO-INGRESO(WS-L)     TO LT-FECHA-INGRESO
                 MOVE LO-VENCIMIENTO(WS-L) TO LT-VENCIMIENTO
                 MOVE LO-CANTIDAD(WS-L)    TO LT-CANTIDAD
                 WRITE LOTE-RECORD
              END-IF
           END-PERFORM
           CLOSE LOTES-FILE.

      * primero vence, primero sale: se consume siempre del lote con
      * el vencimiento mas proximo que tenga cantidad
       CONSUMIR-LOTES-FEFO.
           MOVE ZEROS TO WS-LT-FALTANTE
           PERFORM UNTIL WS-LT-RESTO = ZEROS
              PERFORM BUSCAR-LOTE-MAS-VIEJO
              IF WS-LOTE-IDX = ZEROS
                 DISPLAY "Sin lotes con stock de " WS-LT-CODIGO
                    ": quedan " WS-LT-RESTO " sin descontar"
                 MOVE WS-LT-RESTO TO WS-LT-FALTANTE
                 MOVE ZEROS TO WS-LT-RESTO
              ELSE
                 IF LO-CANTIDAD(WS-LOTE-IDX) >= WS-LT-RESTO
                    MOVE WS-LT-RESTO TO WS-LT-TOMA
                 ELSE
                    MOVE LO-CANTIDAD(WS-LOTE-IDX) TO WS-LT-TOMA
                 END-IF
                 SUBTRACT WS-LT-TOMA FROM LO-CANTIDAD(WS-LOTE-IDX)
                 SUBTRACT WS-LT-TOMA FROM WS-LT-RESTO
                 DISPLAY "Del lote " LO-LOTE(WS-LOTE-IDX)
                    " (vence " LO-VENCIMIENTO(WS-LOTE-IDX)
                    ") salen " WS-LT-TOMA
              END-IF
           END-PERFORM.

       BUSCAR-LOTE-MAS-VIEJO.
           MOVE ZEROS    TO WS-LOTE-IDX
           MOVE 99999999 TO WS-MEJOR-VENC
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-CANT-LOTES
              IF LO-CODIGO(WS-L) = WS-LT-CODIGO
                  AND LO-CANTIDAD(WS-L) > ZEROS
                  AND LO-VENCIMIENTO(WS-L) < WS-MEJOR-VENC
                 MOVE WS-L TO WS-LOTE-IDX
                 MOVE LO-VENCIMIENTO(WS-L) TO WS-MEJOR-VENC
              END-IF
           END-PERFORM.
