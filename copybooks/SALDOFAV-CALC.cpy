      * Parrafos del registro de saldos a favor. Ver el modo de uso
      * en SALDOFAV-WS.cpy. Sin saldos_a_favor.txt (nunca se corrio
      * la imputacion) ningun cliente tiene saldo a favor.
       BUSCAR-SALDO-FAVOR.
           MOVE ZEROS TO WS-SF-GENERADO WS-SF-APLICADO WS-SF-DEVUELTO
                         WS-SF-SALDO WS-SF-FECHA
           MOVE "N"   TO WS-SF-HALLADO WS-SALDOFAV-FIN
           OPEN INPUT SALDOFAV-FILE
           IF SALDOFAV-OK
              PERFORM UNTIL FIN-SALDOFAV
                READ SALDOFAV-FILE
                  AT END SET FIN-SALDOFAV TO TRUE
                  NOT AT END
                    IF SF-CLIENTE = WS-SF-CLIENTE
                       SET SALDO-FAVOR-ENCONTRADO TO TRUE
                       SET FIN-SALDOFAV TO TRUE
                       MOVE SF-GENERADO TO WS-SF-GENERADO
                       MOVE SF-APLICADO TO WS-SF-APLICADO
                       MOVE SF-DEVUELTO TO WS-SF-DEVUELTO
                       MOVE SF-SALDO    TO WS-SF-SALDO
                       MOVE SF-FECHA    TO WS-SF-FECHA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SALDOFAV-FILE
           END-IF
           MOVE "N" TO WS-SALDOFAV-FIN.
