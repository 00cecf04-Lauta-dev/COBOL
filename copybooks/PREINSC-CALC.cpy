      * Parrafos de la ventana de preinscripcion. Ver el modo de uso
      * en PREINSC-WS.cpy. Una ventana de otro ciclo (la del ciclo
      * anterior, ya sorteada o no) no cuenta: el ciclo abierto queda
      * sin ventana hasta que se abra la suya.
       LEER-VENTANA-PREINSC.
           MOVE SPACE TO WS-VP-ESTADO
           MOVE ZEROS TO WS-VP-CICLO WS-VP-DESDE WS-VP-HASTA
                         WS-VP-SEMILLA WS-VP-FECHA-SORTEO
           OPEN INPUT VENTANA-PREINSC-FILE
           IF VENTANA-OK
              READ VENTANA-PREINSC-FILE
                AT END CONTINUE
                NOT AT END
                  IF VP-CICLO = WS-CICLO-LECTIVO
                     MOVE VP-CICLO        TO WS-VP-CICLO
                     MOVE VP-DESDE        TO WS-VP-DESDE
                     MOVE VP-HASTA        TO WS-VP-HASTA
                     MOVE VP-ESTADO       TO WS-VP-ESTADO
                     MOVE VP-SEMILLA      TO WS-VP-SEMILLA
                     MOVE VP-FECHA-SORTEO TO WS-VP-FECHA-SORTEO
                  END-IF
              END-READ
              CLOSE VENTANA-PREINSC-FILE
           END-IF.

       GRABAR-VENTANA-PREINSC.
           MOVE SPACES             TO VENTANA-PREINSC-RECORD
           MOVE WS-VP-CICLO        TO VP-CICLO
           MOVE WS-VP-DESDE        TO VP-DESDE
           MOVE WS-VP-HASTA        TO VP-HASTA
           MOVE WS-VP-ESTADO       TO VP-ESTADO
           MOVE WS-VP-SEMILLA      TO VP-SEMILLA
           MOVE WS-VP-FECHA-SORTEO TO VP-FECHA-SORTEO
           OPEN OUTPUT VENTANA-PREINSC-FILE
           WRITE VENTANA-PREINSC-RECORD
           CLOSE VENTANA-PREINSC-FILE.
