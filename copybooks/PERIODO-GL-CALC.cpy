      * Busca WS-PERIODO-GL en periodos_contables.txt y deja su
      * estado en WS-PERIODO-GL-ESTADO (espacio si no tiene marca:
      * CONTABILIZAR todavia no lo posteo y admite movimientos).
       VERIFICAR-PERIODO-GL.
           MOVE SPACE TO WS-PERIODO-GL-ESTADO
           MOVE "N" TO WS-FIN-PERIODO-GL
           OPEN INPUT PERIODO-GL-FILE
           IF PERIODO-GL-OK
              PERFORM UNTIL FIN-PERIODO-GL
                READ PERIODO-GL-FILE
                  AT END SET FIN-PERIODO-GL TO TRUE
                  NOT AT END
                    IF PG-PERIODO = WS-PERIODO-GL
                       MOVE PG-ESTADO TO WS-PERIODO-GL-ESTADO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE PERIODO-GL-FILE
           END-IF
           MOVE "N" TO WS-FIN-PERIODO-GL.
