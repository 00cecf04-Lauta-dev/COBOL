      * Parrafos del registro de responsables de pago. Ver el modo de
      * uso en TUTOR-WS.cpy. Sin tutores.txt la tabla queda vacia y
      * cada alumno se factura a si mismo, como antes.
       CARGAR-TUTORES.
           MOVE ZEROS TO WS-CANT-TUTORES
           MOVE "N"   TO WS-TUTOR-FIN WS-TUTOR-DESBORDE
           OPEN INPUT TUTOR-FILE
           IF TUTOR-OK
              PERFORM UNTIL FIN-TUTORES
                READ TUTOR-FILE
                  AT END SET FIN-TUTORES TO TRUE
                  NOT AT END
                    IF WS-CANT-TUTORES >= 300
                       SET TUTORES-DESBORDADOS TO TRUE
                       SET FIN-TUTORES TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-TUTORES
                       MOVE TU-EST-ID
                          TO TR-EST-ID(WS-CANT-TUTORES)
                       MOVE TU-CL-ID
                          TO TR-CL-ID(WS-CANT-TUTORES)
                       MOVE TU-PARENTESCO
                          TO TR-PARENTESCO(WS-CANT-TUTORES)
                       MOVE TU-FECHA
                          TO TR-FECHA(WS-CANT-TUTORES)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE TUTOR-FILE
           END-IF
           MOVE "N" TO WS-TUTOR-FIN.

       BUSCAR-TUTOR.
           MOVE SPACES TO WS-TU-CL-ID
           PERFORM VARYING WS-TR FROM 1 BY 1
                   UNTIL WS-TR > WS-CANT-TUTORES
              IF TR-EST-ID(WS-TR) = WS-TU-EST-ID
                 MOVE TR-CL-ID(WS-TR) TO WS-TU-CL-ID
              END-IF
           END-PERFORM.

      * reescribe tutores.txt entero desde la tabla (la usa el
      * mantenimiento despues de agregar, cambiar o quitar renglones)
       REESCRIBIR-TUTORES.
           OPEN OUTPUT TUTOR-FILE
           PERFORM VARYING WS-TR FROM 1 BY 1
                   UNTIL WS-TR > WS-CANT-TUTORES
              IF TR-EST-ID(WS-TR) NOT = SPACES
                 MOVE SPACES               TO TUTOR-RECORD
                 MOVE TR-EST-ID(WS-TR)     TO TU-EST-ID
                 MOVE TR-CL-ID(WS-TR)      TO TU-CL-ID
                 MOVE TR-PARENTESCO(WS-TR) TO TU-PARENTESCO
                 MOVE TR-FECHA(WS-TR)      TO TU-FECHA
                 WRITE TUTOR-RECORD
              END-IF
           END-PERFORM
           CLOSE TUTOR-FILE.
