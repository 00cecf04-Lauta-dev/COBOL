      * Parrafos de la dotacion de cuadrillas. Ver el modo de uso en
      * DOTACION-WS.cpy. El turno sale de la hora: 1 de 00 a 08,
      * 2 de 08 a 16 y 3 de 16 a 24.
       CARGAR-DOTACION.
           COMPUTE WS-DO-TURNO = (WS-DO-HORA / 800) + 1
           MOVE ZEROS TO WS-DO-CANT-GUARDIA WS-DO-CANT-MOVILES
           MOVE "N"   TO WS-DO-CON-DOTACION WS-DO-CON-MOVILES

           MOVE "N" TO WS-DOTACION-FIN
           OPEN INPUT DOTACION-FILE
           IF DOTACION-OK
              PERFORM UNTIL FIN-DOTACION
                READ DOTACION-FILE
                  AT END SET FIN-DOTACION TO TRUE
                  NOT AT END
                    IF DO-FECHA = WS-DO-FECHA
                       MOVE "S" TO WS-DO-CON-DOTACION
                       IF DO-TURNO = WS-DO-TURNO
                           AND WS-DO-CANT-GUARDIA < 30
                          ADD 1 TO WS-DO-CANT-GUARDIA
                          MOVE DO-CUADRILLA
                             TO DG-CUADRILLA(WS-DO-CANT-GUARDIA)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DOTACION-FILE
           END-IF

           MOVE "N" TO WS-DOTACION-FIN
           OPEN INPUT DOT-MOVILES-FILE
           IF DOT-MOVILES-OK
              PERFORM UNTIL FIN-DOTACION
                READ DOT-MOVILES-FILE
                  AT END SET FIN-DOTACION TO TRUE
                  NOT AT END
                    MOVE "S" TO WS-DO-CON-MOVILES
                    IF NOT DV-FUERA-SERVICIO
                       MOVE DV-CUADRILLA TO WS-DO-CUADRILLA
                       PERFORM AGREGAR-CUADRILLA-MOVIL
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DOT-MOVILES-FILE
           END-IF
           MOVE "N" TO WS-DOTACION-FIN.

       AGREGAR-CUADRILLA-MOVIL.
           MOVE "N" TO WS-DO-HABILITADA
           PERFORM VARYING WS-DO-I FROM 1 BY 1
                   UNTIL WS-DO-I > WS-DO-CANT-MOVILES
              IF DM-CUADRILLA(WS-DO-I) = WS-DO-CUADRILLA
                 SET CUADRILLA-HABILITADA TO TRUE
              END-IF
           END-PERFORM
           IF NOT CUADRILLA-HABILITADA AND WS-DO-CANT-MOVILES < 30
              ADD 1 TO WS-DO-CANT-MOVILES
              MOVE WS-DO-CUADRILLA TO DM-CUADRILLA(WS-DO-CANT-MOVILES)
           END-IF.

       VERIFICAR-CUADRILLA-HABILITADA.
           MOVE "N" TO WS-DO-HABILITADA
           IF SIN-DOTACION
              SET CUADRILLA-HABILITADA TO TRUE
           ELSE
              PERFORM VARYING WS-DO-I FROM 1 BY 1
                      UNTIL WS-DO-I > WS-DO-CANT-GUARDIA
                 IF DG-CUADRILLA(WS-DO-I) = WS-DO-CUADRILLA
                    SET CUADRILLA-HABILITADA TO TRUE
                 END-IF
              END-PERFORM
           END-IF

           IF CUADRILLA-HABILITADA AND NOT SIN-REGISTRO-MOVILES
              MOVE "N" TO WS-DO-HABILITADA
              PERFORM VARYING WS-DO-I FROM 1 BY 1
                      UNTIL WS-DO-I > WS-DO-CANT-MOVILES
                 IF DM-CUADRILLA(WS-DO-I) = WS-DO-CUADRILLA
                    SET CUADRILLA-HABILITADA TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
