      * Parrafos de los contratos de asistencia. Ver el modo de uso
      * en CONTRATO-WS.cpy. Sin contratos_asistencia.txt ningun
      * cliente tiene cobertura; sin tarifas_asistencia.txt el
      * tarifario se siembra con los importes de lista.
       VERIFICAR-COBERTURA.
           PERFORM CARGAR-CONTRATOS
           MOVE ZEROS TO WS-CN-IDX WS-CN-DISPONIBLES WS-CN-USADAS
           SET SIN-CONTRATO TO TRUE
           PERFORM VARYING WS-CN-I FROM 1 BY 1
                   UNTIL WS-CN-I > WS-CANT-CONTRATOS
              IF CT-CLIENTE(WS-CN-I) = WS-CN-CLIENTE
                  AND CT-PATENTE(WS-CN-I) = WS-CN-PATENTE
                 IF WS-CN-FECHA >= CT-DESDE(WS-CN-I)
                     AND WS-CN-FECHA <= CT-HASTA(WS-CN-I)
                    MOVE WS-CN-I TO WS-CN-IDX
                 ELSE
                    IF WS-CN-IDX = ZEROS
                       SET CONTRATO-VENCIDO TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-CN-IDX > ZEROS
              IF CT-ANIO(WS-CN-IDX) = WS-CN-FECHA(1:4)
                 MOVE CT-USADAS(WS-CN-IDX) TO WS-CN-USADAS
              END-IF
              IF WS-CN-USADAS >= CT-INCLUIDAS(WS-CN-IDX)
                 SET CUPO-AGOTADO TO TRUE
              ELSE
                 SET COBERTURA-VIGENTE TO TRUE
                 COMPUTE WS-CN-DISPONIBLES =
                    CT-INCLUIDAS(WS-CN-IDX) - WS-CN-USADAS
              END-IF
           END-IF.

      * la cobertura basica no incluye el remolque
       VERIFICAR-SERVICIO-CUBIERTO.
           IF COBERTURA-VIGENTE
              IF CT-COBERTURA(WS-CN-IDX) = "B"
                  AND WS-CN-RESULTADO = "GRUA"
                 SET SERVICIO-EXCLUIDO TO TRUE
              END-IF
           END-IF.

      * se vuelve a leer el archivo antes de descontar, porque entre
      * la apertura y el cierre otro incidente pudo usar el cupo; si
      * ya no queda, WS-CN-ESTADO vuelve como CUPO-AGOTADO
       CONSUMIR-LLAMADA.
           PERFORM VERIFICAR-COBERTURA
           IF COBERTURA-VIGENTE
              IF CT-ANIO(WS-CN-IDX) NOT = WS-CN-FECHA(1:4)
                 MOVE WS-CN-FECHA(1:4) TO CT-ANIO(WS-CN-IDX)
                 MOVE ZEROS TO CT-USADAS(WS-CN-IDX)
              END-IF
              ADD 1 TO CT-USADAS(WS-CN-IDX)
              SUBTRACT 1 FROM WS-CN-DISPONIBLES
              PERFORM GRABAR-CONTRATOS
           END-IF.

       CARGAR-CONTRATOS.
           MOVE ZEROS TO WS-CANT-CONTRATOS
           MOVE "N"   TO WS-CONTRATO-FIN
           OPEN INPUT CONTRATO-FILE
           IF CONTRATO-OK
              PERFORM UNTIL FIN-CONTRATOS OR WS-CANT-CONTRATOS >= 500
                READ CONTRATO-FILE
                  AT END SET FIN-CONTRATOS TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-CONTRATOS
                    MOVE CN-CLIENTE   TO CT-CLIENTE(WS-CANT-CONTRATOS)
                    MOVE CN-PATENTE   TO CT-PATENTE(WS-CANT-CONTRATOS)
                    MOVE CN-COBERTURA
                       TO CT-COBERTURA(WS-CANT-CONTRATOS)
                    MOVE CN-DESDE     TO CT-DESDE(WS-CANT-CONTRATOS)
                    MOVE CN-HASTA     TO CT-HASTA(WS-CANT-CONTRATOS)
                    MOVE CN-INCLUIDAS
                       TO CT-INCLUIDAS(WS-CANT-CONTRATOS)
                    MOVE CN-ANIO      TO CT-ANIO(WS-CANT-CONTRATOS)
                    MOVE CN-USADAS    TO CT-USADAS(WS-CANT-CONTRATOS)
                END-READ
              END-PERFORM
              CLOSE CONTRATO-FILE
           END-IF
           MOVE "N" TO WS-CONTRATO-FIN.

       GRABAR-CONTRATOS.
           OPEN OUTPUT CONTRATO-FILE
           PERFORM VARYING WS-CN-I FROM 1 BY 1
                   UNTIL WS-CN-I > WS-CANT-CONTRATOS
              MOVE SPACES TO CONTRATO-RECORD
              MOVE CT-CLIENTE(WS-CN-I)   TO CN-CLIENTE
              MOVE CT-PATENTE(WS-CN-I)   TO CN-PATENTE
              MOVE CT-COBERTURA(WS-CN-I) TO CN-COBERTURA
              MOVE CT-DESDE(WS-CN-I)     TO CN-DESDE
              MOVE CT-HASTA(WS-CN-I)     TO CN-HASTA
              MOVE CT-INCLUIDAS(WS-CN-I) TO CN-INCLUIDAS
              MOVE CT-ANIO(WS-CN-I)      TO CN-ANIO
              MOVE CT-USADAS(WS-CN-I)    TO CN-USADAS
              WRITE CONTRATO-RECORD
           END-PERFORM
           CLOSE CONTRATO-FILE.

      * si el resultado no tiene tarifa propia se cobra la de OTROS
       BUSCAR-TARIFA-ASISTENCIA.
           MOVE ZEROS TO WS-TA-IMPORTE
           MOVE "N"   TO WS-CONTRATO-FIN
           OPEN INPUT TARIFA-ASIST-FILE
           IF NOT TARIFA-ASIST-OK
              PERFORM SEMBRAR-TARIFAS-ASISTENCIA
              OPEN INPUT TARIFA-ASIST-FILE
           END-IF
           IF TARIFA-ASIST-OK
              PERFORM UNTIL FIN-CONTRATOS
                READ TARIFA-ASIST-FILE
                  AT END SET FIN-CONTRATOS TO TRUE
                  NOT AT END
                    IF TA-RESULTADO = WS-CN-RESULTADO
                       MOVE TA-IMPORTE TO WS-TA-IMPORTE
                       SET FIN-CONTRATOS TO TRUE
                    ELSE
                       IF TA-RESULTADO = "OTROS"
                          MOVE TA-IMPORTE TO WS-TA-IMPORTE
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE TARIFA-ASIST-FILE
           END-IF
           MOVE "N" TO WS-CONTRATO-FIN.

       SEMBRAR-TARIFAS-ASISTENCIA.
           OPEN OUTPUT TARIFA-ASIST-FILE
           MOVE SPACES TO TARIFA-ASIST-RECORD
           MOVE "GRUA" TO TA-RESULTADO
           MOVE 45000.00 TO TA-IMPORTE
           WRITE TARIFA-ASIST-RECORD
           MOVE SPACES TO TARIFA-ASIST-RECORD
           MOVE "GOMERO" TO TA-RESULTADO
           MOVE 12000.00 TO TA-IMPORTE
           WRITE TARIFA-ASIST-RECORD
           MOVE SPACES TO TARIFA-ASIST-RECORD
           MOVE "AUTO-REPARADO" TO TA-RESULTADO
           MOVE 6000.00 TO TA-IMPORTE
           WRITE TARIFA-ASIST-RECORD
           MOVE SPACES TO TARIFA-ASIST-RECORD
           MOVE "OTROS" TO TA-RESULTADO
           MOVE 6000.00 TO TA-IMPORTE
           WRITE TARIFA-ASIST-RECORD
           CLOSE TARIFA-ASIST-FILE.
