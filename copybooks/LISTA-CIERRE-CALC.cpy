      * Parrafos de la lista de control del cierre mensual. Ver el
      * modo de uso en LISTA-CIERRE-WS.cpy; necesita tambien
      * ESPOOL-CALC.cpy en el programa. Un periodo solo se cierra
      * con los cinco items firmados OK o dispensados (OMITIDO).
       CARGAR-LISTA-CIERRE.
           PERFORM LLENAR-ITEMS-CIERRE
           MOVE ZEROS TO WS-CANT-LISTA
           MOVE "N"   TO WS-LC-FIN WS-LISTA-DESBORDE
           OPEN INPUT LISTA-CIERRE-FILE
           IF LISTA-CIERRE-OK
              PERFORM UNTIL FIN-LISTA-CIERRE
                READ LISTA-CIERRE-FILE
                  AT END SET FIN-LISTA-CIERRE TO TRUE
                  NOT AT END
                    IF WS-CANT-LISTA >= 300
                       SET LISTA-DESBORDADA TO TRUE
                       SET FIN-LISTA-CIERRE TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-LISTA
                       MOVE LC-PERIODO  TO LT-PERIODO(WS-CANT-LISTA)
                       MOVE LC-ITEM     TO LT-ITEM(WS-CANT-LISTA)
                       MOVE LC-ESTADO   TO LT-ESTADO(WS-CANT-LISTA)
                       MOVE LC-OPERADOR TO LT-OPERADOR(WS-CANT-LISTA)
                       MOVE LC-TIMESTAMP
                          TO LT-TIMESTAMP(WS-CANT-LISTA)
                       MOVE LC-DETALLE  TO LT-DETALLE(WS-CANT-LISTA)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE LISTA-CIERRE-FILE
           END-IF
           MOVE "N" TO WS-LC-FIN.

       LLENAR-ITEMS-CIERRE.
           MOVE "BAN" TO LI-ITEM(1)
           MOVE "Conciliacion bancaria" TO LI-NOMBRE(1)
           MOVE "SUC" TO LI-ITEM(2)
           MOVE "Ledgers de sucursal" TO LI-NOMBRE(2)
           MOVE "NOM" TO LI-ITEM(3)
           MOVE "Aprobaciones de nomina" TO LI-NOMBRE(3)
           MOVE "FEC" TO LI-ITEM(4)
           MOVE "Fechas de negocio posteadas" TO LI-NOMBRE(4)
           MOVE "COS" TO LI-ITEM(5)
           MOVE "Movimientos de costo" TO LI-NOMBRE(5).

      * renglon del item WS-LI en el periodo WS-LC-PERIODO, en
      * WS-LT-IDX (cero si nunca se verifico)
       BUSCAR-ITEM-CIERRE.
           MOVE ZEROS TO WS-LT-IDX
           PERFORM VARYING WS-LT FROM 1 BY 1
                   UNTIL WS-LT > WS-CANT-LISTA
              IF WS-LT-IDX = ZEROS
                  AND LT-PERIODO(WS-LT) = WS-LC-PERIODO
                  AND LT-ITEM(WS-LT) = LI-ITEM(WS-LI)
                 MOVE WS-LT TO WS-LT-IDX
              END-IF
           END-PERFORM.

       VERIFICAR-LISTA-CIERRE.
           MOVE ZERO TO WS-LC-FALTAN
           PERFORM VARYING WS-LI FROM 1 BY 1 UNTIL WS-LI > 5
              PERFORM BUSCAR-ITEM-CIERRE
              IF WS-LT-IDX = ZEROS
                 ADD 1 TO WS-LC-FALTAN
              ELSE
                 IF LT-ESTADO(WS-LT-IDX) NOT = "OK"
                     AND LT-ESTADO(WS-LT-IDX) NOT = "OMITIDO"
                    ADD 1 TO WS-LC-FALTAN
                 END-IF
              END-IF
           END-PERFORM

           IF WS-LC-FALTAN = ZERO
              MOVE "S" TO WS-LC-COMPLETA
           ELSE
              MOVE "N" TO WS-LC-COMPLETA
           END-IF.

      * la lista del periodo con quien firmo cada item y cuando; un
      * item nunca verificado sale SIN CORRER
       IMPRIMIR-LISTA-CIERRE.
           PERFORM VERIFICAR-LISTA-CIERRE
           MOVE SPACES TO WS-SPOOL-TITULO
           STRING "LISTA DE CIERRE " WS-LC-PERIODO
              DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "--- Lista de control del cierre del periodo "
              WS-LC-PERIODO " ---" DELIMITED BY SIZE
              INTO WS-SPOOL-LINEA
           PERFORM LINEA-LISTA-CIERRE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "ITEM                               "
              "ESTADO    OPERADOR   FIRMADO"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM LINEA-LISTA-CIERRE

           PERFORM VARYING WS-LI FROM 1 BY 1 UNTIL WS-LI > 5
              PERFORM BUSCAR-ITEM-CIERRE
              MOVE SPACES TO WS-SPOOL-LINEA
              IF WS-LT-IDX = ZEROS
                 STRING LI-ITEM(WS-LI) " " LI-NOMBRE(WS-LI) " "
                    "SIN CORRER" DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 PERFORM LINEA-LISTA-CIERRE
              ELSE
                 STRING LI-ITEM(WS-LI) " " LI-NOMBRE(WS-LI) " "
                    LT-ESTADO(WS-LT-IDX) " " LT-OPERADOR(WS-LT-IDX)
                    " " LT-TIMESTAMP(WS-LT-IDX)
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 PERFORM LINEA-LISTA-CIERRE
                 MOVE SPACES TO WS-SPOOL-LINEA
                 STRING "    " LT-DETALLE(WS-LT-IDX)
                    DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                 PERFORM LINEA-LISTA-CIERRE
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           IF LISTA-CIERRE-COMPLETA
              MOVE "Lista completa: todos los items OK u OMITIDO"
                 TO WS-SPOOL-LINEA
           ELSE
              STRING "Lista incompleta: faltan " WS-LC-FALTAN
                 " items" DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           END-IF
           PERFORM LINEA-LISTA-CIERRE
           PERFORM CERRAR-SPOOL.

       LINEA-LISTA-CIERRE.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.
