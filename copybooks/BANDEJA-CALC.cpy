      * Parrafos de la bandeja de aprobaciones pendientes. Ver el modo
      * de uso en BANDEJA-WS.cpy; necesita tambien BISIESTO-CALC.cpy
      * y FECHA-CALC.cpy en el programa. La antiguedad de cada
      * pendiente sale del timestamp con que quedo pendiente (la
      * decision lo pisa, pero entonces ya no esta pendiente).
       CARGAR-BANDEJA.
           MOVE ZEROS TO WS-CANT-BANDEJA
           MOVE "N"   TO WS-BANDEJA-DESBORDE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BJ-HOY
           PERFORM LEER-PARAMETROS-BANDEJA

           PERFORM BANDEJA-AJUSTES
           PERFORM BANDEJA-HORAS
           PERFORM BANDEJA-LICENCIAS
           PERFORM BANDEJA-PERMUTAS
           PERFORM BANDEJA-FACTURAS
           PERFORM BANDEJA-CORRECCIONES
           PERFORM BANDEJA-INCOBRABLES

           PERFORM ORDENAR-BANDEJA.

      * si no existe el parametro se siembra con 3 dias
       LEER-PARAMETROS-BANDEJA.
           OPEN INPUT BJ-PARAMETROS-FILE
           IF BJ-PARAMETROS-OK
              READ BJ-PARAMETROS-FILE
                 AT END CONTINUE
                 NOT AT END MOVE BJX-DIAS-AVISO TO WS-BJ-DIAS-AVISO
              END-READ
              CLOSE BJ-PARAMETROS-FILE
           ELSE
              OPEN OUTPUT BJ-PARAMETROS-FILE
              MOVE SPACES TO BJ-PARAMETRO-RECORD
              MOVE 3 TO BJX-DIAS-AVISO
              WRITE BJ-PARAMETRO-RECORD
              CLOSE BJ-PARAMETROS-FILE
              MOVE 3 TO WS-BJ-DIAS-AVISO
           END-IF.

       BANDEJA-AJUSTES.
           MOVE "N" TO WS-BJ-FIN
           OPEN INPUT BJ-AJUSTES-FILE
           IF BJ-AJUSTES-OK
              PERFORM UNTIL FIN-BANDEJA
                READ BJ-AJUSTES-FILE
                  AT END SET FIN-BANDEJA TO TRUE
                  NOT AT END
                    IF BJA-ESTADO = "P"
                       MOVE "AJU"           TO WS-BJ-TIPO
                       MOVE BJA-ID          TO WS-BJ-ID-NUM
                       MOVE BJA-TIMESTAMP   TO WS-BJ-TS
                       MOVE SPACES          TO WS-BJ-DETALLE
                       STRING "Ajuste DIFE " BJA-NUM1 " / " BJA-NUM2
                          DELIMITED BY SIZE INTO WS-BJ-DETALLE
                       MOVE "APROBAR-AJUSTES" TO WS-BJ-PROGRAMA
                       MOVE 2               TO WS-BJ-MODO
                       PERFORM AGREGAR-BANDEJA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BJ-AJUSTES-FILE
           END-IF.

       BANDEJA-HORAS.
           MOVE "N" TO WS-BJ-FIN
           OPEN INPUT BJ-HORAS-FILE
           IF BJ-HORAS-OK
              PERFORM UNTIL FIN-BANDEJA
                READ BJ-HORAS-FILE
                  AT END SET FIN-BANDEJA TO TRUE
                  NOT AT END
                    IF BJH-ESTADO = "P"
                       MOVE "HEX"           TO WS-BJ-TIPO
                       MOVE BJH-ID          TO WS-BJ-ID-NUM
                       MOVE BJH-TIMESTAMP   TO WS-BJ-TS
                       MOVE SPACES          TO WS-BJ-DETALLE
                       STRING BJH-EMPLEADO " semana " BJH-SEMANA " "
                          BJH-HORAS " horas"
                          DELIMITED BY SIZE INTO WS-BJ-DETALLE
                       MOVE "AUTORIZAR-EXTRA" TO WS-BJ-PROGRAMA
                       MOVE 3               TO WS-BJ-MODO
                       PERFORM AGREGAR-BANDEJA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BJ-HORAS-FILE
           END-IF.

       BANDEJA-LICENCIAS.
           MOVE "N" TO WS-BJ-FIN
           OPEN INPUT BJ-LICENCIAS-FILE
           IF BJ-LICENCIAS-OK
              PERFORM UNTIL FIN-BANDEJA
                READ BJ-LICENCIAS-FILE
                  AT END SET FIN-BANDEJA TO TRUE
                  NOT AT END
                    IF BJL-ESTADO = "P"
                       MOVE "LIC"           TO WS-BJ-TIPO
                       MOVE BJL-ID          TO WS-BJ-ID-NUM
                       MOVE BJL-TIMESTAMP   TO WS-BJ-TS
                       MOVE SPACES          TO WS-BJ-DETALLE
                       STRING BJL-EMPLEADO " " BJL-DIAS " dias desde "
                          BJL-DIA
                          DELIMITED BY SIZE INTO WS-BJ-DETALLE
                       MOVE "LICENCIAS"     TO WS-BJ-PROGRAMA
                       MOVE 3               TO WS-BJ-MODO
                       PERFORM AGREGAR-BANDEJA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BJ-LICENCIAS-FILE
           END-IF.

       BANDEJA-PERMUTAS.
           MOVE "N" TO WS-BJ-FIN
           OPEN INPUT BJ-PERMUTAS-FILE
           IF BJ-PERMUTAS-OK
              PERFORM UNTIL FIN-BANDEJA
                READ BJ-PERMUTAS-FILE
                  AT END SET FIN-BANDEJA TO TRUE
                  NOT AT END
                    IF BJP-ESTADO = "P"
                       MOVE "PER"           TO WS-BJ-TIPO
                       MOVE BJP-ID          TO WS-BJ-ID-NUM
                       MOVE BJP-TIMESTAMP   TO WS-BJ-TS
                       MOVE SPACES          TO WS-BJ-DETALLE
                       STRING BJP-EMPLEADO-1 " con " BJP-EMPLEADO-2
                          DELIMITED BY SIZE INTO WS-BJ-DETALLE
                       MOVE "PERMUTAS"      TO WS-BJ-PROGRAMA
                       MOVE 2               TO WS-BJ-MODO
                       PERFORM AGREGAR-BANDEJA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BJ-PERMUTAS-FILE
           END-IF.

       BANDEJA-FACTURAS.
           MOVE "N" TO WS-BJ-FIN
           OPEN INPUT FACTPROV-FILE
           IF FACTPROV-OK
              PERFORM UNTIL FIN-BANDEJA
                READ FACTPROV-FILE
                  AT END SET FIN-BANDEJA TO TRUE
                  NOT AT END
                    IF FV-RETENIDA
                       MOVE "FAC"           TO WS-BJ-TIPO
                       MOVE FV-ID           TO WS-BJ-ID-NUM
                       MOVE FV-TIMESTAMP    TO WS-BJ-TS
                       MOVE FV-IMPORTE      TO WS-BJ-IMPORTE-ED
                       MOVE SPACES          TO WS-BJ-DETALLE
                       STRING FV-PROVEEDOR " " WS-BJ-IMPORTE-ED
                          " motivo " FV-MOTIVO
                          DELIMITED BY SIZE INTO WS-BJ-DETALLE
                       MOVE "FACTURAS-PROVEEDOR" TO WS-BJ-PROGRAMA
                       MOVE 2               TO WS-BJ-MODO
                       PERFORM AGREGAR-BANDEJA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FACTPROV-FILE
           END-IF.

      * la cola de correcciones no tiene numero: el renglon del
      * archivo es el que pide COLA-CORRECCIONES para corregir
       BANDEJA-CORRECCIONES.
           MOVE "N"   TO WS-BJ-FIN
           MOVE ZEROS TO WS-BJ-2
           OPEN INPUT COLA-CORRECCION-FILE
           IF COLA-OK
              PERFORM UNTIL FIN-BANDEJA
                READ COLA-CORRECCION-FILE
                  AT END SET FIN-BANDEJA TO TRUE
                  NOT AT END
                    ADD 1 TO WS-BJ-2
                    IF CC-PENDIENTE
                       MOVE "COR"           TO WS-BJ-TIPO
                       MOVE WS-BJ-2         TO WS-BJ-ID-NUM
                       MOVE CC-TIMESTAMP    TO WS-BJ-TS
                       MOVE SPACES          TO WS-BJ-DETALLE
                       STRING CC-PROGRAMA " " CC-CAMPO
                          DELIMITED BY SIZE INTO WS-BJ-DETALLE
                       MOVE "COLA-CORRECCIONES" TO WS-BJ-PROGRAMA
                       MOVE 2               TO WS-BJ-MODO
                       PERFORM AGREGAR-BANDEJA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE COLA-CORRECCION-FILE
           END-IF.

       BANDEJA-INCOBRABLES.
           MOVE "N" TO WS-BJ-FIN
           OPEN INPUT BJ-INCOBRABLES-FILE
           IF BJ-INCOBRABLES-OK
              PERFORM UNTIL FIN-BANDEJA
                READ BJ-INCOBRABLES-FILE
                  AT END SET FIN-BANDEJA TO TRUE
                  NOT AT END
                    IF BJB-ESTADO = "P"
                       MOVE "INC"           TO WS-BJ-TIPO
                       MOVE BJB-ID          TO WS-BJ-ID-NUM
                       MOVE BJB-TIMESTAMP   TO WS-BJ-TS
                       MOVE BJB-IMPORTE     TO WS-BJ-IMPORTE-ED
                       MOVE SPACES          TO WS-BJ-DETALLE
                       STRING "Factura " BJB-FACTURA " " BJB-CLIENTE
                          " " WS-BJ-IMPORTE-ED
                          DELIMITED BY SIZE INTO WS-BJ-DETALLE
                       MOVE "INCOBRABLES"   TO WS-BJ-PROGRAMA
                       MOVE 3               TO WS-BJ-MODO
                       PERFORM AGREGAR-BANDEJA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BJ-INCOBRABLES-FILE
           END-IF.

       AGREGAR-BANDEJA.
           IF WS-CANT-BANDEJA >= 300
              SET BANDEJA-DESBORDADA TO TRUE
           ELSE
              ADD 1 TO WS-CANT-BANDEJA
              MOVE WS-BJ-TIPO      TO BT-TIPO(WS-CANT-BANDEJA)
              MOVE WS-BJ-ID-NUM    TO BT-ID(WS-CANT-BANDEJA)
              MOVE WS-BJ-TS(1:14)  TO BT-TS(WS-CANT-BANDEJA)
              MOVE WS-BJ-DETALLE   TO BT-DETALLE(WS-CANT-BANDEJA)
              MOVE WS-BJ-PROGRAMA  TO BT-PROGRAMA(WS-CANT-BANDEJA)
              MOVE WS-BJ-MODO      TO BT-MODO(WS-CANT-BANDEJA)
              MOVE ZEROS           TO BT-DIAS(WS-CANT-BANDEJA)
              IF WS-BJ-TS(1:8) IS NUMERIC
                 MOVE WS-BJ-TS(1:8) TO WS-FC-FECHA
                 MOVE WS-BJ-HOY     TO WS-FC-FECHA-B
                 PERFORM DIAS-ENTRE-FECHAS
                 IF WS-FC-DIAS-ENTRE > ZEROS
                    MOVE WS-FC-DIAS-ENTRE
                       TO BT-DIAS(WS-CANT-BANDEJA)
                 END-IF
              END-IF
           END-IF.

      * del mas viejo al mas nuevo por timestamp
       ORDENAR-BANDEJA.
           PERFORM VARYING WS-BJ FROM 1 BY 1
                   UNTIL WS-BJ >= WS-CANT-BANDEJA
              PERFORM VARYING WS-BJ-2 FROM 1 BY 1
                      UNTIL WS-BJ-2 > WS-CANT-BANDEJA - WS-BJ
                 IF BT-TS(WS-BJ-2) > BT-TS(WS-BJ-2 + 1)
                    MOVE BANDEJA-ENT(WS-BJ-2) TO BANDEJA-ENT-AUX
                    MOVE BANDEJA-ENT(WS-BJ-2 + 1)
                       TO BANDEJA-ENT(WS-BJ-2)
                    MOVE BANDEJA-ENT-AUX TO BANDEJA-ENT(WS-BJ-2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       CONTAR-BANDEJA.
           MOVE "AJU" TO BY-TIPO(1)
           MOVE "Ajustes DIFE"              TO BY-NOMBRE(1)
           MOVE "HEX" TO BY-TIPO(2)
           MOVE "Horas extra excedentes"    TO BY-NOMBRE(2)
           MOVE "LIC" TO BY-TIPO(3)
           MOVE "Licencias"                 TO BY-NOMBRE(3)
           MOVE "PER" TO BY-TIPO(4)
           MOVE "Permutas de guardia"       TO BY-NOMBRE(4)
           MOVE "FAC" TO BY-TIPO(5)
           MOVE "Facturas prov. retenidas"  TO BY-NOMBRE(5)
           MOVE "COR" TO BY-TIPO(6)
           MOVE "Correcciones"              TO BY-NOMBRE(6)
           MOVE "INC" TO BY-TIPO(7)
           MOVE "Bajas de incobrables"      TO BY-NOMBRE(7)
           PERFORM VARYING WS-BY FROM 1 BY 1 UNTIL WS-BY > 7
              MOVE ZEROS TO BY-CANT(WS-BY) BY-MAX-DIAS(WS-BY)
                            BY-DEMORADOS(WS-BY)
           END-PERFORM

           PERFORM VARYING WS-BJ FROM 1 BY 1
                   UNTIL WS-BJ > WS-CANT-BANDEJA
              PERFORM VARYING WS-BY FROM 1 BY 1 UNTIL WS-BY > 7
                 IF BT-TIPO(WS-BJ) = BY-TIPO(WS-BY)
                    ADD 1 TO BY-CANT(WS-BY)
                    IF BT-DIAS(WS-BJ) > BY-MAX-DIAS(WS-BY)
                       MOVE BT-DIAS(WS-BJ) TO BY-MAX-DIAS(WS-BY)
                    END-IF
                    IF BT-DIAS(WS-BJ) > WS-BJ-DIAS-AVISO
                       ADD 1 TO BY-DEMORADOS(WS-BY)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
