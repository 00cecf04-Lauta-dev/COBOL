      * Parrafos del detalle por renglon de los comprobantes. Usar
      * junto con FACTLIN-FC/FD/WS y los copybooks FACTURA-*:
      *   1) por cada renglon cargar WS-DL-DESCRIPCION, CATEGORIA,
      *      ALICUOTA, BASE e IVA y PERFORM AGREGAR-RENGLON
      *   2) despues de GRABAR-FACTURA o GRABAR-NOTA-CREDITO (que
      *      dejan el numero en WS-NUM-FACTURA) cargar
      *      WS-DL-DOCUMENTO (FC o NC) y WS-DL-IVA-DOC (el IVA del
      *      encabezado) y PERFORM GRABAR-RENGLONES, que los deja en
      *      facturas_detalle.txt y vacia la tabla. La diferencia de
      *      redondeo entre el IVA de los renglones y el del
      *      encabezado se carga al ultimo renglon gravado, para que
      *      el detalle siempre sume igual que la factura.
       AGREGAR-RENGLON.
           IF WS-DL-CANT < 99
              ADD 1 TO WS-DL-CANT
              MOVE WS-DL-DESCRIPCION TO DT-DESCRIPCION(WS-DL-CANT)
              MOVE WS-DL-CATEGORIA   TO DT-CATEGORIA(WS-DL-CANT)
              MOVE WS-DL-ALICUOTA    TO DT-ALICUOTA(WS-DL-CANT)
              MOVE WS-DL-BASE        TO DT-BASE(WS-DL-CANT)
              MOVE WS-DL-IVA         TO DT-IVA(WS-DL-CANT)
           ELSE
              DISPLAY "Aviso: mas de 99 renglones, el detalle se"
                 " corta en el 99"
           END-IF.

       GRABAR-RENGLONES.
           MOVE ZEROS TO WS-DL-IVA-SUMA
           PERFORM VARYING WS-DL-I FROM 1 BY 1
                   UNTIL WS-DL-I > WS-DL-CANT
              ADD DT-IVA(WS-DL-I) TO WS-DL-IVA-SUMA
           END-PERFORM
           COMPUTE WS-DL-DIFERENCIA = WS-DL-IVA-DOC - WS-DL-IVA-SUMA
           IF WS-DL-DIFERENCIA NOT = ZEROS
              PERFORM VARYING WS-DL-I FROM WS-DL-CANT BY -1
                      UNTIL WS-DL-I < 1 OR WS-DL-DIFERENCIA = ZEROS
                 IF DT-IVA(WS-DL-I) > ZEROS
                     AND DT-IVA(WS-DL-I) + WS-DL-DIFERENCIA >= ZEROS
                    COMPUTE DT-IVA(WS-DL-I) =
                       DT-IVA(WS-DL-I) + WS-DL-DIFERENCIA
                    MOVE ZEROS TO WS-DL-DIFERENCIA
                 END-IF
              END-PERFORM
           END-IF

           OPEN INPUT FACTLIN-FILE
           IF NOT FACTLIN-OK
              OPEN OUTPUT FACTLIN-FILE
           END-IF
           CLOSE FACTLIN-FILE

           OPEN EXTEND FACTLIN-FILE
           PERFORM VARYING WS-DL-I FROM 1 BY 1
                   UNTIL WS-DL-I > WS-DL-CANT
              MOVE SPACES TO FACTLIN-RECORD
              MOVE WS-NUM-FACTURA      TO DL-NUMERO
              MOVE WS-DL-DOCUMENTO     TO DL-DOCUMENTO
              MOVE WS-DL-I             TO DL-RENGLON
              MOVE DT-DESCRIPCION(WS-DL-I) TO DL-DESCRIPCION
              MOVE DT-CATEGORIA(WS-DL-I)   TO DL-CATEGORIA
              MOVE DT-ALICUOTA(WS-DL-I)    TO DL-ALICUOTA
              MOVE DT-BASE(WS-DL-I)        TO DL-BASE
              MOVE DT-IVA(WS-DL-I)         TO DL-IVA
              WRITE FACTLIN-RECORD
           END-PERFORM
           CLOSE FACTLIN-FILE

           MOVE ZEROS TO WS-DL-CANT.
