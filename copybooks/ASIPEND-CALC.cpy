      * Agrega un renglon a asientos_pendientes.txt. Usar junto con
      * ASIPEND-FC.cpy/ASIPEND-FD.cpy/ASIPEND-WS.cpy, cargando
      * WS-AG-FECHA/CUENTA/DEBE/HABER/ORIGEN (y CCOSTO) y haciendo
      *   PERFORM GRABAR-ASIENTO-PEND
      * una vez por cada cuenta del asiento.
       GRABAR-ASIENTO-PEND.
           MOVE SPACES TO ASIPEND-RECORD
           MOVE WS-AG-FECHA  TO AG-FECHA
           MOVE WS-AG-CUENTA TO AG-CUENTA
           MOVE WS-AG-DEBE   TO AG-DEBE
           MOVE WS-AG-HABER  TO AG-HABER
           MOVE WS-AG-ORIGEN TO AG-ORIGEN
           MOVE WS-AG-CCOSTO TO AG-CCOSTO

           OPEN INPUT ASIPEND-FILE
           IF NOT ASIPEND-OK
              OPEN OUTPUT ASIPEND-FILE
           END-IF
           CLOSE ASIPEND-FILE

           OPEN EXTEND ASIPEND-FILE
           WRITE ASIPEND-RECORD
           CLOSE ASIPEND-FILE.
