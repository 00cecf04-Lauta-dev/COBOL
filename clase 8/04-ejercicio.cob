      * con las cuatro zonas historicas si no existe), para que
      * MANIFIESTO arme las cargas por zona primero y por peso
      * despues, en vez de que un camion cruce toda la ciudad.
      *
      * El pedido tambien lleva a quien se le cobra el envio
      * (OR-CLIENTE), un CL-ID activo del maestro de clientes
      * (clientes_master.dat), para que FACTURAR-FLETES le facture
      * el flete cuando ENTREGAS confirma la entrega.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM-ALEA-TORIO.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ZONAS-STATUS.

             SELECT CLIENTE-MASTER ASSIGN TO "clientes_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CL-ID
                 FILE STATUS IS WS-CLIENTE-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD ORDERS-FILE.
           05 OR-TOTAL     PIC 9(7)V99.
           05 FILLER       PIC X VALUE SPACE.
           05 OR-ZONA      PIC X(3).
           05 FILLER       PIC X VALUE SPACE.
           05 OR-CLIENTE   PIC X(6).

        FD ZONAS-FILE.
        01 ZONA-RECORD.
           05 FILLER         PIC X.
           05 ZO-DESCRIPCION PIC X(20).

        FD CLIENTE-MASTER.
        01 CLIENTE-MASTER-RECORD.
           COPY "CLIENTE-WS.cpy".

         WORKING-STORAGE SECTION.

         77 WS-BASE        PIC 9(3)         VALUE 500.
         77 WS-ZONA        PIC X(3)         VALUE SPACES.
         77 WS-ZONA-VALIDA PIC X            VALUE "N".
             88 ZONA-VALIDA VALUE "S".
         77 WS-CLIENTE-STATUS PIC X(2)      VALUE "00".
             88 CLIENTE-MASTER-OK VALUE "00".
         77 WS-CLIENTE     PIC X(6)         VALUE SPACES.
         77 WS-CLIENTE-VALIDO PIC X         VALUE "N".
             88 CLIENTE-VALIDO VALUE "S".

       PROCEDURE DIVISION.
           DISPLAY "PAG"
       GRABAR-PEDIDO.
           PERFORM SIGUIENTE-NUMERO-PEDIDO
           PERFORM PEDIR-ZONA
           PERFORM PEDIR-CLIENTE

           MOVE SPACES        TO ORDERS-RECORD
           MOVE WS-NRO-PEDIDO TO OR-NUMERO
           MOVE WS-USER-PAG   TO OR-PAG
           MOVE WS-TOTAL      TO OR-TOTAL
           MOVE WS-ZONA       TO OR-ZONA
           MOVE WS-CLIENTE    TO OR-CLIENTE

           OPEN INPUT ORDERS-FILE
           IF NOT ORDERS-OK
           END-IF
           MOVE "N" TO WS-FIN-ZONAS.

      * el envio se le cobra a un cliente activo del maestro; uno
      * desconocido o dado de baja se vuelve a pedir
       PEDIR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-VALIDO
           PERFORM UNTIL CLIENTE-VALIDO
              DISPLAY "Cliente al que se factura el envio (CL-ID)"
              ACCEPT WS-CLIENTE
              PERFORM VALIDAR-CLIENTE
              IF NOT CLIENTE-VALIDO
                 DISPLAY "Cliente desconocido o inactivo"
              END-IF
           END-PERFORM.

       VALIDAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-VALIDO
           OPEN INPUT CLIENTE-MASTER
           IF CLIENTE-MASTER-OK
              MOVE WS-CLIENTE TO CL-ID
              READ CLIENTE-MASTER
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  IF CL-ACTIVO
                     SET CLIENTE-VALIDO TO TRUE
                  END-IF
              END-READ
              CLOSE CLIENTE-MASTER
           ELSE
              DISPLAY "Aviso: sin clientes_master.dat, el cliente no"
                 " se valida"
              IF WS-CLIENTE NOT = SPACES
                 SET CLIENTE-VALIDO TO TRUE
              END-IF
           END-IF.

      * las cuatro zonas historicas de reparto
       SEMBRAR-ZONAS.
           OPEN OUTPUT ZONAS-FILE
