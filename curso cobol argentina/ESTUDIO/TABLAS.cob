      * se bloquea al socio con multas impagas por encima del tope,
      * la opcion 6 captura el pago que las limpia y la opcion 7
      * imprime el reporte mensual de multas (multas_reporte.txt).
      * La multa facturada deja ademas su renglon (exento de IVA) en
      * facturas_detalle.txt, via los copybooks FACTLIN-*.
      *
      * Los titulos prestados ya no son pura suerte: la opcion 8
      * anota al socio en la cola de reservas del titulo
      * un titulo ofrecido no se le entrega a otro socio. La opcion
      * 9 depura las ofertas no retiradas en 7 dias (pasan a X y el
      * titulo se le ofrece al siguiente de la cola).
      *
      * Un titulo ya no es una sola copia: cuando se compraban tres
      * copias de un estreno, la segunda y la tercera no se podian
      * alquilar y los socios hacian cola por un titulo que estaba en
      * el estante. Ahora cada copia fisica tiene su registro en
      * ejemplares_peliculas.dat (indexado por titulo + numero de
      * copia) con su estado (disponible, prestada, averiada o
      * perdida), socio, vencimiento, condicion y fecha de alta; el
      * catalogo queda como maestro de titulos y la primera vez cada
      * titulo pasa a ser su copia 01 con el prestamo que tuviera.
      * El retiro y la devolucion trabajan sobre una copia (la
      * primera libre o la que tiene el socio, salvo que se tipee
      * otra), cada oferta de reserva aparta una copia, la cola solo
      * se abre cuando no queda copia libre y la reserva se ofrece en
      * cuanto vuelve cualquier copia o se da de alta una nueva. La
      * historia (que ahora registra tambien las altas de copias) y
      * las multas llevan el numero de copia, la consulta por titulo
      * lista las copias, la opcion 10 da de alta las copias
      * compradas y la opcion 11 registra la copia devuelta daniada
      * o perdida: la saca de circulacion y le factura al socio el
      * cargo de averia o de reposicion (multas_tarifa.txt, sembrados
      * en 1500.00 y 6000.00).
      *
      * La multa y el cargo por copia facturados dejan su asiento en
      * asientos_pendientes.txt (debe deudores por ventas, haber
      * alquileres y multas, origen ALQUILERES; van exentos), para
      * que el saldo que cobra o da de baja cuentas por cobrar este
      * en el mayor.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABLAS.
                 RECORD KEY IS PC-TITULO
                 FILE STATUS IS WS-PELI-STATUS.

             SELECT EJEMPLAR-FILE ASSIGN TO "ejemplares_peliculas.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EJ-CLAVE
                 FILE STATUS IS WS-EJEMPLAR-STATUS.

             SELECT HISTORIA-FILE ASSIGN TO "alquileres_historia.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HISTORIA-STATUS.
                 FILE STATUS IS WS-RESERVAS-STATUS.

             COPY "FACTURA-FC.cpy".
             COPY "ASIPEND-FC.cpy".
             COPY "FACTLIN-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        01 PELI-MASTER-RECORD.
           05 PC-TITULO      PIC X(25).
           05 PC-GENERO      PIC X(15).
      * estado, vencimiento y prestatario del titulo ya no se
      * mantienen: solo sirven para pasar el prestamo en curso a la
      * copia 01 la primera vez que se abre ejemplares_peliculas.dat
           05 PC-ESTADO      PIC X.
              88 PC-DISPONIBLE VALUE "D".
              88 PC-PRESTADA   VALUE "P".
           05 PC-FECHA-VENC  PIC 9(8).
           05 PC-PRESTATARIO PIC X(10).

      * un registro por copia fisica, debajo de su titulo
        FD EJEMPLAR-FILE.
        01 EJEMPLAR-RECORD.
           05 EJ-CLAVE.
              10 EJ-TITULO   PIC X(25).
              10 EJ-COPIA    PIC 9(2).
           05 EJ-ESTADO      PIC X.
              88 EJ-DISPONIBLE VALUE "D".
              88 EJ-PRESTADA   VALUE "P".
              88 EJ-AVERIADA   VALUE "A".
              88 EJ-PERDIDA    VALUE "X".
              88 EJ-EN-CIRCULACION VALUE "D" "P".
           05 EJ-PRESTATARIO PIC X(10).
           05 EJ-FECHA-VENC  PIC 9(8).
           05 EJ-CONDICION   PIC X.
              88 EJ-BUENA      VALUE "B".
              88 EJ-REGULAR    VALUE "R".
              88 EJ-MALA       VALUE "M".
           05 EJ-FECHA-ALTA  PIC 9(8).

        FD HISTORIA-FILE.
        01 HISTORIA-RECORD.
           05 AL-TIPO        PIC X(3).
              88 AL-RETIRO     VALUE "RET".
              88 AL-DEVOLUCION VALUE "DEV".
              88 AL-AVERIA     VALUE "AVE".
              88 AL-PERDIDA    VALUE "PER".
              88 AL-ALTA       VALUE "ALT".
           05 FILLER         PIC X VALUE SPACE.
           05 AL-PRESTATARIO PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 AL-FECHA       PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 AL-VENC        PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 AL-COPIA       PIC 9(2).

        FD STUDENT-MASTER.
        01 STUDENT-MASTER-RECORD.
           05 MU-TARIFA-DIA   PIC 9(3)V99.
           05 FILLER          PIC X.
           05 MU-TOPE-BLOQUEO PIC 9(5)V99.
           05 FILLER          PIC X.
           05 MU-CARGO-AVERIA PIC 9(5)V99.
           05 FILLER          PIC X.
           05 MU-CARGO-REPOSICION PIC 9(5)V99.

        FD MULTAS-FILE.
        01 MULTA-RECORD.
           05 MS-ESTADO  PIC X.
              88 MS-PENDIENTE VALUE "P".
              88 MS-COBRADA   VALUE "C".
           05 FILLER     PIC X VALUE SPACE.
           05 MS-COPIA   PIC 9(2).

        FD MULTAS-REP-FILE.
        01 MULTAS-REP-LINE PIC X(70).
           05 RV-FECHA-OFERTA PIC 9(8).

        COPY "FACTURA-FD.cpy".
        COPY "ASIPEND-FD.cpy".
        COPY "FACTLIN-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "FACTLIN-WS.cpy".
          77 WS-CATALOG-STATUS PIC X(2) VALUE "00".
              88 CATALOG-OK VALUE "00".
          77 WS-PELI-STATUS    PIC X(2) VALUE "00".
              88 PELI-OK VALUE "00".
              88 PELI-DUPLICADA VALUE "22".
          77 WS-EJEMPLAR-STATUS PIC X(2) VALUE "00".
              88 EJEMPLAR-OK VALUE "00".
          77 WS-HISTORIA-STATUS PIC X(2) VALUE "00".
              88 HISTORIA-OK VALUE "00".
          77 WS-MAESTRO-STATUS PIC X(2) VALUE "00".
          77 WS-ENCONTRADO   PIC X VALUE "N".
              88 ENCONTRADO VALUE "S" FALSE "N".

          77 WS-OPCION       PIC 9(2) VALUE ZEROS.
          77 WS-BUSQUEDA     PIC X(25) VALUE SPACES.
          77 WS-GENERO-BUSCA PIC X(15) VALUE SPACES.
          77 WS-FECHA-DEVOL  PIC 9(8)  VALUE ZEROS.
              88 SOCIO-VALIDO VALUE "S".
          77 WS-CANT-ABIERTOS   PIC 9(3) VALUE ZEROS.

      * copias del titulo en curso, contadas por RECORRER-EJEMPLARES
          77 WS-FIN-EJEMPLARES PIC X VALUE "N".
              88 FIN-EJEMPLARES VALUE "S".
          77 WS-LISTAR-COPIAS PIC X VALUE "N".
              88 LISTAR-COPIAS VALUE "S" FALSE "N".
          77 WS-COPIA          PIC 9(2) VALUE ZEROS.
          77 WS-COPIA-LIBRE    PIC 9(2) VALUE ZEROS.
          77 WS-COPIA-SOCIO    PIC 9(2) VALUE ZEROS.
          77 WS-ULTIMA-COPIA   PIC 9(2) VALUE ZEROS.
          77 WS-CANT-COPIAS    PIC 9(2) VALUE ZEROS.
          77 WS-EJ-CIRCULAN    PIC 9(2) VALUE ZEROS.
          77 WS-EJ-DISPONIBLES PIC 9(2) VALUE ZEROS.
          77 WS-CONDICION      PIC X VALUE SPACE.
          77 WS-TIPO-BAJA      PIC X VALUE SPACE.

          77 WS-TARIFA-MULTA-STATUS PIC X(2) VALUE "00".
              88 TARIFA-MULTA-OK VALUE "00".
          77 WS-MULTAS-STATUS PIC X(2) VALUE "00".
          77 WS-MULTAS-IMPAGAS PIC 9(7)V99 VALUE ZEROS.
          77 WS-CONFIRMA     PIC X VALUE "N".
          77 WS-PAGO         PIC 9(7)V99 VALUE ZEROS.
          77 WS-CARGO-AVERIA     PIC 9(5)V99 VALUE 1500.00.
          77 WS-CARGO-REPOSICION PIC 9(5)V99 VALUE 6000.00.
          77 WS-IMPORTE-CARGO    PIC 9(5)V99 VALUE ZEROS.
          77 WS-IMPORTE-TIPEADO  PIC 9(5)V99 VALUE ZEROS.

      * cuentas del asiento de la multa y del cargo facturados
          77 CTA-DEUDORES     PIC 9(4) VALUE 1130.
          77 CTA-ALQUILERES   PIC 9(4) VALUE 4150.
          77 CTA-IVA-DEBITO   PIC 9(4) VALUE 2410.

      * multas cargadas en memoria para cobrar y reescribir
          01 MULTAS-TABLA.
                03 MT-DIAS    PIC 9(3).
                03 MT-IMPORTE PIC 9(5)V99.
                03 MT-ESTADO  PIC X.
                03 MT-COPIA   PIC 9(2).
          77 WS-CANT-MULTAS PIC 9(3) VALUE ZEROS.
          77 WS-MU          PIC 9(3) VALUE ZEROS.

          77 WS-RV            PIC 9(3) VALUE ZEROS.
          77 WS-RV2           PIC 9(3) VALUE ZEROS.
          77 WS-RESERVA-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-CANT-OFERTAS  PIC 9(3) VALUE ZEROS.
          77 WS-OFERTA-OTRO   PIC 9(3) VALUE ZEROS.
          77 WS-DIAS-OFERTA   PIC 9(2) VALUE 7.
          77 WS-CANT-DEPURADAS PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIM.
           PERFORM ABRIR-PELI-MASTER
           PERFORM ABRIR-EJEMPLARES
           PERFORM MOSTRAR-CATALOGO

           DISPLAY " "
           DISPLAY "1 - Buscar por genero"
           DISPLAY "2 - Buscar por titulo"
           DISPLAY "3 - Retirar una copia"
           DISPLAY "4 - Devolver una copia"
           DISPLAY "5 - Consulta de alquileres de un socio"
           DISPLAY "6 - Cobrar multas de un socio"
           DISPLAY "7 - Reporte mensual de multas"
           DISPLAY "8 - Reservar un titulo prestado"
           DISPLAY "9 - Depurar reservas vencidas"
           DISPLAY "10 - Alta de copias de un titulo"
           DISPLAY "11 - Copia daniada o perdida (se factura al socio)"
           DISPLAY "0 - Salir"
           ACCEPT WS-OPCION

              WHEN 7 PERFORM REPORTE-MULTAS
              WHEN 8 PERFORM RESERVAR-TITULO
              WHEN 9 PERFORM DEPURAR-RESERVAS
              WHEN 10 PERFORM ALTA-EJEMPLARES
              WHEN 11 PERFORM AVERIA-EJEMPLAR
              WHEN OTHER CONTINUE
           END-EVALUATE

           CLOSE PELI-MASTER EJEMPLAR-FILE
           GOBACK.

      * si el catalogo indexado no existe, se crea y se carga por
              END-IF
           END-IF.

      * las copias viven en su propio indexado (titulo + numero de
      * copia); si no existe, cada titulo del catalogo pasa por
      * unica vez a ser su copia 01, con el prestamo que tuviera
       ABRIR-EJEMPLARES.
           OPEN I-O EJEMPLAR-FILE
           IF NOT EJEMPLAR-OK
              CLOSE EJEMPLAR-FILE
              OPEN OUTPUT EJEMPLAR-FILE
              CLOSE EJEMPLAR-FILE
              OPEN I-O EJEMPLAR-FILE
              PERFORM MIGRAR-A-EJEMPLARES
           END-IF.

       MIGRAR-A-EJEMPLARES.
           MOVE ZEROS  TO WS-CANT-CARGADAS
           MOVE "N"    TO WS-FIN-MASTER
           MOVE SPACES TO PC-TITULO
           START PELI-MASTER KEY >= PC-TITULO
             READ PELI-MASTER NEXT
               AT END SET FIN-MASTER TO TRUE
               NOT AT END
                 MOVE SPACES    TO EJEMPLAR-RECORD
                 MOVE PC-TITULO TO EJ-TITULO
                 MOVE 1         TO EJ-COPIA
                 IF PC-PRESTADA
                    MOVE "P"            TO EJ-ESTADO
                    MOVE PC-FECHA-VENC  TO EJ-FECHA-VENC
                    MOVE PC-PRESTATARIO TO EJ-PRESTATARIO
                 ELSE
                    MOVE "D"   TO EJ-ESTADO
                    MOVE ZEROS TO EJ-FECHA-VENC
                 END-IF
                 MOVE "B" TO EJ-CONDICION
                 MOVE FUNCTION CURRENT-DATE(1:8) TO EJ-FECHA-ALTA
                 WRITE EJEMPLAR-RECORD
                 IF EJEMPLAR-OK
                    ADD 1 TO WS-CANT-CARGADAS
                 ELSE
                    DISPLAY "Error creando la copia de " PC-TITULO
                       ": " WS-EJEMPLAR-STATUS
                 END-IF
             END-READ
           END-PERFORM
           MOVE "N" TO WS-FIN-MASTER
           DISPLAY "Copias iniciales: " WS-CANT-CARGADAS
              " (una por titulo)".

      * recorre las copias del titulo en WS-BUSQUEDA: cuenta las que
      * circulan y las disponibles, y deja la primera disponible, la
      * primera prestada al socio de WS-PRESTATARIO y el ultimo
      * numero usado; con LISTAR-COPIAS ademas muestra cada una
       RECORRER-EJEMPLARES.
           MOVE ZEROS TO WS-EJ-CIRCULAN WS-EJ-DISPONIBLES
                         WS-COPIA-LIBRE WS-COPIA-SOCIO WS-ULTIMA-COPIA
           MOVE "N"         TO WS-FIN-EJEMPLARES
           MOVE WS-BUSQUEDA TO EJ-TITULO
           MOVE ZEROS       TO EJ-COPIA
           START EJEMPLAR-FILE KEY >= EJ-CLAVE
             INVALID KEY SET FIN-EJEMPLARES TO TRUE
           END-START

           PERFORM UNTIL FIN-EJEMPLARES
             READ EJEMPLAR-FILE NEXT
               AT END SET FIN-EJEMPLARES TO TRUE
               NOT AT END
                 IF EJ-TITULO NOT = WS-BUSQUEDA
                    SET FIN-EJEMPLARES TO TRUE
                 ELSE
                    PERFORM CONTAR-UN-EJEMPLAR
                 END-IF
             END-READ
           END-PERFORM
           MOVE "N" TO WS-FIN-EJEMPLARES.

       CONTAR-UN-EJEMPLAR.
           MOVE EJ-COPIA TO WS-ULTIMA-COPIA
           IF EJ-EN-CIRCULACION
              ADD 1 TO WS-EJ-CIRCULAN
           END-IF
           IF EJ-DISPONIBLE
              ADD 1 TO WS-EJ-DISPONIBLES
              IF WS-COPIA-LIBRE = ZEROS
                 MOVE EJ-COPIA TO WS-COPIA-LIBRE
              END-IF
           END-IF
           IF EJ-PRESTADA AND EJ-PRESTATARIO = WS-PRESTATARIO
               AND WS-COPIA-SOCIO = ZEROS
              MOVE EJ-COPIA TO WS-COPIA-SOCIO
           END-IF
           IF LISTAR-COPIAS
              PERFORM MOSTRAR-EJEMPLAR
           END-IF.

       MOSTRAR-EJEMPLAR.
           EVALUATE TRUE
              WHEN EJ-DISPONIBLE
                 DISPLAY "    copia " EJ-COPIA " disponible (condicion "
                    EJ-CONDICION ", alta " EJ-FECHA-ALTA ")"
              WHEN EJ-PRESTADA
                 DISPLAY "    copia " EJ-COPIA " prestada a "
                    EJ-PRESTATARIO ", vence " EJ-FECHA-VENC
              WHEN EJ-AVERIADA
                 DISPLAY "    copia " EJ-COPIA " averiada, fuera de"
                    " circulacion"
              WHEN OTHER
                 DISPLAY "    copia " EJ-COPIA " perdida"
           END-EVALUATE.

       MOSTRAR-CATALOGO.
           MOVE "N"    TO WS-FIN-MASTER
           MOVE SPACES TO PC-TITULO
           START PELI-MASTER KEY >= PC-TITULO
             INVALID KEY SET FIN-MASTER TO TRUE
           END-START

           PERFORM UNTIL FIN-MASTER
             READ PELI-MASTER NEXT
               AT END SET FIN-MASTER TO TRUE
               NOT AT END
                 MOVE PC-TITULO TO WS-BUSQUEDA
                 PERFORM RECORRER-EJEMPLARES
                 DISPLAY "  " PC-TITULO " [" PC-GENERO "] ("
                    WS-EJ-DISPONIBLES " de " WS-EJ-CIRCULAN
                    " copias disponibles)"
             END-READ
           END-PERFORM
           MOVE "N" TO WS-FIN-MASTER.

       BUSCAR-POR-GENERO.
               DISPLAY "Titulo no encontrado"
             NOT INVALID KEY
               DISPLAY PC-TITULO " - genero " PC-GENERO
               SET LISTAR-COPIAS TO TRUE
               PERFORM RECORRER-EJEMPLARES
               SET LISTAR-COPIAS TO FALSE
               DISPLAY "  " WS-EJ-DISPONIBLES " de " WS-EJ-CIRCULAN
                  " copias disponibles"
           END-READ.

      * el socio se identifica con su EST-ID; si el maestro de
              SET SOCIO-VALIDO TO TRUE
           END-IF.

      * los alquileres abiertos del socio se cuentan directo de las
      * copias persistidas
       CONTAR-ABIERTOS-SOCIO.
           MOVE ZEROS  TO WS-CANT-ABIERTOS
           MOVE "N"    TO WS-FIN-EJEMPLARES
           MOVE SPACES TO EJ-TITULO
           MOVE ZEROS  TO EJ-COPIA
           START EJEMPLAR-FILE KEY >= EJ-CLAVE
             INVALID KEY SET FIN-EJEMPLARES TO TRUE
           END-START

           PERFORM UNTIL FIN-EJEMPLARES
             READ EJEMPLAR-FILE NEXT
               AT END SET FIN-EJEMPLARES TO TRUE
               NOT AT END
                 IF EJ-PRESTADA
                     AND EJ-PRESTATARIO = WS-PRESTATARIO
                    ADD 1 TO WS-CANT-ABIERTOS
                 END-IF
             END-READ
           END-PERFORM
           MOVE "N" TO WS-FIN-EJEMPLARES.

       CONSULTAR-SOCIO.
           PERFORM PEDIR-SOCIO
              DISPLAY "Alquileres abiertos de " WS-PRESTATARIO ": "
                 WS-CANT-ABIERTOS

              MOVE "N"    TO WS-FIN-EJEMPLARES
              MOVE SPACES TO EJ-TITULO
              MOVE ZEROS  TO EJ-COPIA
              START EJEMPLAR-FILE KEY >= EJ-CLAVE
                INVALID KEY SET FIN-EJEMPLARES TO TRUE
              END-START
              PERFORM UNTIL FIN-EJEMPLARES
                READ EJEMPLAR-FILE NEXT
                  AT END SET FIN-EJEMPLARES TO TRUE
                  NOT AT END
                    IF EJ-PRESTADA
                        AND EJ-PRESTATARIO = WS-PRESTATARIO
                       DISPLAY "  " EJ-TITULO " copia " EJ-COPIA
                          " vence " EJ-FECHA-VENC
                    END-IF
                END-READ
              END-PERFORM
              MOVE "N" TO WS-FIN-EJEMPLARES
           END-IF.

       RETIRAR-PELICULA.
                   INVALID KEY
                     DISPLAY "Titulo no encontrado"
                   NOT INVALID KEY
                     PERFORM RETIRAR-EJEMPLAR
                 END-READ
              END-IF
           END-IF.

      * cada reserva ofrecida del titulo aparta una copia: el socio
      * que tiene la oferta retira cualquiera de las disponibles, los
      * demas solo las que sobran despues de apartar las ofrecidas
       RETIRAR-EJEMPLAR.
           PERFORM RECORRER-EJEMPLARES
           PERFORM BUSCAR-RESERVA-OFRECIDA
           IF WS-EJ-DISPONIBLES = ZEROS
              DISPLAY "No hay copias disponibles (" WS-EJ-CIRCULAN
                 " en circulacion): reservar con la opcion 8"
           ELSE
              IF WS-RESERVA-IDX = ZEROS
                  AND WS-EJ-DISPONIBLES <= WS-CANT-OFERTAS
                 DISPLAY "Las copias disponibles estan reservadas"
                    " (la primera para " RT-SOCIO(WS-OFERTA-OTRO)
                    "): no se entregan a otro socio"
              ELSE
                 DISPLAY "Copia a retirar (0 = copia " WS-COPIA-LIBRE
                    ")"
                 ACCEPT WS-COPIA
                 IF WS-COPIA = ZEROS
                    MOVE WS-COPIA-LIBRE TO WS-COPIA
                 END-IF
                 MOVE WS-BUSQUEDA TO EJ-TITULO
                 MOVE WS-COPIA    TO EJ-COPIA
                 READ EJEMPLAR-FILE
                   INVALID KEY
                     DISPLAY "No existe la copia " WS-COPIA
                   NOT INVALID KEY
                     IF EJ-DISPONIBLE
                        PERFORM ENTREGAR-EJEMPLAR
                     ELSE
                        DISPLAY "La copia " WS-COPIA
                           " no esta disponible"
                     END-IF
                 END-READ
              END-IF
           END-IF.

       ENTREGAR-EJEMPLAR.
           DISPLAY "Dias de prestamo (0 = 7 dias)"
           ACCEPT WS-DIAS-PRESTAMO
           IF WS-DIAS-PRESTAMO = ZEROS
              MOVE 7 TO WS-DIAS-PRESTAMO
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FC-FECHA
           MOVE WS-DIAS-PRESTAMO TO WS-FC-DIAS-SUMAR
           PERFORM SUMAR-DIAS-FECHA
           MOVE WS-FC-FECHA TO WS-FECHA-DEVOL
           MOVE "P" TO EJ-ESTADO
           MOVE WS-FECHA-DEVOL TO EJ-FECHA-VENC
           MOVE WS-PRESTATARIO TO EJ-PRESTATARIO
           REWRITE EJEMPLAR-RECORD
           DISPLAY "Retirada la copia " WS-COPIA ". Vence "
              WS-FECHA-DEVOL

           IF WS-RESERVA-IDX > ZEROS
              MOVE "R" TO RT-ESTADO(WS-RESERVA-IDX)
              PERFORM REESCRIBIR-RESERVAS
              DISPLAY "Reserva retirada"
           END-IF

           MOVE SPACES TO HISTORIA-RECORD
           MOVE "RET" TO AL-TIPO
           MOVE WS-PRESTATARIO TO AL-PRESTATARIO
           MOVE WS-BUSQUEDA    TO AL-TITULO
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-FECHA
           MOVE WS-FECHA-DEVOL TO AL-VENC
           MOVE WS-COPIA       TO AL-COPIA
           PERFORM GRABAR-HISTORIA-ALQUILER.

       DEVOLVER-PELICULA.
           PERFORM PEDIR-SOCIO
           IF NOT SOCIO-VALIDO
                INVALID KEY
                  DISPLAY "Titulo no encontrado"
                NOT INVALID KEY
                  PERFORM DEVOLVER-EJEMPLAR
              END-READ
           END-IF.

      * la copia que vuelve queda disponible y, si hay cola, se le
      * ofrece al primero: basta que vuelva cualquier copia
       DEVOLVER-EJEMPLAR.
           PERFORM PEDIR-COPIA-SOCIO
           IF ENCONTRADO
              PERFORM LIQUIDAR-MULTA-ATRASO
              DISPLAY "Condicion de la copia (B buena, R regular,"
                 " M mala; vacio = sin cambio)"
              MOVE SPACE TO WS-CONDICION
              ACCEPT WS-CONDICION
              IF WS-CONDICION = "B" OR "R" OR "M"
                 MOVE WS-CONDICION TO EJ-CONDICION
              END-IF
              MOVE "D"    TO EJ-ESTADO
              MOVE ZEROS  TO EJ-FECHA-VENC
              MOVE SPACES TO EJ-PRESTATARIO
              REWRITE EJEMPLAR-RECORD
              DISPLAY "Devuelta la copia " WS-COPIA
              PERFORM OFRECER-A-RESERVA
              IF WS-RESERVA-IDX > ZEROS
                 PERFORM REESCRIBIR-RESERVAS
              END-IF

              MOVE SPACES TO HISTORIA-RECORD
              MOVE "DEV" TO AL-TIPO
              MOVE WS-PRESTATARIO TO AL-PRESTATARIO
              MOVE WS-BUSQUEDA    TO AL-TITULO
              MOVE FUNCTION CURRENT-DATE(1:8) TO AL-FECHA
              MOVE ZEROS TO AL-VENC
              MOVE WS-COPIA       TO AL-COPIA
              PERFORM GRABAR-HISTORIA-ALQUILER
           END-IF.

      * la copia del titulo que tiene el socio; si tiene mas de una
      * se tipea el numero. Deja ENCONTRADO y el registro leido
       PEDIR-COPIA-SOCIO.
           SET ENCONTRADO TO FALSE
           PERFORM RECORRER-EJEMPLARES
           IF WS-COPIA-SOCIO = ZEROS
              DISPLAY "El socio no tiene ninguna copia de ese titulo"
           ELSE
              DISPLAY "Copia (0 = copia " WS-COPIA-SOCIO ")"
              ACCEPT WS-COPIA
              IF WS-COPIA = ZEROS
                 MOVE WS-COPIA-SOCIO TO WS-COPIA
              END-IF
              MOVE WS-BUSQUEDA TO EJ-TITULO
              MOVE WS-COPIA    TO EJ-COPIA
              READ EJEMPLAR-FILE
                INVALID KEY
                  DISPLAY "No existe la copia " WS-COPIA
                NOT INVALID KEY
                  IF EJ-PRESTADA AND EJ-PRESTATARIO = WS-PRESTATARIO
                     SET ENCONTRADO TO TRUE
                  ELSE
                     DISPLAY "La copia " WS-COPIA
                        " no esta prestada a " WS-PRESTATARIO
                  END-IF
              END-READ
           END-IF.
              MOVE SPACES TO TARIFA-MULTA-RECORD
              MOVE 50.00  TO MU-TARIFA-DIA
              MOVE 500.00 TO MU-TOPE-BLOQUEO
              MOVE WS-CARGO-AVERIA     TO MU-CARGO-AVERIA
              MOVE WS-CARGO-REPOSICION TO MU-CARGO-REPOSICION
              WRITE TARIFA-MULTA-RECORD
              CLOSE TARIFA-MULTA-FILE
           ELSE
                NOT AT END
                  MOVE MU-TARIFA-DIA   TO WS-TARIFA-DIA
                  MOVE MU-TOPE-BLOQUEO TO WS-TOPE-BLOQUEO
                  IF MU-CARGO-AVERIA NUMERIC
                     MOVE MU-CARGO-AVERIA TO WS-CARGO-AVERIA
                  END-IF
                  IF MU-CARGO-REPOSICION NUMERIC
                     MOVE MU-CARGO-REPOSICION TO WS-CARGO-REPOSICION
                  END-IF
              END-READ
              CLOSE TARIFA-MULTA-FILE
           END-IF.
      * sale facturada por la secuencia compartida para caer en el
      * circuito de cuentas por cobrar
       LIQUIDAR-MULTA-ATRASO.
           IF EJ-FECHA-VENC = ZEROS
              CONTINUE
           ELSE
              MOVE EJ-FECHA-VENC TO WS-FC-FECHA
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FC-FECHA-B
              PERFORM DIAS-ENTRE-FECHAS
              MOVE WS-FC-DIAS-ENTRE TO WS-DIAS-ATRASO
                 MOVE WS-DIAS-ATRASO  TO MS-DIAS
                 MOVE WS-IMPORTE-MULTA TO MS-IMPORTE
                 MOVE "P"             TO MS-ESTADO
                 MOVE WS-COPIA        TO MS-COPIA
                 PERFORM GRABAR-MULTA

                 DISPLAY "Devolucion con " WS-DIAS-ATRASO
                    MOVE ZEROS            TO FA-IVA
                    MOVE WS-IMPORTE-MULTA TO FA-TOTAL
                    PERFORM GRABAR-FACTURA
                    MOVE "Multa por devolucion tardia"
                       TO WS-DL-DESCRIPCION
                    MOVE "EXENTO"         TO WS-DL-CATEGORIA
                    MOVE ZEROS            TO WS-DL-ALICUOTA
                    MOVE WS-IMPORTE-MULTA TO WS-DL-BASE
                    MOVE ZEROS            TO WS-DL-IVA
                    PERFORM AGREGAR-RENGLON
                    MOVE "FC"  TO WS-DL-DOCUMENTO
                    MOVE ZEROS TO WS-DL-IVA-DOC
                    PERFORM GRABAR-RENGLONES
                    PERFORM ASENTAR-FACTURA-SOCIO
                    DISPLAY "Multa facturada con la factura "
                       WS-NUM-FACTURA
                 END-IF
                    MOVE MS-DIAS    TO MT-DIAS(WS-CANT-MULTAS)
                    MOVE MS-IMPORTE TO MT-IMPORTE(WS-CANT-MULTAS)
                    MOVE MS-ESTADO  TO MT-ESTADO(WS-CANT-MULTAS)
                    IF MS-COPIA NUMERIC
                       MOVE MS-COPIA TO MT-COPIA(WS-CANT-MULTAS)
                    ELSE
                       MOVE ZEROS    TO MT-COPIA(WS-CANT-MULTAS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE MULTAS-FILE
              MOVE MT-DIAS(WS-MU)    TO MS-DIAS
              MOVE MT-IMPORTE(WS-MU) TO MS-IMPORTE
              MOVE MT-ESTADO(WS-MU)  TO MS-ESTADO
              MOVE MT-COPIA(WS-MU)   TO MS-COPIA
              WRITE MULTA-RECORD
           END-PERFORM
           CLOSE MULTAS-FILE.
                 ADD MT-IMPORTE(WS-MU) TO WS-TOT-MES
                 MOVE SPACES TO MULTAS-REP-LINE
                 STRING "  " MT-SOCIO(WS-MU) " "
                    MT-TITULO(WS-MU) " " MT-COPIA(WS-MU) " "
                    MT-DIAS(WS-MU)
                    " dias " MT-IMPORTE(WS-MU) " ("
                    MT-ESTADO(WS-MU) ")"
                    DELIMITED BY SIZE INTO MULTAS-REP-LINE
           END-PERFORM
           CLOSE RESERVAS-FILE.

      * ofertas vigentes del titulo: cuantas hay (cada una aparta una
      * copia), la del socio que retira y la primera de otro socio
       BUSCAR-RESERVA-OFRECIDA.
           MOVE ZEROS TO WS-RESERVA-IDX WS-CANT-OFERTAS WS-OFERTA-OTRO
           PERFORM VARYING WS-RV FROM 1 BY 1
                   UNTIL WS-RV > WS-CANT-RESERVAS
              IF RT-TITULO(WS-RV) = WS-BUSQUEDA
                  AND RT-ESTADO(WS-RV) = "O"
                 ADD 1 TO WS-CANT-OFERTAS
                 IF RT-SOCIO(WS-RV) = WS-PRESTATARIO
                    IF WS-RESERVA-IDX = ZEROS
                       MOVE WS-RV TO WS-RESERVA-IDX
                    END-IF
                 ELSE
                    IF WS-OFERTA-OTRO = ZEROS
                       MOVE WS-RV TO WS-OFERTA-OTRO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * el socio se anota en la cola con las mismas reglas del
      * retiro: socio valido y sin multas por encima del tope; no
      * se duplica la reserva del mismo socio para el mismo titulo
      * y no se reserva mientras quede alguna copia libre de ofertas
       RESERVAR-TITULO.
           PERFORM PEDIR-SOCIO
           IF NOT SOCIO-VALIDO
             INVALID KEY
               DISPLAY "Titulo no encontrado"
             NOT INVALID KEY
               PERFORM RECORRER-EJEMPLARES
               PERFORM BUSCAR-RESERVA-OFRECIDA
               EVALUATE TRUE
                  WHEN WS-EJ-CIRCULAN = ZEROS
                     DISPLAY "El titulo no tiene copias en"
                        " circulacion"
                  WHEN WS-EJ-DISPONIBLES > WS-CANT-OFERTAS
                     DISPLAY "Hay copias disponibles: retirarlo"
                        " directamente"
                  WHEN OTHER
                     PERFORM ANOTAR-RESERVA
               END-EVALUATE
           END-READ.

       ANOTAR-RESERVA.
           PERFORM VERIFICAR-RESERVA-REPETIDA
           IF WS-RESERVA-IDX > ZEROS
              DISPLAY "El socio ya tiene reserva de ese titulo"
           ELSE
              IF WS-CANT-RESERVAS < 200
                 ADD 1 TO WS-CANT-RESERVAS
                 MOVE WS-BUSQUEDA    TO RT-TITULO(WS-CANT-RESERVAS)
                 MOVE WS-PRESTATARIO TO RT-SOCIO(WS-CANT-RESERVAS)
                 MOVE FUNCTION CURRENT-DATE(1:8)
                    TO RT-FECHA(WS-CANT-RESERVAS)
                 MOVE "E"   TO RT-ESTADO(WS-CANT-RESERVAS)
                 MOVE ZEROS TO RT-FECHA-OFERTA(WS-CANT-RESERVAS)
                 PERFORM REESCRIBIR-RESERVAS
                 DISPLAY "Reservado: " WS-PRESTATARIO
                    " en la cola de " WS-BUSQUEDA
              ELSE
                 DISPLAY "La cola de reservas esta llena"
              END-IF
           END-IF.

       VERIFICAR-RESERVA-REPETIDA.
           MOVE ZEROS TO WS-RESERVA-IDX
           PERFORM VARYING WS-RV FROM 1 BY 1

           DISPLAY "Ofertas depuradas: " WS-CANT-DEPURADAS.

      * alta de copias compradas: un titulo nuevo se agrega al
      * catalogo con su genero; cada copia toma el numero siguiente
      * al ultimo del titulo y, si habia socios en la cola, se le
      * ofrece al primero
       ALTA-EJEMPLARES.
           DISPLAY "Titulo"
           ACCEPT WS-BUSQUEDA
           IF WS-BUSQUEDA = SPACES
              DISPLAY "Titulo vacio"
              GOBACK
           END-IF

           MOVE WS-BUSQUEDA TO PC-TITULO
           READ PELI-MASTER
             INVALID KEY
               DISPLAY "Titulo nuevo en el catalogo. Genero"
               ACCEPT WS-GENERO-BUSCA
               MOVE SPACES          TO PELI-MASTER-RECORD
               MOVE WS-BUSQUEDA     TO PC-TITULO
               MOVE WS-GENERO-BUSCA TO PC-GENERO
               MOVE "D"             TO PC-ESTADO
               MOVE ZEROS           TO PC-FECHA-VENC
               WRITE PELI-MASTER-RECORD
           END-READ

           DISPLAY "Cantidad de copias compradas"
           ACCEPT WS-CANT-COPIAS
           PERFORM RECORRER-EJEMPLARES
           PERFORM AGREGAR-EJEMPLAR WS-CANT-COPIAS TIMES
           PERFORM RECORRER-EJEMPLARES
           DISPLAY PC-TITULO ": " WS-EJ-CIRCULAN " copias en"
              " circulacion".

       AGREGAR-EJEMPLAR.
           IF WS-ULTIMA-COPIA >= 99
              DISPLAY "El titulo ya llego a la copia 99"
           ELSE
              ADD 1 TO WS-ULTIMA-COPIA
              MOVE SPACES          TO EJEMPLAR-RECORD
              MOVE WS-BUSQUEDA     TO EJ-TITULO
              MOVE WS-ULTIMA-COPIA TO EJ-COPIA
              MOVE "D"             TO EJ-ESTADO
              MOVE ZEROS           TO EJ-FECHA-VENC
              MOVE "B"             TO EJ-CONDICION
              MOVE FUNCTION CURRENT-DATE(1:8) TO EJ-FECHA-ALTA
              WRITE EJEMPLAR-RECORD
              IF EJEMPLAR-OK
                 DISPLAY "Alta de la copia " EJ-COPIA
                 MOVE SPACES TO HISTORIA-RECORD
                 MOVE "ALT" TO AL-TIPO
                 MOVE WS-BUSQUEDA TO AL-TITULO
                 MOVE FUNCTION CURRENT-DATE(1:8) TO AL-FECHA
                 MOVE ZEROS TO AL-VENC
                 MOVE WS-ULTIMA-COPIA TO AL-COPIA
                 PERFORM GRABAR-HISTORIA-ALQUILER
                 PERFORM OFRECER-A-RESERVA
                 IF WS-RESERVA-IDX > ZEROS
                    PERFORM REESCRIBIR-RESERVAS
                 END-IF
              ELSE
                 DISPLAY "Error dando de alta la copia " EJ-COPIA
                    ": " WS-EJEMPLAR-STATUS
              END-IF
           END-IF.

      * copia que el socio devuelve daniada o que perdio: se cierra
      * el prestamo (con la multa de atraso si corresponde), la copia
      * sale de circulacion y se le factura al socio el cargo por
      * averia o por reposicion de multas_tarifa.txt
       AVERIA-EJEMPLAR.
           PERFORM PEDIR-SOCIO
           IF NOT SOCIO-VALIDO
              DISPLAY "Operacion rechazada"
           ELSE
              DISPLAY "Titulo"
              ACCEPT WS-BUSQUEDA

              MOVE WS-BUSQUEDA TO PC-TITULO
              READ PELI-MASTER
                INVALID KEY
                  DISPLAY "Titulo no encontrado"
                NOT INVALID KEY
                  PERFORM AVERIA-UN-EJEMPLAR
              END-READ
           END-IF.

       AVERIA-UN-EJEMPLAR.
           PERFORM PEDIR-COPIA-SOCIO
           IF ENCONTRADO
              DISPLAY "A - devuelta averiada, X - perdida"
              ACCEPT WS-TIPO-BAJA
              IF WS-TIPO-BAJA NOT = "A" AND WS-TIPO-BAJA NOT = "X"
                 DISPLAY "Tipo invalido: la copia sigue prestada"
              ELSE
                 PERFORM LIQUIDAR-MULTA-ATRASO
                 IF WS-TIPO-BAJA = "A"
                    MOVE WS-CARGO-AVERIA TO WS-IMPORTE-CARGO
                    MOVE "M"             TO EJ-CONDICION
                 ELSE
                    MOVE WS-CARGO-REPOSICION TO WS-IMPORTE-CARGO
                 END-IF
                 DISPLAY "Importe a facturar (0 = " WS-IMPORTE-CARGO
                    ")"
                 ACCEPT WS-IMPORTE-TIPEADO
                 IF WS-IMPORTE-TIPEADO > ZEROS
                    MOVE WS-IMPORTE-TIPEADO TO WS-IMPORTE-CARGO
                 END-IF

                 MOVE WS-TIPO-BAJA TO EJ-ESTADO
                 MOVE ZEROS        TO EJ-FECHA-VENC
                 MOVE SPACES       TO EJ-PRESTATARIO
                 REWRITE EJEMPLAR-RECORD
                 PERFORM FACTURAR-CARGO-EJEMPLAR

                 MOVE SPACES TO HISTORIA-RECORD
                 IF WS-TIPO-BAJA = "A"
                    MOVE "AVE" TO AL-TIPO
                 ELSE
                    MOVE "PER" TO AL-TIPO
                 END-IF
                 MOVE WS-PRESTATARIO TO AL-PRESTATARIO
                 MOVE WS-BUSQUEDA    TO AL-TITULO
                 MOVE FUNCTION CURRENT-DATE(1:8) TO AL-FECHA
                 MOVE ZEROS TO AL-VENC
                 MOVE WS-COPIA       TO AL-COPIA
                 PERFORM GRABAR-HISTORIA-ALQUILER
              END-IF
           END-IF.

      * el cargo sale siempre facturado, por la misma secuencia y el
      * mismo renglon exento que la multa, para caer en cuentas por
      * cobrar
       FACTURAR-CARGO-EJEMPLAR.
           PERFORM ASIGNAR-NUM-FACTURA
           MOVE SPACES TO FACTURA-RECORD
           MOVE WS-PRESTATARIO(5:6) TO FA-CLIENTE
           MOVE WS-IMPORTE-CARGO    TO FA-SUBTOTAL
           MOVE ZEROS               TO FA-IVA
           MOVE WS-IMPORTE-CARGO    TO FA-TOTAL
           PERFORM GRABAR-FACTURA
           IF WS-TIPO-BAJA = "A"
              MOVE "Cargo por copia daniada" TO WS-DL-DESCRIPCION
           ELSE
              MOVE "Reposicion de copia perdida" TO WS-DL-DESCRIPCION
           END-IF
           MOVE "EXENTO"         TO WS-DL-CATEGORIA
           MOVE ZEROS            TO WS-DL-ALICUOTA
           MOVE WS-IMPORTE-CARGO TO WS-DL-BASE
           MOVE ZEROS            TO WS-DL-IVA
           PERFORM AGREGAR-RENGLON
           MOVE "FC"  TO WS-DL-DOCUMENTO
           MOVE ZEROS TO WS-DL-IVA-DOC
           PERFORM GRABAR-RENGLONES
           PERFORM ASENTAR-FACTURA-SOCIO
           DISPLAY "Cargo de " WS-IMPORTE-CARGO " facturado con la"
              " factura " WS-NUM-FACTURA.

      * debe deudores por el total, haber alquileres y multas por el
      * neto e IVA debito fiscal si lo hubiera (multa y cargo van
      * exentos)
       ASENTAR-FACTURA-SOCIO.
           MOVE FA-FECHA         TO WS-AG-FECHA
           MOVE "ALQUILERES"     TO WS-AG-ORIGEN

           MOVE CTA-DEUDORES     TO WS-AG-CUENTA
           MOVE FA-TOTAL         TO WS-AG-DEBE
           MOVE ZEROS            TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           MOVE CTA-ALQUILERES   TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE FA-SUBTOTAL      TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           IF FA-IVA > ZEROS
              MOVE CTA-IVA-DEBITO TO WS-AG-CUENTA
              MOVE ZEROS          TO WS-AG-DEBE
              MOVE FA-IVA         TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF.

       GRABAR-HISTORIA-ALQUILER.
           OPEN INPUT HISTORIA-FILE
           IF NOT HISTORIA-OK
           CLOSE HISTORIA-FILE.

       COPY "FACTURA-CALC.cpy".
       COPY "ASIPEND-CALC.cpy".

       COPY "FACTLIN-CALC.cpy".

       COPY "BISIESTO-CALC.cpy".

