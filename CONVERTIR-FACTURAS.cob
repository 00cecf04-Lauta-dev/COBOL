      * Conversion de las facturas al maestro indexado: facturas.txt
      * se releia entero en cada estado de cuenta, resumen mensual y
      * libro IVA, y lo viejo terminaba en facturas_archivo.txt
      * fuera del alcance de todos. Las facturas pasan a
      * facturas_master.dat (FACTURA-FC.cpy), por numero y con claves
      * alternas por cliente y por fecha. Esta corrida se hace una
      * sola vez antes del corte:
      *  - carga cada factura de facturas.txt y de su historico
      *    facturas_archivo.txt (la factura desde la columna 10,
      *    despues de la fecha de archivado) en el maestro
      *  - el renglon con numero, fecha o importes no numericos va
      *    al log de excepciones y no se carga
      *  - la factura que ya esta en el maestro con el mismo numero,
      *    cliente, fecha e importes cuenta como ya cargada (el sello
      *    del CAE puede haber avanzado), asi la corrida se puede
      *    repetir; si difiere se rechaza al log de excepciones
      *  - concilia: por origen, leidas = grabadas + ya cargadas +
      *    rechazadas en cantidad y en importe total, y el maestro
      *    releido tiene que dar lo que tenia antes mas lo grabado.
      *    Con NO CUADRA no se hace el corte.
      *  - si el numero mas alto cargado supera al de
      *    factura_secuencia.txt, la secuencia se lleva hasta ese
      *    numero
      * La conciliacion sale por pantalla y por el spool compartido
      * (copybooks ESPOOL-*). facturas.txt y facturas_archivo.txt no
      * se tocan y quedan como respaldo.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-FACTURAS.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             COPY "FACTURA-FC.cpy".

             SELECT VIEJAS-FILE ASSIGN TO "facturas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ENTRADA-STATUS.

             SELECT ARCHIVADAS-FILE ASSIGN TO "facturas_archivo.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ENTRADA-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "EXCEPCION-FC.cpy".
             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        COPY "FACTURA-FD.cpy".

        FD VIEJAS-FILE.
        01 VIEJA-LINEA PIC X(100).

      * mismo layout que graba ARCHIVADOR
        FD ARCHIVADAS-FILE.
        01 ARCHIVADA-RECORD.
           05 AF-FECHA-ARCH PIC 9(8).
           05 FILLER        PIC X.
           05 AF-DATOS      PIC X(100).

        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "EXCEPCION-FD.cpy".
        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-ENTRADA-STATUS PIC X(2) VALUE "00".
              88 ENTRADA-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
          77 WS-CONFIRMA    PIC X VALUE "N".
          77 WS-MAESTRO-ABIERTO PIC X VALUE "N".
              88 MAESTRO-ABIERTO VALUE "S".

      * la factura leida del texto, antes de cargarla
          77 WS-LINEA-LEIDA   PIC X(99) VALUE SPACES.
          77 WS-FACTURA-NUEVA PIC X(99) VALUE SPACES.
          77 WS-VALIDA        PIC X VALUE "N".
              88 FACTURA-VALIDA VALUE "S".

      * conteos por origen: 1 facturas.txt, 2 facturas_archivo.txt,
      * 3 total
          77 WS-ORIGEN PIC 9 VALUE ZEROS.
          77 WS-O      PIC 9 VALUE ZEROS.
          01 CONVERSION-TABLA.
             02 CV-ENT OCCURS 3 TIMES.
                03 CV-NOMBRE       PIC X(20).
                03 CV-LEIDAS       PIC 9(6).
                03 CV-GRABADAS     PIC 9(6).
                03 CV-YA-CARGADAS  PIC 9(6).
                03 CV-RECHAZADAS   PIC 9(6).
                03 CV-IMP-LEIDAS   PIC 9(11)V99.
                03 CV-IMP-GRABADAS PIC 9(11)V99.
                03 CV-IMP-YA       PIC 9(11)V99.
                03 CV-IMP-RECHAZ   PIC 9(11)V99.

      * el maestro antes y despues de la carga
          77 WS-PREVIAS-CANT  PIC 9(6) VALUE ZEROS.
          77 WS-PREVIAS-TOTAL PIC 9(11)V99 VALUE ZEROS.
          77 WS-FINAL-CANT    PIC 9(6) VALUE ZEROS.
          77 WS-FINAL-TOTAL   PIC 9(11)V99 VALUE ZEROS.
          77 WS-MAESTRO-CANT  PIC 9(6) VALUE ZEROS.
          77 WS-MAESTRO-TOTAL PIC 9(11)V99 VALUE ZEROS.
          77 WS-ESPERADO-CANT  PIC 9(6) VALUE ZEROS.
          77 WS-ESPERADO-TOTAL PIC 9(11)V99 VALUE ZEROS.
          77 WS-MAX-NUM       PIC 9(6) VALUE ZEROS.
          77 WS-CUADRA        PIC X VALUE "S".
              88 CONVERSION-CUADRA VALUE "S".

          77 WS-EDIT-CANT     PIC ZZZ,ZZ9 VALUE ZEROS.
          77 WS-EDIT-CANT-2   PIC ZZZ,ZZ9 VALUE ZEROS.
          77 WS-EDIT-CANT-3   PIC ZZZ,ZZ9 VALUE ZEROS.
          77 WS-EDIT-CANT-4   PIC ZZZ,ZZ9 VALUE ZEROS.
          77 WS-EDIT-IMPORTE  PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
          77 WS-EDIT-IMPORTE-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "Conversion de facturas.txt y"
                " facturas_archivo.txt al maestro indexado"
                " facturas_master.dat."
             DISPLAY "Los archivos de texto no se tocan. Confirmar (S)"
             ACCEPT WS-CONFIRMA
             IF WS-CONFIRMA NOT = "S"
                DISPLAY "Cancelado, no se toco nada"
                GOBACK
             END-IF

             INITIALIZE CONVERSION-TABLA
             MOVE "facturas.txt"         TO CV-NOMBRE(1)
             MOVE "facturas_archivo.txt" TO CV-NOMBRE(2)
             MOVE "TOTAL"                TO CV-NOMBRE(3)

             PERFORM CONTAR-MAESTRO
             MOVE WS-MAESTRO-CANT  TO WS-PREVIAS-CANT
             MOVE WS-MAESTRO-TOTAL TO WS-PREVIAS-TOTAL

             PERFORM ABRIR-MAESTRO
             IF NOT MAESTRO-ABIERTO
                DISPLAY "ERROR " WS-FACTURA-STATUS
                   " al abrir facturas_master.dat, no se cargo nada"
                GOBACK
             END-IF
             PERFORM CARGAR-VIEJAS
             PERFORM CARGAR-ARCHIVADAS
             CLOSE FACTURA-FILE

             PERFORM CONTAR-MAESTRO
             MOVE WS-MAESTRO-CANT  TO WS-FINAL-CANT
             MOVE WS-MAESTRO-TOTAL TO WS-FINAL-TOTAL

             PERFORM CONCILIAR
             PERFORM ACTUALIZAR-SECUENCIA
             PERFORM INFORMAR-CONVERSION
           GOBACK.

      * cantidad y total de lo que ya esta en el maestro (cero si
      * todavia no existe)
       CONTAR-MAESTRO.
           MOVE ZEROS TO WS-MAESTRO-CANT WS-MAESTRO-TOTAL
           MOVE "N"   TO WS-FIN-ARCHIVO
           OPEN INPUT FACTURA-FILE
           IF FACTURA-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTURA-FILE NEXT
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    ADD 1        TO WS-MAESTRO-CANT
                    ADD FA-TOTAL TO WS-MAESTRO-TOTAL
                END-READ
              END-PERFORM
              CLOSE FACTURA-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       ABRIR-MAESTRO.
           MOVE "N" TO WS-MAESTRO-ABIERTO
           OPEN I-O FACTURA-FILE
           IF FACTURA-SIN-MAESTRO
              OPEN OUTPUT FACTURA-FILE
              CLOSE FACTURA-FILE
              OPEN I-O FACTURA-FILE
           END-IF
           IF FACTURA-OK
              SET MAESTRO-ABIERTO TO TRUE
           END-IF.

       CARGAR-VIEJAS.
           MOVE 1 TO WS-ORIGEN
           OPEN INPUT VIEJAS-FILE
           IF NOT ENTRADA-OK
              DISPLAY "Aviso: sin facturas.txt"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ VIEJAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF VIEJA-LINEA NOT = SPACES
                       MOVE VIEJA-LINEA(1:99) TO WS-LINEA-LEIDA
                       PERFORM CARGAR-FACTURA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE VIEJAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-ARCHIVADAS.
           MOVE 2 TO WS-ORIGEN
           OPEN INPUT ARCHIVADAS-FILE
           IF NOT ENTRADA-OK
              DISPLAY "Aviso: sin facturas_archivo.txt"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ ARCHIVADAS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF AF-DATOS NOT = SPACES
                       MOVE AF-DATOS(1:99) TO WS-LINEA-LEIDA
                       PERFORM CARGAR-FACTURA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ARCHIVADAS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * una factura de texto al maestro; el importe de un renglon
      * invalido no se suma de ningun lado
       CARGAR-FACTURA.
           ADD 1 TO CV-LEIDAS(WS-ORIGEN)
           MOVE WS-LINEA-LEIDA TO FACTURA-RECORD
           PERFORM VALIDAR-FACTURA
           IF NOT FACTURA-VALIDA
              ADD 1 TO CV-RECHAZADAS(WS-ORIGEN)
              MOVE "CONVERTIR-FACTU" TO WS-EXC-PROGRAMA
              MOVE "FACTURA"         TO WS-EXC-CAMPO
              MOVE WS-LINEA-LEIDA    TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
           ELSE
              ADD FA-TOTAL TO CV-IMP-LEIDAS(WS-ORIGEN)
              MOVE FACTURA-RECORD TO WS-FACTURA-NUEVA
              WRITE FACTURA-RECORD
                INVALID KEY PERFORM COMPARAR-DUPLICADA
                NOT INVALID KEY
                  ADD 1        TO CV-GRABADAS(WS-ORIGEN)
                  ADD FA-TOTAL TO CV-IMP-GRABADAS(WS-ORIGEN)
                  IF FA-NUM-FACTURA > WS-MAX-NUM
                     MOVE FA-NUM-FACTURA TO WS-MAX-NUM
                  END-IF
              END-WRITE
           END-IF.

       VALIDAR-FACTURA.
           MOVE "S" TO WS-VALIDA
           IF FA-NUM-FACTURA NOT NUMERIC OR FA-NUM-FACTURA = ZEROS
              MOVE "N" TO WS-VALIDA
           END-IF
           IF FA-FECHA NOT NUMERIC
              OR FA-SUBTOTAL NOT NUMERIC
              OR FA-IVA NOT NUMERIC
              OR FA-TOTAL NOT NUMERIC
              MOVE "N" TO WS-VALIDA
           END-IF.

      * el numero ya esta en el maestro: si numero, cliente, fecha e
      * importes coinciden ya estaba cargada (el sello del CAE del
      * maestro puede estar mas adelante que el del texto)
       COMPARAR-DUPLICADA.
           READ FACTURA-FILE KEY IS FA-NUM-FACTURA
             INVALID KEY MOVE SPACES TO FACTURA-RECORD
           END-READ
           IF FACTURA-RECORD(1:52) = WS-FACTURA-NUEVA(1:52)
              ADD 1        TO CV-YA-CARGADAS(WS-ORIGEN)
              ADD FA-TOTAL TO CV-IMP-YA(WS-ORIGEN)
              IF FA-NUM-FACTURA > WS-MAX-NUM
                 MOVE FA-NUM-FACTURA TO WS-MAX-NUM
              END-IF
           ELSE
              MOVE WS-FACTURA-NUEVA TO FACTURA-RECORD
              ADD 1        TO CV-RECHAZADAS(WS-ORIGEN)
              ADD FA-TOTAL TO CV-IMP-RECHAZ(WS-ORIGEN)
              DISPLAY "Factura " FA-NUM-FACTURA " de "
                 CV-NOMBRE(WS-ORIGEN) " difiere de la del maestro,"
                 " rechazada"
              MOVE "CONVERTIR-FACTU" TO WS-EXC-PROGRAMA
              MOVE "FACT-DUPLICADA"  TO WS-EXC-CAMPO
              MOVE WS-FACTURA-NUEVA  TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
           END-IF.

      * por origen y en total: leidas = grabadas + ya cargadas +
      * rechazadas; el maestro releido = previas + grabadas
       CONCILIAR.
           MOVE "S" TO WS-CUADRA
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 2
              ADD CV-LEIDAS(WS-O)       TO CV-LEIDAS(3)
              ADD CV-GRABADAS(WS-O)     TO CV-GRABADAS(3)
              ADD CV-YA-CARGADAS(WS-O)  TO CV-YA-CARGADAS(3)
              ADD CV-RECHAZADAS(WS-O)   TO CV-RECHAZADAS(3)
              ADD CV-IMP-LEIDAS(WS-O)   TO CV-IMP-LEIDAS(3)
              ADD CV-IMP-GRABADAS(WS-O) TO CV-IMP-GRABADAS(3)
              ADD CV-IMP-YA(WS-O)       TO CV-IMP-YA(3)
              ADD CV-IMP-RECHAZ(WS-O)   TO CV-IMP-RECHAZ(3)
           END-PERFORM
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 3
              IF CV-LEIDAS(WS-O) NOT = CV-GRABADAS(WS-O)
                    + CV-YA-CARGADAS(WS-O) + CV-RECHAZADAS(WS-O)
                 MOVE "N" TO WS-CUADRA
              END-IF
              IF CV-IMP-LEIDAS(WS-O) NOT = CV-IMP-GRABADAS(WS-O)
                    + CV-IMP-YA(WS-O) + CV-IMP-RECHAZ(WS-O)
                 MOVE "N" TO WS-CUADRA
              END-IF
           END-PERFORM
           COMPUTE WS-ESPERADO-CANT = WS-PREVIAS-CANT
              + CV-GRABADAS(3)
           COMPUTE WS-ESPERADO-TOTAL = WS-PREVIAS-TOTAL
              + CV-IMP-GRABADAS(3)
           IF WS-FINAL-CANT NOT = WS-ESPERADO-CANT
              OR WS-FINAL-TOTAL NOT = WS-ESPERADO-TOTAL
              MOVE "N" TO WS-CUADRA
           END-IF.

      * la proxima factura no puede pisar un numero ya cargado
       ACTUALIZAR-SECUENCIA.
           MOVE ZEROS TO WS-NUM-FACTURA
           OPEN INPUT SECUENCIA-FILE
           IF SEQ-OK
              READ SECUENCIA-FILE
                AT END CONTINUE
                NOT AT END MOVE SEQ-ULTIMO-NUM TO WS-NUM-FACTURA
              END-READ
              CLOSE SECUENCIA-FILE
           END-IF
           IF WS-MAX-NUM > WS-NUM-FACTURA
              DISPLAY "factura_secuencia.txt llevada de "
                 WS-NUM-FACTURA " a " WS-MAX-NUM
              MOVE WS-MAX-NUM TO SEQ-ULTIMO-NUM
              OPEN OUTPUT SECUENCIA-FILE
              WRITE SECUENCIA-RECORD
              CLOSE SECUENCIA-FILE
           END-IF.

       INFORMAR-CONVERSION.
           MOVE "CONVERTIR-FACTU"   TO WS-SPOOL-PROGRAMA
           MOVE "CONVERSION DE FACTURAS" TO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO    TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE "Origen                  Leidas Grabadas Ya carg."
              TO WS-SPOOL-LINEA
           MOVE " Rechaz." TO WS-SPOOL-LINEA(50:8)
           PERFORM EMITIR-LINEA
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 3
              PERFORM INFORMAR-ORIGEN
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM EMITIR-LINEA
           MOVE WS-PREVIAS-CANT  TO WS-EDIT-CANT
           MOVE WS-PREVIAS-TOTAL TO WS-EDIT-IMPORTE
           STRING "Maestro antes:    " WS-EDIT-CANT " facturas por "
              WS-EDIT-IMPORTE DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM EMITIR-LINEA
           MOVE WS-ESPERADO-CANT  TO WS-EDIT-CANT
           MOVE WS-ESPERADO-TOTAL TO WS-EDIT-IMPORTE
           STRING "Maestro esperado: " WS-EDIT-CANT " facturas por "
              WS-EDIT-IMPORTE DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM EMITIR-LINEA
           MOVE WS-FINAL-CANT  TO WS-EDIT-CANT
           MOVE WS-FINAL-TOTAL TO WS-EDIT-IMPORTE
           STRING "Maestro releido:  " WS-EDIT-CANT " facturas por "
              WS-EDIT-IMPORTE DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM EMITIR-LINEA

           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM EMITIR-LINEA
           IF CONVERSION-CUADRA
              MOVE "CUADRA: se puede hacer el corte al maestro"
                 TO WS-SPOOL-LINEA
           ELSE
              MOVE "NO CUADRA: no hacer el corte, revisar el log de"
                 TO WS-SPOOL-LINEA
              MOVE " excepciones" TO WS-SPOOL-LINEA(48:12)
           END-IF
           PERFORM EMITIR-LINEA
           PERFORM CERRAR-SPOOL.

      * por origen: cantidades y, debajo, sus importes
       INFORMAR-ORIGEN.
           MOVE CV-LEIDAS(WS-O)      TO WS-EDIT-CANT
           MOVE CV-GRABADAS(WS-O)    TO WS-EDIT-CANT-2
           MOVE CV-YA-CARGADAS(WS-O) TO WS-EDIT-CANT-3
           MOVE CV-RECHAZADAS(WS-O)  TO WS-EDIT-CANT-4
           STRING CV-NOMBRE(WS-O) "   " WS-EDIT-CANT "  "
              WS-EDIT-CANT-2 "  " WS-EDIT-CANT-3 "  " WS-EDIT-CANT-4
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM EMITIR-LINEA
           MOVE CV-IMP-LEIDAS(WS-O)   TO WS-EDIT-IMPORTE
           MOVE CV-IMP-GRABADAS(WS-O) TO WS-EDIT-IMPORTE-2
           STRING "  importe leido " WS-EDIT-IMPORTE
              "  grabado " WS-EDIT-IMPORTE-2
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM EMITIR-LINEA
           MOVE CV-IMP-YA(WS-O)     TO WS-EDIT-IMPORTE
           MOVE CV-IMP-RECHAZ(WS-O) TO WS-EDIT-IMPORTE-2
           STRING "  ya cargado    " WS-EDIT-IMPORTE
              "  rechaz. " WS-EDIT-IMPORTE-2
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM EMITIR-LINEA.

      * cada renglon del informe va a pantalla y al spool
       EMITIR-LINEA.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL
           MOVE SPACES TO WS-SPOOL-LINEA.

       COPY "FECHA-NEGOCIO-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
