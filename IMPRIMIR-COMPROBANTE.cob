      * Impresion formal de facturas y notas de credito: cuando un
      * cliente preguntaba que se le habia facturado no habia mas que
      * los totales del encabezado. Este programa arma el comprobante
      * completo desde el encabezado (facturas.txt o
      * notas_credito.txt) y sus renglones (facturas_detalle.txt,
      * copybooks FACTLIN-*), con el CUIT y el punto de venta del
      * emisor (fe_parametros.txt) y el CAE con su vencimiento, por
      * pantalla y por el spool de reportes.
      *  - la primera impresion sale ORIGINAL y toda impresion
      *    posterior sale DUPLICADO; cada una queda en
      *    comprobantes_impresos.txt (comprobante, fecha, copia y
      *    numero de spool)
      *  - un comprobante sin CAE de la autoridad fiscal no se
      *    imprime (sin enviar, enviado sin respuesta o rechazado,
      *    ver AUTORIZAR-CAE)
      *  - un comprobante anterior al detalle por renglon sale con
      *    la leyenda de detalle no disponible
      * AUTORIZAR-CAE lo llama desde su modo 3.
      *
      * El encabezado de la factura se lee directo por su numero del
      * maestro indexado facturas_master.dat (FACTURA-FC.cpy), que
      * reemplazo a facturas.txt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRIMIR-COMPROBANTE.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             COPY "FACTURA-FC.cpy".

             COPY "NOTACRED-FC.cpy".

             COPY "FACTLIN-FC.cpy".

             SELECT PARAMETROS-FE-FILE ASSIGN TO "fe_parametros.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARAMETROS-FE-STATUS.

             SELECT IMPRESOS-FILE ASSIGN TO "comprobantes_impresos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-IMPRESOS-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        COPY "FACTURA-FD.cpy".
        COPY "NOTACRED-FD.cpy".
        COPY "FACTLIN-FD.cpy".

        FD PARAMETROS-FE-FILE.
        01 PARAMETROS-FE-RECORD.
           05 PF-CUIT         PIC 9(11).
           05 FILLER          PIC X VALUE SPACE.
           05 PF-PUNTO-VENTA  PIC 9(4).

        FD IMPRESOS-FILE.
        01 IMPRESO-RECORD.
           05 CI-DOCUMENTO    PIC X(2).
           05 FILLER          PIC X VALUE SPACE.
           05 CI-NUMERO       PIC 9(6).
           05 FILLER          PIC X VALUE SPACE.
           05 CI-FECHA        PIC 9(8).
           05 FILLER          PIC X VALUE SPACE.
           05 CI-COPIA        PIC X(9).
           05 FILLER          PIC X VALUE SPACE.
           05 CI-SPOOL-ID     PIC 9(6).

        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "NOTACRED-WS.cpy".
          COPY "FACTLIN-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-PARAMETROS-FE-STATUS PIC X(2) VALUE "00".
              88 PARAMETROS-FE-OK VALUE "00".
          77 WS-IMPRESOS-STATUS PIC X(2) VALUE "00".
              88 IMPRESOS-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

          77 WS-CUIT         PIC 9(11) VALUE ZEROS.
          77 WS-PUNTO-VENTA  PIC 9(4) VALUE ZEROS.

          77 WS-TIPO-IMPRIMIR PIC 9(1) VALUE ZEROS.
          77 WS-DOCUMENTO    PIC X(2) VALUE SPACES.
          77 WS-NUMERO-DOC   PIC 9(6) VALUE ZEROS.
          77 WS-ENCONTRADO   PIC X VALUE "N".
              88 DOC-ENCONTRADO VALUE "S".
          77 WS-COPIA        PIC X(9) VALUE SPACES.
          77 WS-CANT-RENGLONES PIC 9(3) VALUE ZEROS.

      * encabezado del comprobante a imprimir (factura o nota)
          77 WS-CP-CLIENTE   PIC X(6) VALUE SPACES.
          77 WS-CP-FECHA     PIC 9(8) VALUE ZEROS.
          77 WS-CP-SUBTOTAL  PIC 9(7)V99 VALUE ZEROS.
          77 WS-CP-IVA       PIC 9(7)V99 VALUE ZEROS.
          77 WS-CP-TOTAL     PIC 9(7)V99 VALUE ZEROS.
          77 WS-CP-REF       PIC 9(6) VALUE ZEROS.
          77 WS-CP-ESTADO    PIC X VALUE SPACE.
              88 CP-AUTORIZADO VALUE "A".
              88 CP-RECHAZADO  VALUE "R".
              88 CP-ENVIADO    VALUE "E".
          77 WS-CP-CAE       PIC X(14) VALUE SPACES.
          77 WS-CP-CAE-VTO   PIC X(8) VALUE SPACES.
          77 WS-CP-MOTIVO    PIC X(20) VALUE SPACES.

          77 WS-EDIT-IMPORTE PIC ZZ,ZZZ,ZZ9.99 VALUE ZEROS.
          77 WS-EDIT-IVA     PIC ZZ,ZZZ,ZZ9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO
             PERFORM CARGAR-PARAMETROS-FE

             DISPLAY "Comprobante: 1 = factura, 2 = nota de credito"
             ACCEPT WS-TIPO-IMPRIMIR
             DISPLAY "Numero"
             ACCEPT WS-NUMERO-DOC

             IF WS-TIPO-IMPRIMIR = 2
                MOVE "NC" TO WS-DOCUMENTO
                PERFORM BUSCAR-NOTA-CREDITO
             ELSE
                MOVE "FC" TO WS-DOCUMENTO
                PERFORM BUSCAR-FACTURA
             END-IF

             IF NOT DOC-ENCONTRADO
                DISPLAY "No existe el comprobante " WS-DOCUMENTO " "
                   WS-NUMERO-DOC
                GOBACK
             END-IF

             IF NOT CP-AUTORIZADO
                EVALUATE TRUE
                   WHEN CP-RECHAZADO
                      DISPLAY "NO SE IMPRIME: " WS-DOCUMENTO " "
                         WS-NUMERO-DOC " rechazado por la autoridad ("
                         WS-CP-MOTIVO ")"
                   WHEN CP-ENVIADO
                      DISPLAY "NO SE IMPRIME: " WS-DOCUMENTO " "
                         WS-NUMERO-DOC " enviado, sin respuesta de la"
                         " autoridad"
                   WHEN OTHER
                      DISPLAY "NO SE IMPRIME: " WS-DOCUMENTO " "
                         WS-NUMERO-DOC " sin enviar a autorizar"
                END-EVALUATE
                GOBACK
             END-IF

             PERFORM DETERMINAR-COPIA
             PERFORM EMITIR-COMPROBANTE
             PERFORM GRABAR-IMPRESION
           GOBACK.

       CARGAR-PARAMETROS-FE.
           OPEN INPUT PARAMETROS-FE-FILE
           IF PARAMETROS-FE-OK
              READ PARAMETROS-FE-FILE
                AT END CONTINUE
                NOT AT END
                  MOVE PF-CUIT        TO WS-CUIT
                  MOVE PF-PUNTO-VENTA TO WS-PUNTO-VENTA
              END-READ
              CLOSE PARAMETROS-FE-FILE
           END-IF.

       BUSCAR-FACTURA.
           MOVE "N" TO WS-ENCONTRADO
           OPEN INPUT FACTURA-FILE
           IF FACTURA-OK
              MOVE WS-NUMERO-DOC TO FA-NUM-FACTURA
              READ FACTURA-FILE KEY IS FA-NUM-FACTURA
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  SET DOC-ENCONTRADO TO TRUE
                  MOVE FA-CLIENTE    TO WS-CP-CLIENTE
                  MOVE FA-FECHA      TO WS-CP-FECHA
                  MOVE FA-SUBTOTAL   TO WS-CP-SUBTOTAL
                  MOVE FA-IVA        TO WS-CP-IVA
                  MOVE FA-TOTAL      TO WS-CP-TOTAL
                  MOVE ZEROS         TO WS-CP-REF
                  MOVE FA-AUT-ESTADO TO WS-CP-ESTADO
                  MOVE FA-CAE        TO WS-CP-CAE
                  MOVE FA-CAE-VTO    TO WS-CP-CAE-VTO
                  MOVE FA-AUT-MOTIVO TO WS-CP-MOTIVO
              END-READ
              CLOSE FACTURA-FILE
           END-IF.

       BUSCAR-NOTA-CREDITO.
           MOVE "N" TO WS-ENCONTRADO
           OPEN INPUT NOTA-CREDITO-FILE
           IF NC-OK
              PERFORM UNTIL FIN-ARCHIVO OR DOC-ENCONTRADO
                READ NOTA-CREDITO-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF NC-NUM = WS-NUMERO-DOC
                       SET DOC-ENCONTRADO TO TRUE
                       MOVE NC-CLIENTE     TO WS-CP-CLIENTE
                       MOVE NC-FECHA       TO WS-CP-FECHA
                       MOVE NC-SUBTOTAL    TO WS-CP-SUBTOTAL
                       MOVE NC-IVA         TO WS-CP-IVA
                       MOVE NC-TOTAL       TO WS-CP-TOTAL
                       MOVE NC-REF-FACTURA TO WS-CP-REF
                       MOVE NC-AUT-ESTADO  TO WS-CP-ESTADO
                       MOVE NC-CAE         TO WS-CP-CAE
                       MOVE NC-CAE-VTO     TO WS-CP-CAE-VTO
                       MOVE NC-AUT-MOTIVO  TO WS-CP-MOTIVO
                    END-IF
                END-READ
              END-PERFORM
              CLOSE NOTA-CREDITO-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * ORIGINAL la primera vez, DUPLICADO si ya se imprimio
       DETERMINAR-COPIA.
           MOVE "ORIGINAL" TO WS-COPIA
           OPEN INPUT IMPRESOS-FILE
           IF IMPRESOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ IMPRESOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF CI-DOCUMENTO = WS-DOCUMENTO
                        AND CI-NUMERO = WS-NUMERO-DOC
                       MOVE "DUPLICADO" TO WS-COPIA
                    END-IF
                END-READ
              END-PERFORM
              CLOSE IMPRESOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       EMITIR-COMPROBANTE.
           MOVE "IMPRIMIR-COMPRO" TO WS-SPOOL-PROGRAMA
           MOVE SPACES TO WS-SPOOL-TITULO
           IF WS-DOCUMENTO = "NC"
              STRING "NOTA CREDITO " WS-NUMERO-DOC " " WS-COPIA
                 DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           ELSE
              STRING "FACTURA " WS-NUMERO-DOC " " WS-COPIA
                 DELIMITED BY SIZE INTO WS-SPOOL-TITULO
           END-IF
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           IF WS-DOCUMENTO = "NC"
              STRING "NOTA DE CREDITO                          "
                 WS-COPIA
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           ELSE
              STRING "FACTURA                                  "
                 WS-COPIA
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           END-IF
           PERFORM LINEA-IMPRESION

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "CUIT emisor " WS-CUIT "   Comprobante "
              WS-PUNTO-VENTA "-" WS-NUMERO-DOC
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM LINEA-IMPRESION

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Fecha " WS-CP-FECHA "   Cliente " WS-CP-CLIENTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM LINEA-IMPRESION

           IF WS-DOCUMENTO = "NC"
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "Anula/ajusta la factura " WS-CP-REF
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM LINEA-IMPRESION
           END-IF

           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM LINEA-IMPRESION
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  Rg Descripcion                    Categoria"
              "          Base           IVA"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM LINEA-IMPRESION

           PERFORM IMPRIMIR-RENGLONES

           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM LINEA-IMPRESION

           MOVE WS-CP-SUBTOTAL TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  Neto gravado  " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM LINEA-IMPRESION

           MOVE WS-CP-IVA TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  IVA           " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM LINEA-IMPRESION

           MOVE WS-CP-TOTAL TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  TOTAL         " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM LINEA-IMPRESION

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "CAE " WS-CP-CAE "   Vto. CAE " WS-CP-CAE-VTO
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM LINEA-IMPRESION

           PERFORM CERRAR-SPOOL.

       IMPRIMIR-RENGLONES.
           MOVE ZEROS TO WS-CANT-RENGLONES
           OPEN INPUT FACTLIN-FILE
           IF FACTLIN-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTLIN-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF DL-NUMERO = WS-NUMERO-DOC
                        AND DL-DOCUMENTO = WS-DOCUMENTO
                       ADD 1 TO WS-CANT-RENGLONES
                       MOVE DL-BASE TO WS-EDIT-IMPORTE
                       MOVE DL-IVA  TO WS-EDIT-IVA
                       MOVE SPACES TO WS-SPOOL-LINEA
                       STRING "  " DL-RENGLON " " DL-DESCRIPCION " "
                          DL-CATEGORIA " " WS-EDIT-IMPORTE " "
                          WS-EDIT-IVA
                          DELIMITED BY SIZE INTO WS-SPOOL-LINEA
                       PERFORM LINEA-IMPRESION
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FACTLIN-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO

           IF WS-CANT-RENGLONES = ZEROS
              MOVE SPACES TO WS-SPOOL-LINEA
              MOVE "  (detalle por renglon no disponible para este"
                 TO WS-SPOOL-LINEA
              PERFORM LINEA-IMPRESION
              MOVE SPACES TO WS-SPOOL-LINEA
              MOVE "   comprobante: solo se conservan sus totales)"
                 TO WS-SPOOL-LINEA
              PERFORM LINEA-IMPRESION
           END-IF.

       LINEA-IMPRESION.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       GRABAR-IMPRESION.
           MOVE SPACES TO IMPRESO-RECORD
           MOVE WS-DOCUMENTO     TO CI-DOCUMENTO
           MOVE WS-NUMERO-DOC    TO CI-NUMERO
           MOVE WS-FECHA-NEGOCIO TO CI-FECHA
           MOVE WS-COPIA         TO CI-COPIA
           MOVE WS-SPOOL-ID      TO CI-SPOOL-ID

           OPEN INPUT IMPRESOS-FILE
           IF NOT IMPRESOS-OK
              OPEN OUTPUT IMPRESOS-FILE
           END-IF
           CLOSE IMPRESOS-FILE

           OPEN EXTEND IMPRESOS-FILE
           WRITE IMPRESO-RECORD
           CLOSE IMPRESOS-FILE.

       COPY "FECHA-NEGOCIO-CALC.cpy".
       COPY "ESPOOL-CALC.cpy".
