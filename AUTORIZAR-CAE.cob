      * Autorizacion electronica de comprobantes ante la autoridad
      * fiscal: CALCU-LAR-IVA, FACTURAR-CURSOS, las multas de TABLAS
      * y las notas de credito de clase-22 graban en facturas.txt y
      * notas_credito.txt, pero ningun comprobante es valido hasta
      * que la autoridad le asigna su CAE (codigo de autorizacion
      * electronica) con su fecha de vencimiento. Este programa:
      *  - modo 1: lote de salida. Toma las facturas y notas de
      *    credito sin autorizar con fecha hasta la fecha de negocio
      *    (sin enviar, o enviadas y todavia sin respuesta) y las
      *    rechazadas que la cola de correcciones devolvio corregidas
      *    (fe_reenvios.txt), y arma fe_solicitud.txt en el layout
      *    fijo de la autoridad: H de cabecera (CUIT emisor, punto de
      *    venta, fecha), un D por comprobante y T de cola con
      *    cantidad y suma de totales. Cada comprobante enviado queda
      *    marcado E en su archivo.
      *  - modo 2: respuesta. Lee fe_respuesta.txt y sella cada
      *    comprobante enviado con su CAE y vencimiento (A) o con el
      *    motivo del rechazo (R). Cada rechazo va al log de
      *    excepciones y a la cola de correcciones (EXCEPCION-*.cpy)
      *    con el comprobante en el campo (FC/NC + numero) y el codigo
      *    de motivo en el valor; COLA-CORRECCIONES, al reenviar la
      *    entrada corregida, lo deja en fe_reenvios.txt para el
      *    proximo lote. Un renglon de la respuesta que no corresponde
      *    a un comprobante enviado (ya sellado o desconocido) se
      *    informa y no se toca.
      *  - modo 3: impresion de un comprobante con su CAE, por
      *    pantalla y por el spool; sin autorizacion no se imprime.
      *    La impresion paso a IMPRIMIR-COMPROBANTE, que arma el
      *    comprobante formal con sus renglones y distingue el
      *    ORIGINAL de los DUPLICADOS; el modo 3 lo llama.
      * El CUIT del emisor y el punto de venta viven en
      * fe_parametros.txt, que se siembra si no existe.
      *
      * Las facturas viven en el maestro indexado
      * facturas_master.dat: el lote las marca E y la respuesta las
      * sella en su lugar (REWRITE, lectura por numero), sin cargar
      * ni reescribir el archivo entero. Solo las notas de credito
      * se siguen cargando en tabla.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZAR-CAE.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             COPY "FACTURA-FC.cpy".

             COPY "NOTACRED-FC.cpy".

             SELECT PARAMETROS-FE-FILE ASSIGN TO "fe_parametros.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARAMETROS-FE-STATUS.

             SELECT SOLICITUD-FILE ASSIGN TO "fe_solicitud.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SOLICITUD-STATUS.

             SELECT RESPUESTA-FILE ASSIGN TO "fe_respuesta.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RESPUESTA-STATUS.

             SELECT REENVIOS-FILE ASSIGN TO "fe_reenvios.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REENVIOS-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".
             COPY "EXCEPCION-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        COPY "FACTURA-FD.cpy".
        COPY "NOTACRED-FD.cpy".

        FD PARAMETROS-FE-FILE.
        01 PARAMETROS-FE-RECORD.
           05 PF-CUIT         PIC 9(11).
           05 FILLER          PIC X VALUE SPACE.
           05 PF-PUNTO-VENTA  PIC 9(4).

      * layout fijo de la solicitud de autorizacion
        FD SOLICITUD-FILE.
        01 SOLICITUD-RECORD PIC X(90).
        01 SOLICITUD-CABECERA REDEFINES SOLICITUD-RECORD.
           05 SH-TIPO        PIC X.
           05 SH-CUIT        PIC 9(11).
           05 SH-PUNTO-VENTA PIC 9(4).
           05 SH-FECHA       PIC 9(8).
           05 FILLER         PIC X(66).
        01 SOLICITUD-DETALLE REDEFINES SOLICITUD-RECORD.
           05 SD-TIPO        PIC X.
           05 SD-CBTE        PIC 9(3).
           05 SD-PUNTO-VENTA PIC 9(4).
           05 SD-NUMERO      PIC 9(8).
           05 SD-FECHA       PIC 9(8).
           05 SD-CLIENTE     PIC X(6).
           05 SD-NETO        PIC 9(13)V99.
           05 SD-IVA         PIC 9(13)V99.
           05 SD-TOTAL       PIC 9(13)V99.
           05 SD-CBTE-ASOC   PIC 9(8).
           05 FILLER         PIC X(7).
        01 SOLICITUD-TRAILER REDEFINES SOLICITUD-RECORD.
           05 ST-TIPO        PIC X.
           05 ST-CANTIDAD    PIC 9(6).
           05 ST-SUMA        PIC 9(13)V99.
           05 FILLER         PIC X(68).

      * layout fijo de la respuesta de la autoridad (solo interesan
      * los D; resultado A = autorizado, R = rechazado)
        FD RESPUESTA-FILE.
        01 RESPUESTA-RECORD PIC X(90).
        01 RESPUESTA-DETALLE REDEFINES RESPUESTA-RECORD.
           05 RD-TIPO        PIC X.
           05 RD-CBTE        PIC 9(3).
           05 RD-PUNTO-VENTA PIC 9(4).
           05 RD-NUMERO      PIC 9(8).
           05 RD-RESULTADO   PIC X.
              88 RD-AUTORIZADO VALUE "A".
              88 RD-RECHAZADO  VALUE "R".
           05 RD-CAE         PIC X(14).
           05 RD-CAE-VTO     PIC X(8).
           05 RD-MOTIVO-COD  PIC X(5).
           05 RD-MOTIVO      PIC X(40).
           05 FILLER         PIC X(6).

      * comprobantes rechazados y ya corregidos, que esperan el
      * proximo lote (los graba COLA-CORRECCIONES)
        FD REENVIOS-FILE.
        01 REENVIO-RECORD.
           05 RV-DOCUMENTO   PIC X(2).
           05 RV-NUMERO      PIC 9(6).

        COPY "FECHA-NEGOCIO-FD.cpy".
        COPY "EXCEPCION-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "NOTACRED-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".

          77 WS-PARAMETROS-FE-STATUS PIC X(2) VALUE "00".
              88 PARAMETROS-FE-OK VALUE "00".
          77 WS-SOLICITUD-STATUS PIC X(2) VALUE "00".
              88 SOLICITUD-OK VALUE "00".
          77 WS-RESPUESTA-STATUS PIC X(2) VALUE "00".
              88 RESPUESTA-OK VALUE "00".
          77 WS-REENVIOS-STATUS PIC X(2) VALUE "00".
              88 REENVIOS-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

          77 WS-CUIT         PIC 9(11) VALUE ZEROS.
          77 WS-PUNTO-VENTA  PIC 9(4) VALUE ZEROS.

      * codigos de comprobante de la autoridad
          77 CBTE-FACTURA    PIC 9(3) VALUE 006.
          77 CBTE-NOTA-CRED  PIC 9(3) VALUE 008.

      * notas de credito cargadas para sellarlas y reescribir el
      * archivo entero (las facturas se sellan en su lugar en el
      * maestro indexado)
          01 NOTAS-TABLA.
             02 NT-LINEA PIC X(99) OCCURS 2000 TIMES.
          77 WS-CANT-NT     PIC 9(4) VALUE ZEROS.
          77 WS-I           PIC 9(4) VALUE ZEROS.
          77 WS-DESBORDE    PIC X VALUE "N".
              88 DOCUMENTOS-DESBORDADOS VALUE "S".
          77 WS-FACTURAS-ABIERTAS PIC X VALUE "N".
              88 FACTURAS-ABIERTAS VALUE "S".

          01 REENVIOS-TABLA.
             02 RE-ENT OCCURS 200 TIMES.
                03 RE-DOCUMENTO PIC X(2).
                03 RE-NUMERO    PIC 9(6).
          77 WS-CANT-RE     PIC 9(3) VALUE ZEROS.
          77 WS-R           PIC 9(3) VALUE ZEROS.
          77 WS-REENVIADO   PIC X VALUE "N".
              88 ES-REENVIO VALUE "S".

          77 WS-CANT-ENVIADOS   PIC 9(6) VALUE ZEROS.
          77 WS-SUMA-ENVIADOS   PIC 9(13)V99 VALUE ZEROS.
          77 WS-CANT-AUTORIZADOS PIC 9(6) VALUE ZEROS.
          77 WS-CANT-RECHAZADOS PIC 9(6) VALUE ZEROS.
          77 WS-CANT-NO-ENCONT  PIC 9(6) VALUE ZEROS.
          77 WS-CANT-LEIDOS     PIC 9(6) VALUE ZEROS.

          77 WS-DOCUMENTO    PIC X(2) VALUE SPACES.
          77 WS-NUMERO-DOC   PIC 9(6) VALUE ZEROS.
          77 WS-ENCONTRADO   PIC X VALUE "N".
              88 DOC-ENCONTRADO VALUE "S".
          77 WS-EDIT-IMPORTE PIC ZZ,ZZZ,ZZ9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO
             PERFORM CARGAR-PARAMETROS-FE

             DISPLAY "1 - Generar lote de solicitud de autorizacion"
             DISPLAY "2 - Procesar la respuesta de la autoridad"
             DISPLAY "3 - Imprimir un comprobante autorizado"
             ACCEPT WS-MODO

             EVALUATE WS-MODO
                WHEN 2 PERFORM PROCESAR-RESPUESTA
                WHEN 3 CALL "IMPRIMIR-COMPROBANTE"
                WHEN OTHER PERFORM GENERAR-LOTE
             END-EVALUATE
           GOBACK.

       CARGAR-PARAMETROS-FE.
           OPEN INPUT PARAMETROS-FE-FILE
           IF NOT PARAMETROS-FE-OK
              OPEN OUTPUT PARAMETROS-FE-FILE
              MOVE SPACES TO PARAMETROS-FE-RECORD
              MOVE 30000000007 TO PF-CUIT
              MOVE 1           TO PF-PUNTO-VENTA
              WRITE PARAMETROS-FE-RECORD
              CLOSE PARAMETROS-FE-FILE
              DISPLAY "Aviso: fe_parametros.txt sembrado con CUIT "
                 "30000000007 y punto de venta 0001, corregirlo"
              OPEN INPUT PARAMETROS-FE-FILE
           END-IF
           IF PARAMETROS-FE-OK
              READ PARAMETROS-FE-FILE
                AT END CONTINUE
                NOT AT END
                  MOVE PF-CUIT        TO WS-CUIT
                  MOVE PF-PUNTO-VENTA TO WS-PUNTO-VENTA
              END-READ
              CLOSE PARAMETROS-FE-FILE
           END-IF.

      * carga notas_credito.txt entero; con mas de 2000 renglones no
      * se reescribe nada
       CARGAR-DOCUMENTOS.
           MOVE ZEROS TO WS-CANT-NT
           MOVE "N"   TO WS-DESBORDE

           OPEN INPUT NOTA-CREDITO-FILE
           IF NC-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ NOTA-CREDITO-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-NT >= 2000
                       SET DOCUMENTOS-DESBORDADOS TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-NT
                       MOVE NOTA-CREDITO-RECORD
                          TO NT-LINEA(WS-CANT-NT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE NOTA-CREDITO-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       REESCRIBIR-DOCUMENTOS.
           IF WS-CANT-NT > ZEROS
              OPEN OUTPUT NOTA-CREDITO-FILE
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > WS-CANT-NT
                 MOVE NT-LINEA(WS-I) TO NOTA-CREDITO-RECORD
                 WRITE NOTA-CREDITO-RECORD
              END-PERFORM
              CLOSE NOTA-CREDITO-FILE
           END-IF.

       CARGAR-REENVIOS.
           MOVE ZEROS TO WS-CANT-RE
           OPEN INPUT REENVIOS-FILE
           IF REENVIOS-OK
              PERFORM UNTIL FIN-ARCHIVO OR WS-CANT-RE >= 200
                READ REENVIOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-RE
                    MOVE RV-DOCUMENTO TO RE-DOCUMENTO(WS-CANT-RE)
                    MOVE RV-NUMERO    TO RE-NUMERO(WS-CANT-RE)
                END-READ
              END-PERFORM
              CLOSE REENVIOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       GENERAR-LOTE.
           PERFORM CARGAR-DOCUMENTOS
           IF DOCUMENTOS-DESBORDADOS
              DISPLAY "ABORTADO: mas de 2000 notas de credito en"
                 " notas_credito.txt"
              GOBACK
           END-IF
           PERFORM CARGAR-REENVIOS

           MOVE ZEROS TO WS-CANT-ENVIADOS WS-SUMA-ENVIADOS
           OPEN OUTPUT SOLICITUD-FILE
           MOVE SPACES TO SOLICITUD-RECORD
           MOVE "H"              TO SH-TIPO
           MOVE WS-CUIT          TO SH-CUIT
           MOVE WS-PUNTO-VENTA   TO SH-PUNTO-VENTA
           MOVE WS-FECHA-NEGOCIO TO SH-FECHA
           WRITE SOLICITUD-RECORD

           PERFORM LOTE-FACTURAS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CANT-NT
              MOVE NT-LINEA(WS-I) TO NOTA-CREDITO-RECORD
              PERFORM LOTE-NOTA-CREDITO
           END-PERFORM

           MOVE SPACES TO SOLICITUD-RECORD
           MOVE "T"              TO ST-TIPO
           MOVE WS-CANT-ENVIADOS TO ST-CANTIDAD
           MOVE WS-SUMA-ENVIADOS TO ST-SUMA
           WRITE SOLICITUD-RECORD
           CLOSE SOLICITUD-FILE

           IF WS-CANT-ENVIADOS > ZEROS
              PERFORM REESCRIBIR-DOCUMENTOS
           END-IF

      * los reenvios ya viajan en este lote
           IF WS-CANT-RE > ZEROS
              OPEN OUTPUT REENVIOS-FILE
              CLOSE REENVIOS-FILE
           END-IF

           MOVE WS-SUMA-ENVIADOS TO WS-EDIT-IMPORTE
           DISPLAY " "
           DISPLAY "Comprobantes en el lote: " WS-CANT-ENVIADOS
              " por " WS-EDIT-IMPORTE
           DISPLAY "Solicitud grabada en fe_solicitud.txt".

      * recorre el maestro de facturas y marca en su lugar las que
      * viajan en el lote
       LOTE-FACTURAS.
           OPEN I-O FACTURA-FILE
           IF FACTURA-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTURA-FILE NEXT
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END PERFORM LOTE-FACTURA
                END-READ
              END-PERFORM
              CLOSE FACTURA-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * sin enviar o enviada sin respuesta, o rechazada y devuelta
      * corregida por la cola de correcciones
       LOTE-FACTURA.
           IF FA-FECHA <= WS-FECHA-NEGOCIO
              MOVE "FC"           TO WS-DOCUMENTO
              MOVE FA-NUM-FACTURA TO WS-NUMERO-DOC
              PERFORM BUSCAR-REENVIO
              IF FA-AUT-SIN-ENVIAR OR FA-AUT-ENVIADA
                  OR (FA-AUT-RECHAZADA AND ES-REENVIO)
                 MOVE SPACES TO SOLICITUD-RECORD
                 MOVE "D"            TO SD-TIPO
                 MOVE CBTE-FACTURA   TO SD-CBTE
                 MOVE WS-PUNTO-VENTA TO SD-PUNTO-VENTA
                 MOVE FA-NUM-FACTURA TO SD-NUMERO
                 MOVE FA-FECHA       TO SD-FECHA
                 MOVE FA-CLIENTE     TO SD-CLIENTE
                 MOVE FA-SUBTOTAL    TO SD-NETO
                 MOVE FA-IVA         TO SD-IVA
                 MOVE FA-TOTAL       TO SD-TOTAL
                 MOVE ZEROS          TO SD-CBTE-ASOC
                 WRITE SOLICITUD-RECORD

                 ADD 1 TO WS-CANT-ENVIADOS
                 ADD FA-TOTAL TO WS-SUMA-ENVIADOS
                 MOVE SPACES TO FA-AUTORIZACION
                 MOVE "E"    TO FA-AUT-ESTADO
                 REWRITE FACTURA-RECORD
                 IF NOT FACTURA-OK
                    DISPLAY "ERROR " WS-FACTURA-STATUS
                       " al marcar la factura " FA-NUM-FACTURA
                 END-IF
              END-IF
           END-IF.

       LOTE-NOTA-CREDITO.
           IF NC-FECHA <= WS-FECHA-NEGOCIO
              MOVE "NC"   TO WS-DOCUMENTO
              MOVE NC-NUM TO WS-NUMERO-DOC
              PERFORM BUSCAR-REENVIO
              IF NC-AUT-SIN-ENVIAR OR NC-AUT-ENVIADA
                  OR (NC-AUT-RECHAZADA AND ES-REENVIO)
                 MOVE SPACES TO SOLICITUD-RECORD
                 MOVE "D"            TO SD-TIPO
                 MOVE CBTE-NOTA-CRED TO SD-CBTE
                 MOVE WS-PUNTO-VENTA TO SD-PUNTO-VENTA
                 MOVE NC-NUM         TO SD-NUMERO
                 MOVE NC-FECHA       TO SD-FECHA
                 MOVE NC-CLIENTE     TO SD-CLIENTE
                 MOVE NC-SUBTOTAL    TO SD-NETO
                 MOVE NC-IVA         TO SD-IVA
                 MOVE NC-TOTAL       TO SD-TOTAL
                 MOVE NC-REF-FACTURA TO SD-CBTE-ASOC
                 WRITE SOLICITUD-RECORD

                 ADD 1 TO WS-CANT-ENVIADOS
                 ADD NC-TOTAL TO WS-SUMA-ENVIADOS
                 MOVE SPACES TO NC-AUTORIZACION
                 MOVE "E"    TO NC-AUT-ESTADO
                 MOVE NOTA-CREDITO-RECORD TO NT-LINEA(WS-I)
              END-IF
           END-IF.

       BUSCAR-REENVIO.
           MOVE "N" TO WS-REENVIADO
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-CANT-RE
              IF RE-DOCUMENTO(WS-R) = WS-DOCUMENTO
                  AND RE-NUMERO(WS-R) = WS-NUMERO-DOC
                 SET ES-REENVIO TO TRUE
              END-IF
           END-PERFORM.

       PROCESAR-RESPUESTA.
           OPEN INPUT RESPUESTA-FILE
           IF NOT RESPUESTA-OK
              DISPLAY "No se encontro fe_respuesta.txt"
              GOBACK
           END-IF
           CLOSE RESPUESTA-FILE

           PERFORM CARGAR-DOCUMENTOS
           IF DOCUMENTOS-DESBORDADOS
              DISPLAY "ABORTADO: mas de 2000 notas de credito en"
                 " notas_credito.txt"
              GOBACK
           END-IF

           MOVE ZEROS TO WS-CANT-LEIDOS WS-CANT-AUTORIZADOS
                         WS-CANT-RECHAZADOS WS-CANT-NO-ENCONT
           MOVE "N" TO WS-FACTURAS-ABIERTAS
           OPEN I-O FACTURA-FILE
           IF FACTURA-OK
              SET FACTURAS-ABIERTAS TO TRUE
           END-IF
           OPEN INPUT RESPUESTA-FILE
           PERFORM UNTIL FIN-ARCHIVO
             READ RESPUESTA-FILE
               AT END SET FIN-ARCHIVO TO TRUE
               NOT AT END
                 IF RD-TIPO = "D"
                    ADD 1 TO WS-CANT-LEIDOS
                    PERFORM APLICAR-RESPUESTA
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RESPUESTA-FILE
           MOVE "N" TO WS-FIN-ARCHIVO
           IF FACTURAS-ABIERTAS
              CLOSE FACTURA-FILE
           END-IF

           IF WS-CANT-AUTORIZADOS > ZEROS OR WS-CANT-RECHAZADOS > ZEROS
              PERFORM REESCRIBIR-DOCUMENTOS
           END-IF

           DISPLAY " "
           DISPLAY "Renglones de respuesta:  " WS-CANT-LEIDOS
           DISPLAY "Autorizados:             " WS-CANT-AUTORIZADOS
           DISPLAY "Rechazados (a la cola):  " WS-CANT-RECHAZADOS
           DISPLAY "Sin comprobante enviado: " WS-CANT-NO-ENCONT.

       APLICAR-RESPUESTA.
           MOVE "N" TO WS-ENCONTRADO
           IF RD-PUNTO-VENTA = WS-PUNTO-VENTA
              EVALUATE RD-CBTE
                 WHEN CBTE-FACTURA
                    PERFORM SELLAR-FACTURA
                 WHEN CBTE-NOTA-CRED
                    PERFORM SELLAR-NOTA-CREDITO
              END-EVALUATE
           END-IF
           IF NOT DOC-ENCONTRADO
              ADD 1 TO WS-CANT-NO-ENCONT
              DISPLAY "Sin comprobante enviado para la respuesta "
                 RD-CBTE "-" RD-PUNTO-VENTA "-" RD-NUMERO
           END-IF.

      * lectura por numero en el maestro y sellado en su lugar
       SELLAR-FACTURA.
           IF FACTURAS-ABIERTAS AND RD-NUMERO <= 999999
              MOVE RD-NUMERO TO FA-NUM-FACTURA
              READ FACTURA-FILE KEY IS FA-NUM-FACTURA
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  IF FA-AUT-ENVIADA
                     SET DOC-ENCONTRADO TO TRUE
                     MOVE "FC"           TO WS-DOCUMENTO
                     MOVE FA-NUM-FACTURA TO WS-NUMERO-DOC
                     MOVE SPACES TO FA-AUTORIZACION
                     IF RD-AUTORIZADO
                        MOVE "A"        TO FA-AUT-ESTADO
                        MOVE RD-CAE     TO FA-CAE
                        MOVE RD-CAE-VTO TO FA-CAE-VTO
                        ADD 1 TO WS-CANT-AUTORIZADOS
                     ELSE
                        MOVE "R"       TO FA-AUT-ESTADO
                        MOVE RD-MOTIVO TO FA-AUT-MOTIVO
                        PERFORM REGISTRAR-RECHAZO
                     END-IF
                     REWRITE FACTURA-RECORD
                     IF NOT FACTURA-OK
                        DISPLAY "ERROR " WS-FACTURA-STATUS
                           " al sellar la factura " FA-NUM-FACTURA
                     END-IF
                  END-IF
              END-READ
           END-IF.

       SELLAR-NOTA-CREDITO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CANT-NT OR DOC-ENCONTRADO
              MOVE NT-LINEA(WS-I) TO NOTA-CREDITO-RECORD
              IF NC-NUM = RD-NUMERO AND NC-AUT-ENVIADA
                 SET DOC-ENCONTRADO TO TRUE
                 MOVE "NC"   TO WS-DOCUMENTO
                 MOVE NC-NUM TO WS-NUMERO-DOC
                 MOVE SPACES TO NC-AUTORIZACION
                 IF RD-AUTORIZADO
                    MOVE "A"        TO NC-AUT-ESTADO
                    MOVE RD-CAE     TO NC-CAE
                    MOVE RD-CAE-VTO TO NC-CAE-VTO
                    ADD 1 TO WS-CANT-AUTORIZADOS
                 ELSE
                    MOVE "R"       TO NC-AUT-ESTADO
                    MOVE RD-MOTIVO TO NC-AUT-MOTIVO
                    PERFORM REGISTRAR-RECHAZO
                 END-IF
                 MOVE NOTA-CREDITO-RECORD TO NT-LINEA(WS-I)
              END-IF
           END-PERFORM.

      * el comprobante viaja en el campo (la correccion del valor en
      * COLA-CORRECCIONES no lo pisa) y el codigo de motivo en el
      * valor
       REGISTRAR-RECHAZO.
           ADD 1 TO WS-CANT-RECHAZADOS
           DISPLAY "Rechazado " WS-DOCUMENTO " " WS-NUMERO-DOC ": "
              RD-MOTIVO-COD " " RD-MOTIVO
           MOVE "AUTORIZAR-CAE" TO WS-EXC-PROGRAMA
           MOVE SPACES TO WS-EXC-CAMPO WS-EXC-VALOR
           STRING WS-DOCUMENTO WS-NUMERO-DOC
              DELIMITED BY SIZE INTO WS-EXC-CAMPO
           STRING RD-MOTIVO-COD " " RD-MOTIVO
              DELIMITED BY SIZE INTO WS-EXC-VALOR
           PERFORM REGISTRAR-EXCEPCION.

       COPY "FECHA-NEGOCIO-CALC.cpy".
       COPY "EXCEPCION-CALC.cpy".
