      *    reconstruir sin el resto de la transaccion queda en
      *    reenvios_manuales.txt para recarga a mano. En ambos casos
      *    la entrada queda cerrada en estado R.
      *
      * La correccion del modo 2 la firma un operador con su clave y
      * autoridad COR en autoridad_aprobacion.txt (AUTORIDAD-*.cpy),
      * en lugar de un nombre tipeado. Como los rechazos de firma se
      * estacionan en esta misma cola, la cola se recarga despues de
      * la firma y antes de reescribirla, para no perderlos.
      *
      * Los comprobantes rechazados por la autoridad fiscal (programa
      * AUTORIZAR-CAE, el campo trae FC/NC + numero) tambien se
      * reenvian solos: el modo 3 los deja en fe_reenvios.txt y el
      * proximo lote de AUTORIZAR-CAE los vuelve a pedir.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLA-CORRECCIONES.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MANUALES-STATUS.

             SELECT REENVIOS-FE-FILE ASSIGN TO "fe_reenvios.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REENVIOS-FE-STATUS.

             COPY "EXCEPCION-FC.cpy".
             COPY "AUTORIDAD-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
           05 FILLER      PIC X VALUE SPACE.
           05 MN-VALOR    PIC X(15).

        FD REENVIOS-FE-FILE.
        01 REENVIO-FE-RECORD.
           05 RV-DOCUMENTO PIC X(2).
           05 RV-NUMERO    PIC 9(6).

        COPY "EXCEPCION-FD.cpy".
        COPY "AUTORIDAD-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".

          77 WS-CENSO-STATUS    PIC X(2) VALUE "00".
              88 CENSO-OK VALUE "00".
          77 WS-MANUALES-STATUS PIC X(2) VALUE "00".
              88 MANUALES-OK VALUE "00".
          77 WS-REENVIOS-FE-STATUS PIC X(2) VALUE "00".
              88 REENVIOS-FE-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-COLA    PIC X VALUE "N".
                    DISPLAY "Valor rechazado: " CT-VALOR(WS-ELEGIDA)
                    DISPLAY "Valor corregido"
                    ACCEPT WS-VALOR-NUEVO
                    PERFORM FIRMAR-CORRECCION
                 END-IF
              END-IF
           END-IF.

      * las entradas nuevas (rechazos de firma) se agregan al final
      * de la cola, asi que WS-ELEGIDA sigue apuntando a la misma
      * entrada despues de recargarla
       FIRMAR-CORRECCION.
           MOVE "COLA-CORRECCION" TO WS-AU-PROGRAMA
           MOVE "COR"             TO WS-AU-TIPO
           MOVE ZEROS             TO WS-AU-MONTO
           MOVE SPACES TO WS-AU-SOLICITANTE WS-AU-SOLICITANTE-2
           PERFORM AUTORIZAR-DECISION
           IF AUTORIDAD-CONCEDIDA
              MOVE WS-AU-OPERADOR TO WS-OPERADOR
              PERFORM CARGAR-COLA
              IF COLA-DESBORDADA
                 DISPLAY "La cola paso las 200 entradas: depurarla"
                    " antes de corregir"
              ELSE
                 MOVE "C"            TO CT-ESTADO(WS-ELEGIDA)
                 MOVE WS-VALOR-NUEVO TO CT-VALOR(WS-ELEGIDA)
                 MOVE WS-OPERADOR    TO CT-OPERADOR(WS-ELEGIDA)
                 MOVE FUNCTION CURRENT-DATE
                    TO CT-TS-CIERRE(WS-ELEGIDA)
                 PERFORM REESCRIBIR-COLA
                 DISPLAY "Entrada corregida, lista para reenviar"
              END-IF
           END-IF.

       REENVIAR-CORREGIDAS.
           MOVE ZEROS TO WS-CANT-REENVIADAS WS-CANT-MANUALES
           PERFORM VARYING WS-Q FROM 1 BY 1
                    OR CT-CAMPO(WS-Q) = "WS-EDAD-N")
                 PERFORM REENVIAR-A-CENSO
                 ADD 1 TO WS-CANT-REENVIADAS
              WHEN CT-PROGRAMA(WS-Q) = "AUTORIZAR-CAE"
                  AND (CT-CAMPO(WS-Q)(1:2) = "FC"
                    OR CT-CAMPO(WS-Q)(1:2) = "NC")
                  AND CT-CAMPO(WS-Q)(3:6) IS NUMERIC
                 PERFORM REENVIAR-A-AUTORIZACION
                 ADD 1 TO WS-CANT-REENVIADAS
              WHEN OTHER
                 PERFORM DERIVAR-A-MANUAL
                 ADD 1 TO WS-CANT-MANUALES
              CLOSE CENSO-FILE
           END-IF.

      * el comprobante rechazado por la autoridad fiscal vuelve al
      * proximo lote de AUTORIZAR-CAE
       REENVIAR-A-AUTORIZACION.
           MOVE SPACES TO REENVIO-FE-RECORD
           MOVE CT-CAMPO(WS-Q)(1:2) TO RV-DOCUMENTO
           MOVE CT-CAMPO(WS-Q)(3:6) TO RV-NUMERO

           OPEN INPUT REENVIOS-FE-FILE
           IF NOT REENVIOS-FE-OK
              OPEN OUTPUT REENVIOS-FE-FILE
           END-IF
           CLOSE REENVIOS-FE-FILE

           OPEN EXTEND REENVIOS-FE-FILE
           WRITE REENVIO-FE-RECORD
           CLOSE REENVIOS-FE-FILE

           DISPLAY "Reenviado a la autorizacion fiscal: "
              RV-DOCUMENTO " " RV-NUMERO.

       DERIVAR-A-MANUAL.
           MOVE SPACES            TO MANUALES-RECORD
           MOVE CT-PROGRAMA(WS-Q) TO MN-PROGRAMA
              WRITE COLA-CORRECCION-RECORD
           END-PERFORM
           CLOSE COLA-CORRECCION-FILE.

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".
