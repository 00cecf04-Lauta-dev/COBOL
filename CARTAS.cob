      *    TABLAS); el dedup por tipo + socio evita reenviarla en
      *    cada corrida. La plantilla se agrega sola a un juego
      *    viejo, igual que las de mora.
      *
      * Y las cartas de alerta temprana:
      *  - ALERTA / ALERTA-FAM: citacion a tutoria del alumno en
      *    riesgo (o de su familia, si tiene responsable de pago),
      *    desde los pedidos que deja ALERTA-TEMPRANA en
      *    alertas_alumnos.txt; el motivo va en el comodin &C. El
      *    dedup por tipo + alumno evita reenviarla en cada corrida.
      *    Las plantillas se agregan solas a un juego viejo.
      *
      * Y el aviso de cheque rechazado:
      *  - CHEQUE-RCH: una por cada rechazo que registra CHEQUES en
      *    cheques_rechazados.txt, al cliente del cheque, con el
      *    banco y el numero en &C. El dedup por tipo + numero de
      *    cheque en la cartera la manda una sola vez. La plantilla
      *    se agrega sola a un juego viejo.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALERTA-STATUS.

             SELECT ALERTA-ALUMNO-FILE ASSIGN TO "alertas_alumnos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALERTA-ALU-STATUS.

             SELECT ENVIADAS-FILE ASSIGN TO "cartas_enviadas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ENVIADAS-STATUS.

             COPY "FECHA-NEGOCIO-FC.cpy".

             COPY "CHQRECH-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD PLANTILLAS-FILE.
           05 FILLER        PIC X.
           05 AC-CUPOS-REST PIC 9(3).

        FD ALERTA-ALUMNO-FILE.
        01 ALERTA-ALUMNO-RECORD.
           05 AT-EST-ID   PIC X(10).
           05 FILLER      PIC X.
           05 AT-TIPO     PIC X(10).
           05 FILLER      PIC X.
           05 AT-NOMBRE   PIC X(10).
           05 FILLER      PIC X.
           05 AT-APELLIDO PIC X(10).
           05 FILLER      PIC X.
           05 AT-MOTIVO   PIC X(25).

        FD ENVIADAS-FILE.
        01 ENVIADA-RECORD.
           05 CE-TIPO         PIC X(10).

        COPY "FECHA-NEGOCIO-FD.cpy".

        COPY "CHQRECH-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FECHA-NEGOCIO-WS.cpy".
          COPY "CHQRECH-WS.cpy".

          77 WS-PLANTILLAS-STATUS PIC X(2) VALUE "00".
              88 PLANTILLAS-OK VALUE "00".
              88 WAITLIST-OK VALUE "00".
          77 WS-ALERTA-STATUS     PIC X(2) VALUE "00".
              88 ALERTA-OK VALUE "00".
          77 WS-ALERTA-ALU-STATUS PIC X(2) VALUE "00".
              88 ALERTA-ALU-OK VALUE "00".
          77 WS-ENVIADAS-STATUS   PIC X(2) VALUE "00".
              88 ENVIADAS-OK VALUE "00".
          77 WS-IMPRESAS-STATUS   PIC X(2) VALUE "00".
              88 PLANTILLAS-MORA-CARGADAS VALUE "S".
          77 WS-HAY-RESERVA   PIC X VALUE "N".
              88 PLANTILLA-RESERVA-CARGADA VALUE "S".
          77 WS-HAY-ALERTA    PIC X VALUE "N".
              88 PLANTILLAS-ALERTA-CARGADAS VALUE "S".
          77 WS-HAY-CHEQUE    PIC X VALUE "N".
              88 PLANTILLA-CHEQUE-CARGADA VALUE "S".
          77 WS-CHEQUE-EDIT   PIC 9(5) VALUE ZEROS.
          77 WS-EDAD-DIAS     PIC S9(7) VALUE ZEROS.
          77 WS-FACT-EDIT     PIC 9(6) VALUE ZEROS.
          COPY "BISIESTO-WS.cpy".
                PERFORM CARTAS-CUPO
                PERFORM CARTAS-MORA
                PERFORM CARTAS-RESERVA
                PERFORM CARTAS-ALERTA
                PERFORM CARTAS-CHEQUE

                CLOSE IMPRESAS-FILE


           PERFORM ESCRIBIR-PLANTILLAS-MORA
           PERFORM ESCRIBIR-PLANTILLA-RESERVA
           PERFORM ESCRIBIR-PLANTILLAS-ALERTA
           PERFORM ESCRIBIR-PLANTILLA-CHEQUE

           CLOSE PLANTILLAS-FILE.

              TO PL-TEXTO
           WRITE PLANTILLA-RECORD.

       ESCRIBIR-PLANTILLAS-ALERTA.
           MOVE SPACES TO PLANTILLA-RECORD
           MOVE "ALERTA" TO PL-TIPO
           MOVE "&N &A: TE ESPERAMOS EN TUTORIA POR &C" TO PL-TEXTO
           WRITE PLANTILLA-RECORD

           MOVE SPACES TO PLANTILLA-RECORD
           MOVE "ALERTA" TO PL-TIPO
           MOVE "PEDI TURNO CON TU TUTOR ESTA SEMANA (&F)" TO PL-TEXTO
           WRITE PLANTILLA-RECORD

           MOVE SPACES TO PLANTILLA-RECORD
           MOVE "ALERTA-FAM" TO PL-TIPO
           MOVE "FAMILIA DE &N &A: LOS CITAMOS A TUTORIA POR &C"
              TO PL-TEXTO
           WRITE PLANTILLA-RECORD

           MOVE SPACES TO PLANTILLA-RECORD
           MOVE "ALERTA-FAM" TO PL-TIPO
           MOVE "COMUNIQUENSE CON EL TUTOR DEL CURSO (&F)" TO PL-TEXTO
           WRITE PLANTILLA-RECORD.

       ESCRIBIR-PLANTILLA-CHEQUE.
           MOVE SPACES TO PLANTILLA-RECORD
           MOVE "CHEQUE-RCH" TO PL-TIPO
           MOVE "&N: SU CHEQUE &C FUE RECHAZADO POR EL BANCO"
              TO PL-TEXTO
           WRITE PLANTILLA-RECORD

           MOVE SPACES TO PLANTILLA-RECORD
           MOVE "CHEQUE-RCH" TO PL-TIPO
           MOVE "LA FACTURA QUEDA IMPAGA MAS EL GASTO BANCARIO (&F)"
              TO PL-TEXTO
           WRITE PLANTILLA-RECORD.

      * un juego de plantillas anterior a las de mora se completa
      * solo: se agregan al archivo y a la tabla en memoria
       ASEGURAR-PLANTILLAS-MORA.
           MOVE "N" TO WS-HAY-MORA WS-HAY-RESERVA WS-HAY-ALERTA
                       WS-HAY-CHEQUE
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-CANT-PLANTILLAS
              IF PT-TIPO(WS-T) = "MORA30"
              IF PT-TIPO(WS-T) = "RESERVA"
                 SET PLANTILLA-RESERVA-CARGADA TO TRUE
              END-IF
              IF PT-TIPO(WS-T) = "ALERTA"
                 SET PLANTILLAS-ALERTA-CARGADAS TO TRUE
              END-IF
              IF PT-TIPO(WS-T) = "CHEQUE-RCH"
                 SET PLANTILLA-CHEQUE-CARGADA TO TRUE
              END-IF
           END-PERFORM

           IF NOT PLANTILLAS-MORA-CARGADAS
               OR NOT PLANTILLA-RESERVA-CARGADA
               OR NOT PLANTILLAS-ALERTA-CARGADAS
               OR NOT PLANTILLA-CHEQUE-CARGADA
              DISPLAY "Aviso: se completan las plantillas nuevas en"
                 " plantillas_cartas.txt"
              OPEN EXTEND PLANTILLAS-FILE
              IF NOT PLANTILLA-RESERVA-CARGADA
                 PERFORM ESCRIBIR-PLANTILLA-RESERVA
              END-IF
              IF NOT PLANTILLAS-ALERTA-CARGADAS
                 PERFORM ESCRIBIR-PLANTILLAS-ALERTA
              END-IF
              IF NOT PLANTILLA-CHEQUE-CARGADA
                 PERFORM ESCRIBIR-PLANTILLA-CHEQUE
              END-IF
              CLOSE PLANTILLAS-FILE

              MOVE ZEROS TO WS-CANT-PLANTILLAS
              CLOSE RESERVAS-FILE
           END-IF.

      * citacion a tutoria de los alumnos de la alerta temprana; el
      * tipo (ALERTA o ALERTA-FAM) lo decide ALERTA-TEMPRANA segun
      * el alumno tenga o no responsable de pago
       CARTAS-ALERTA.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT ALERTA-ALUMNO-FILE
           IF ALERTA-ALU-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ ALERTA-ALUMNO-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE AT-TIPO     TO WS-TIPO-CARTA
                    MOVE AT-EST-ID   TO WS-DESTINATARIO
                    MOVE AT-NOMBRE   TO WS-CAMPO-NOMBRE
                    MOVE AT-APELLIDO TO WS-CAMPO-APELLIDO
                    MOVE AT-MOTIVO   TO WS-CAMPO-CURSO
                    PERFORM GENERAR-CARTA
                END-READ
              END-PERFORM
              CLOSE ALERTA-ALUMNO-FILE
           END-IF.

      * aviso al cliente del cheque que reboto, desde los rechazos
      * que registra CHEQUES; el destinatario registrado es el numero
      * de cheque en la cartera, asi sale una sola vez por rechazo
       CARTAS-CHEQUE.
           MOVE "N" TO WS-CHQRECH-FIN
           OPEN INPUT CHQRECH-FILE
           IF CHQRECH-OK
              PERFORM UNTIL FIN-CHQRECH
                READ CHQRECH-FILE
                  AT END SET FIN-CHQRECH TO TRUE
                  NOT AT END
                    MOVE "CHEQUE-RCH"  TO WS-TIPO-CARTA
                    MOVE CR-CHEQUE-ID  TO WS-CHEQUE-EDIT
                    MOVE WS-CHEQUE-EDIT TO WS-DESTINATARIO
                    MOVE CR-CLIENTE    TO WS-CAMPO-NOMBRE
                    MOVE SPACES        TO WS-CAMPO-APELLIDO
                    MOVE SPACES        TO WS-CAMPO-CURSO
                    STRING CR-BANCO DELIMITED BY SPACE
                       " " CR-NUMERO DELIMITED BY SIZE
                       INTO WS-CAMPO-CURSO
                    PERFORM GENERAR-CARTA
                END-READ
              END-PERFORM
              CLOSE CHQRECH-FILE
           END-IF
           MOVE "N" TO WS-CHQRECH-FIN.

       GENERAR-CARTA.
           PERFORM BUSCAR-ENVIADA
           IF CARTA-YA-ENVIADA
