      * secuencia de las facturas y referenciando la factura original
      * (copybooks NOTACRED-*), para que CUENTAS-COBRAR reduzca el
      * item abierto en vez de dejarlo reclamable para siempre.
      * La nota de credito repite como renglones los de la factura
      * que anula (facturas_detalle.txt, copybooks FACTLIN-*); una
      * factura anterior al detalle por renglon se anula con un
      * renglon unico por el total.
      *
      * El alta controla el choque de horario (copybooks HORARIO-*):
      * si el alumno ya tiene una inscripcion del ciclo abierto en
      * otra materia que AULAS puso en el mismo turno
      * (asignacion_aulas.txt), el alta no se entrega. El operador
      * puede dejarlo en la lista de espera de la materia, pedir la
      * autorizacion del supervisor, o rechazarlo; la autorizacion
      * y todo rechazo quedan en el log de excepciones compartido.
      *
      * Si el ciclo abierto tiene una ventana de preinscripcion sin
      * sortear (copybooks PREINSC-*, la abre PREINSCRIPCION), el
      * alta en vivo no entrega cupos: los asientos del ciclo se
      * reparten por el sorteo, y recien despues del sorteo vuelven
      * las altas por orden de llegada. Las bajas siguen igual.
      *
      * La baja de una materia queda registrada en
      * bajas_inscripcion.txt (alumno, materia y fecha) para que la
      * cuota mensual deje de facturarla.
      *
      * Bloqueos administrativos: el alta de un alumno con un bloqueo
      * activo en bloqueos_alumnos.txt (BLOQUEOS) se frena, salvo la
      * firma en el momento de un operador con el tipo BLQ de la
      * autoridad de aprobacion o una dispensa vigente; los bloqueos
      * que solo avisan se muestran y el alta sigue. El rechazo, la
      * firma y la dispensa quedan en el log de excepciones
      *
      * La factura a revertir se busca en el maestro indexado
      * facturas_master.dat (FACTURA-FC.cpy) por la clave alterna
      * FA-CLIENTE, sin recorrer todas las facturas.
      *
      * La nota de credito por baja se asienta en el libro diario en
      * el momento (asientos_pendientes.txt, copybooks ASIPEND-*, como
      * FACTURAR-CURSOS asienta la factura): debe ingresos por cursos
      * y IVA debito fiscal, haber deudores por ventas.
      *
      * El choque de horario ya no lo autoriza un supervisor tipeado:
      * firma, con su clave, un operador con el tipo CHO de la
      * autoridad de aprobacion; sin firma el alta se rechaza.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. clase-22.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCH-FIN-STATUS.

             SELECT BAJA-INSC-FILE ASSIGN TO "bajas_inscripcion.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BAJA-INSC-STATUS.

             COPY "FACTURA-FC.cpy".
             COPY "ASIPEND-FC.cpy".

             COPY "NOTACRED-FC.cpy".
             COPY "FACTLIN-FC.cpy".

             COPY "CERROJO-FC.cpy".

             COPY "HORARIO-FC.cpy".

             COPY "CICLO-FC.cpy".

             COPY "PREINSC-FC.cpy".

             COPY "BLOQUEO-FC.cpy".

             COPY "EXCEPCION-FC.cpy".
             COPY "AUTORIDAD-FC.cpy".

             COPY "CHECKPOINT-FC.cpy"
                REPLACING =="paso_checkpoint.txt"==
              10 AF-RESULTADO PIC X(10).
              10 FILLER       PIC X(68).

        FD BAJA-INSC-FILE.
        01 BAJA-INSC-RECORD.
           05 BJ-EST-ID PIC X(10).
           05 FILLER    PIC X VALUE SPACE.
           05 BJ-CURSO  PIC X(25).
           05 FILLER    PIC X VALUE SPACE.
           05 BJ-FECHA  PIC 9(8).

        COPY "FACTURA-FD.cpy".
        COPY "ASIPEND-FD.cpy".

        COPY "NOTACRED-FD.cpy".
        COPY "FACTLIN-FD.cpy".

        COPY "CERROJO-FD.cpy".

        COPY "HORARIO-FD.cpy".

        COPY "CICLO-FD.cpy".

        COPY "PREINSC-FD.cpy".

        COPY "BLOQUEO-FD.cpy".

        COPY "EXCEPCION-FD.cpy".
        COPY "AUTORIDAD-FD.cpy".

        COPY "CHECKPOINT-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "NOTACRED-WS.cpy".
          COPY "FACTLIN-WS.cpy".
          COPY "CERROJO-WS.cpy".
          COPY "HORARIO-WS.cpy".
          COPY "CICLO-WS.cpy".
          COPY "PREINSC-WS.cpy".
          COPY "BLOQUEO-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "AUTORIDAD-WS.cpy".
          COPY "CHECKPOINT-WS.cpy".

          77 WS-CURSO-STATUS       PIC X(2) VALUE "00".
              88 FINALES-OK VALUE "00".
          77 WS-ARCH-FIN-STATUS PIC X(2) VALUE "00".
              88 ARCH-FIN-OK VALUE "00".
          77 WS-BAJA-INSC-STATUS PIC X(2) VALUE "00".
              88 BAJA-INSC-OK VALUE "00".
          77 WS-FIN-CONTROL     PIC X VALUE "N".
              88 FIN-CONTROL VALUE "S".
          77 WS-CORRELATIVA-OK  PIC X VALUE "N".
              88 CURSADA-CORRELATIVA VALUE "S".
          77 WS-CONFIRMA-SUP    PIC X VALUE "N".
          77 WS-SUPERVISOR      PIC X(10) VALUE SPACES.
          77 WS-HORARIO-LIBRE   PIC X VALUE "S".
              88 HORARIO-AUTORIZADO VALUE "S".
          77 WS-OPCION-CHOQUE   PIC X VALUE SPACE.

          77 WS-EST-ID-BAJA     PIC X(10) VALUE SPACES.
          77 WS-FACT-HALLADA    PIC X VALUE "N".
          77 WS-NC-IVA          PIC 9(7)V99 VALUE ZEROS.
          77 WS-NC-TOTAL        PIC 9(7)V99 VALUE ZEROS.

      * cuentas del contraasiento de la nota de credito
          77 CTA-DEUDORES       PIC 9(4) VALUE 1130.
          77 CTA-CURSOS         PIC 9(4) VALUE 4130.
          77 CTA-IVA-DEBITO     PIC 9(4) VALUE 2410.

       PROCEDURE DIVISION.
               PERFORM ABRIR-CURSO-MASTER
               PERFORM ABRIR-MAESTRO-ALUMNOS
               PERFORM LEER-CHECKPOINT-PASO
               PERFORM LEER-CICLO-LECTIVO
               PERFORM CARGAR-HORARIO
               PERFORM CARGAR-CURSOS

               IF WS-CANT-CURSOS = ZEROS
                 PERFORM REGISTRAR-EXCEPCION
           END-EVALUATE.

      * con una preinscripcion del ciclo sin sortear los cupos son
      * del sorteo de PREINSCRIPCION: no se entregan en vivo
       ANOTAR-CURSO.
           PERFORM LEER-VENTANA-PREINSC
           IF VENTANA-PENDIENTE
              DISPLAY "Preinscripcion del ciclo " WS-CICLO-LECTIVO
                 " abierta (del " WS-VP-DESDE " al " WS-VP-HASTA
                 "): las altas se dan por el sorteo"
           ELSE
              PERFORM ANOTAR-CURSO-EN-VIVO
           END-IF.

       ANOTAR-CURSO-EN-VIVO.
           DISPLAY "ID del alumno (EST-ID)"
           ACCEPT WS-EST-ID-ALTA
           PERFORM VALIDAR-ALUMNO
           IF ALUMNO-VALIDO
              PERFORM CONTROLAR-BLOQUEO-ALUMNO
           END-IF

           IF ALUMNO-VALIDO
              READ CURSO-MASTER
                NOT INVALID KEY
                  PERFORM CONTROLAR-CORRELATIVA
                  IF CORRELATIVA-CUMPLIDA
                     PERFORM CONTROLAR-HORARIO-ALUMNO
                     IF HORARIO-AUTORIZADO
                        PERFORM ENTREGAR-CUPO
                     END-IF
                  END-IF
              END-READ
           END-IF.
              END-IF
           END-IF.

      * un bloqueo administrativo activo (BLOQUEO-*) corta el alta,
      * salvo la firma de un operador con el tipo BLQ de la autoridad
      * de aprobacion o una dispensa vigente de BLOQUEOS; el rechazo,
      * la firma y el uso de la dispensa quedan en el log compartido
       CONTROLAR-BLOQUEO-ALUMNO.
           MOVE WS-EST-ID-ALTA TO WS-BQ-EST-ID
           PERFORM BUSCAR-BLOQUEO-ALUMNO
           EVALUATE TRUE
              WHEN BLOQUEO-DISPENSADO
                 DISPLAY "Bloqueo " WS-BQ-DESC-TIPO " con dispensa de "
                    WS-BQ-DISPENSA-SUP
                 MOVE SPACES TO WS-EXC-CAMPO
                 STRING "DISP " WS-BQ-DISPENSA-SUP
                    DELIMITED BY SIZE INTO WS-EXC-CAMPO
                 PERFORM REGISTRAR-BLOQUEO-ALTA
              WHEN ALUMNO-BLOQUEADO
                 DISPLAY "El alumno " WS-EST-ID-ALTA " tiene un"
                    " bloqueo " WS-BQ-DESC-TIPO ": " WS-BQ-MOTIVO
                 DISPLAY "Autoriza el supervisor? (S)"
                 ACCEPT WS-CONFIRMA-SUP
                 IF WS-CONFIRMA-SUP = "S"
                    MOVE "clase-22"     TO WS-AU-PROGRAMA
                    MOVE "BLQ"          TO WS-AU-TIPO
                    MOVE ZEROS          TO WS-AU-MONTO
                    MOVE WS-EST-ID-ALTA TO WS-AU-SOLICITANTE
                    MOVE SPACES         TO WS-AU-SOLICITANTE-2
                    PERFORM AUTORIZAR-DECISION
                 END-IF
                 MOVE SPACES TO WS-EXC-CAMPO
                 IF WS-CONFIRMA-SUP = "S" AND AUTORIDAD-CONCEDIDA
                    STRING "BLOQ " WS-AU-OPERADOR
                       DELIMITED BY SIZE INTO WS-EXC-CAMPO
                 ELSE
                    DISPLAY "Alta rechazada por bloqueo administrativo"
                    MOVE "N" TO WS-ALUMNO-VALIDO
                    STRING "BLOQUEO-" WS-BQ-TIPO
                       DELIMITED BY SIZE INTO WS-EXC-CAMPO
                 END-IF
                 PERFORM REGISTRAR-BLOQUEO-ALTA
              WHEN OTHER
                 IF WS-BQ-CANT-AVISOS > ZEROS
                    DISPLAY "Aviso: el alumno tiene " WS-BQ-CANT-AVISOS
                       " bloqueo(s) que no traban (ver BLOQUEOS)"
                 END-IF
           END-EVALUATE.

       REGISTRAR-BLOQUEO-ALTA.
           MOVE "clase-22"     TO WS-EXC-PROGRAMA
           MOVE WS-EST-ID-ALTA TO WS-EXC-VALOR
           PERFORM REGISTRAR-EXCEPCION.

      * una materia del ciclo en el mismo turno es un choque: el
      * alumno puede quedar en la lista de espera, lo puede autorizar
      * un operador con el tipo CHO de la autoridad de aprobacion, o
      * se rechaza; todo queda en el log compartido
       CONTROLAR-HORARIO-ALUMNO.
           MOVE "S" TO WS-HORARIO-LIBRE
           MOVE WS-EST-ID-ALTA TO WS-CH-EST-ID
           MOVE CM-CURSO       TO WS-CH-CURSO
           PERFORM CONTROLAR-CHOQUE-HORARIO

           IF HAY-CHOQUE-HORARIO
              MOVE "N" TO WS-HORARIO-LIBRE
              DISPLAY "Choque de horario: " WS-EST-ID-ALTA " ya cursa "
                 WS-CH-CURSO-CHOQUE " en el turno " WS-CH-TURNO
              DISPLAY "E = lista de espera, S = autoriza el"
                 " supervisor, otro = rechazar"
              ACCEPT WS-OPCION-CHOQUE
              MOVE "clase-22"     TO WS-EXC-PROGRAMA
              MOVE WS-EST-ID-ALTA TO WS-EXC-VALOR
              EVALUATE WS-OPCION-CHOQUE
                 WHEN "S"
                    MOVE "clase-22"     TO WS-AU-PROGRAMA
                    MOVE "CHO"          TO WS-AU-TIPO
                    MOVE ZEROS          TO WS-AU-MONTO
                    MOVE WS-EST-ID-ALTA TO WS-AU-SOLICITANTE
                    MOVE SPACES         TO WS-AU-SOLICITANTE-2
                    PERFORM AUTORIZAR-DECISION
                    MOVE "clase-22"     TO WS-EXC-PROGRAMA
                    MOVE WS-EST-ID-ALTA TO WS-EXC-VALOR
                    MOVE SPACES TO WS-EXC-CAMPO
                    IF AUTORIDAD-CONCEDIDA
                       STRING "CHOQ " WS-AU-OPERADOR
                          DELIMITED BY SIZE INTO WS-EXC-CAMPO
                       SET HORARIO-AUTORIZADO TO TRUE
                    ELSE
                       DISPLAY "Alta rechazada por choque de horario"
                       MOVE "CHOQUE-HORARIO" TO WS-EXC-CAMPO
                    END-IF
                    PERFORM REGISTRAR-EXCEPCION
                 WHEN "E"
                    MOVE "CHOQUE-ESPERA" TO WS-EXC-CAMPO
                    PERFORM REGISTRAR-EXCEPCION
                    PERFORM ANOTAR-LISTA-ESPERA
                 WHEN OTHER
                    DISPLAY "Alta rechazada por choque de horario"
                    MOVE "CHOQUE-HORARIO" TO WS-EXC-CAMPO
                    PERFORM REGISTRAR-EXCEPCION
              END-EVALUATE
           END-IF.

       BUSCAR-CURSADA-CORRELATIVA.
           MOVE "N" TO WS-CURSADA-CORR WS-FIN-CONTROL
           OPEN INPUT INSCRIPCION-FILE
                  REWRITE CURSO-MASTER-RECORD
                  DISPLAY "Baja de " WS-EST-ID-BAJA " en " CM-CURSO
                  MOVE CM-CURSO TO WS-CURSO-BAJA
                  PERFORM REGISTRAR-BAJA-INSCRIPCION
                  PERFORM GENERAR-NC-BAJA
                  PERFORM PROMOVER-LISTA-ESPERA
                  IF HUBO-PROMOCION
               END-IF
           END-READ.

      * la baja queda en bajas_inscripcion.txt para que la cuota
      * mensual de FACTURAR-CURSOS deje de facturar la materia
       REGISTRAR-BAJA-INSCRIPCION.
           MOVE SPACES                     TO BAJA-INSC-RECORD
           MOVE WS-EST-ID-BAJA             TO BJ-EST-ID
           MOVE WS-CURSO-BAJA              TO BJ-CURSO
           MOVE FUNCTION CURRENT-DATE(1:8) TO BJ-FECHA

           OPEN INPUT BAJA-INSC-FILE
           IF NOT BAJA-INSC-OK
              OPEN OUTPUT BAJA-INSC-FILE
           END-IF
           CLOSE BAJA-INSC-FILE

           OPEN EXTEND BAJA-INSC-FILE
           WRITE BAJA-INSC-RECORD
           CLOSE BAJA-INSC-FILE.

      * si la inscripcion ya fue facturada (ultima factura con el
      * FA-CLIENTE del alumno, los mismos 6 caracteres que usa el
      * puente de facturacion), la baja corta la nota de credito por
           MOVE "N" TO WS-FACT-HALLADA WS-FIN-CONTROL
           OPEN INPUT FACTURA-FILE
           IF FACTURA-OK
      * solo las del alumno, por la clave alterna FA-CLIENTE; los
      * duplicados salen en el orden en que se grabaron, asi la
      * ultima leida es la ultima factura
              MOVE WS-EST-ID-BAJA(5:6) TO FA-CLIENTE
              START FACTURA-FILE KEY = FA-CLIENTE
                INVALID KEY SET FIN-CONTROL TO TRUE
              END-START
              PERFORM UNTIL FIN-CONTROL
                READ FACTURA-FILE NEXT
                  AT END SET FIN-CONTROL TO TRUE
                  NOT AT END
                    IF FA-CLIENTE = WS-EST-ID-BAJA(5:6)
                       MOVE FA-SUBTOTAL    TO WS-NC-SUBTOTAL
                       MOVE FA-IVA         TO WS-NC-IVA
                       MOVE FA-TOTAL       TO WS-NC-TOTAL
                    ELSE
                       SET FIN-CONTROL TO TRUE
                    END-IF
                END-READ
              END-PERFORM
                 MOVE WS-NC-SUBTOTAL      TO NC-SUBTOTAL
                 MOVE WS-NC-IVA           TO NC-IVA
                 MOVE WS-NC-TOTAL         TO NC-TOTAL
                 PERFORM RENGLONES-NC-BAJA
                 PERFORM GRABAR-NOTA-CREDITO
                 MOVE "NC"      TO WS-DL-DOCUMENTO
                 MOVE WS-NC-IVA TO WS-DL-IVA-DOC
                 PERFORM GRABAR-RENGLONES
                 PERFORM ASENTAR-NC-BAJA
                 DISPLAY "Nota de credito " NC-NUM " por la factura "
                    WS-NC-REF " de " WS-EST-ID-BAJA
              END-IF
           END-IF.

      * revierte el asiento de la factura: debe ingresos por cursos
      * por el neto e IVA debito fiscal por el impuesto, haber
      * deudores por el total
       ASENTAR-NC-BAJA.
           MOVE NC-FECHA         TO WS-AG-FECHA
           MOVE "NC CURSOS"      TO WS-AG-ORIGEN

           MOVE CTA-CURSOS       TO WS-AG-CUENTA
           MOVE WS-NC-SUBTOTAL   TO WS-AG-DEBE
           MOVE ZEROS            TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           IF WS-NC-IVA > ZEROS
              MOVE CTA-IVA-DEBITO TO WS-AG-CUENTA
              MOVE WS-NC-IVA      TO WS-AG-DEBE
              MOVE ZEROS          TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           MOVE CTA-DEUDORES     TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE WS-NC-TOTAL      TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND.

      * los renglones de la factura anulada pasan a la nota de
      * credito; sin detalle, un renglon por el total de la factura
       RENGLONES-NC-BAJA.
           MOVE ZEROS TO WS-DL-CANT
           MOVE "N" TO WS-FIN-CONTROL
           OPEN INPUT FACTLIN-FILE
           IF FACTLIN-OK
              PERFORM UNTIL FIN-CONTROL
                READ FACTLIN-FILE
                  AT END SET FIN-CONTROL TO TRUE
                  NOT AT END
                    IF DL-NUMERO = WS-NC-REF AND DL-DOCUMENTO = "FC"
                       MOVE DL-DESCRIPCION TO WS-DL-DESCRIPCION
                       MOVE DL-CATEGORIA   TO WS-DL-CATEGORIA
                       MOVE DL-ALICUOTA    TO WS-DL-ALICUOTA
                       MOVE DL-BASE        TO WS-DL-BASE
                       MOVE DL-IVA         TO WS-DL-IVA
                       PERFORM AGREGAR-RENGLON
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FACTLIN-FILE
           END-IF
           MOVE "N" TO WS-FIN-CONTROL

           IF WS-DL-CANT = ZEROS
              MOVE SPACES TO WS-DL-DESCRIPCION
              STRING "Baja inscripcion " WS-EST-ID-BAJA
                 DELIMITED BY SIZE INTO WS-DL-DESCRIPCION
              IF WS-NC-IVA = ZEROS
                 MOVE "EXENTO" TO WS-DL-CATEGORIA
                 MOVE ZEROS    TO WS-DL-ALICUOTA
              ELSE
                 MOVE "GENERAL" TO WS-DL-CATEGORIA
                 MOVE 21.00     TO WS-DL-ALICUOTA
              END-IF
              MOVE WS-NC-SUBTOTAL TO WS-DL-BASE
              MOVE WS-NC-IVA      TO WS-DL-IVA
              PERFORM AGREGAR-RENGLON
           END-IF.

       VERIFICAR-NC-EXISTENTE.
           MOVE "N" TO WS-NC-YA-EMITIDA WS-FIN-CONTROL
           OPEN INPUT NOTA-CREDITO-FILE
           CLOSE WAITLIST-FILE.

       COPY "FACTURA-CALC.cpy".
       COPY "ASIPEND-CALC.cpy".

       COPY "NOTACRED-CALC.cpy".

       COPY "FACTLIN-CALC.cpy".

       COPY "CERROJO-CALC.cpy".

       COPY "HORARIO-CALC.cpy".

       COPY "CICLO-CALC.cpy".

       COPY "PREINSC-CALC.cpy".

       COPY "BLOQUEO-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "AUTORIDAD-CALC.cpy".

       COPY "CHECKPOINT-CALC.cpy".
