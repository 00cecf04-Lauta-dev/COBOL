      * Ingresos por materia y ciclo lectivo: cada termino la
      * direccion pregunta que materias dejan plata y la respuesta
      * estaba repartida en archivos que solo se leian por separado.
      * Esta corrida cruza, para el ciclo pedido (AAAAT, cero = el
      * ciclo abierto de ciclo_lectivo.txt):
      *  - inscripciones.txt: inscriptos de la materia en el ciclo
      *  - facturas_master.dat y su detalle facturas_detalle.txt: lo
      *    facturado por materia (cada renglon de factura de
      *    FACTURAR-CURSOS es una inscripcion, alumno y materia)
      *  - becas_aplicadas.txt: becas y descuento por hermanos
      *    de cada renglon facturado; bruto = facturado + becas
      *  - notas_credito.txt y sus renglones: las bajas revertidas,
      *    imputadas al ciclo de la factura que anulan
      *  - cuentas_saldos.txt: lo cobrado y lo pendiente de cada
      *    factura, repartido entre sus materias en proporcion a lo
      *    facturado de cada una (lo dado de baja por incobrable en
      *    bajas_incobrables.txt no cuenta como cobrado)
      *  - cursos_master.dat: el cupo inicial, para el ingreso neto
      *    por asiento
      * Por materia informa inscriptos, bruto, becas, notas de
      * credito, neto facturado, cobrado, pendiente e ingreso por
      * asiento, con totales, por pantalla y por el spool para la
      * reunion de planificacion del termino. Los importes son sin
      * IVA. El renglon de factura guarda la materia despues del
      * legajo del alumno, por eso el cruce con el detalle es por los
      * primeros 19 caracteres del nombre de la materia.
      *
      * Las facturas se leen del maestro indexado: se posiciona por
      * la clave alterna de fecha en el primer dia del ciclo y se
      * corta al pasar al ciclo siguiente.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGRESOS-CURSOS.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CURSO-MASTER ASSIGN TO "cursos_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CM-CURSO
                 FILE STATUS IS WS-CURSO-STATUS.

             SELECT INSCRIPCION-FILE ASSIGN TO "inscripciones.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INSCRIPCION-STATUS.

             SELECT BECA-APLICADA-FILE ASSIGN TO
                 "becas_aplicadas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BECA-APL-STATUS.

             SELECT SALDOS-FILE ASSIGN TO "cuentas_saldos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SALDOS-STATUS.

             COPY "FACTURA-FC.cpy".
             COPY "FACTLIN-FC.cpy".

             COPY "NOTACRED-FC.cpy".

             COPY "INCOBRABLE-FC.cpy".

             COPY "CICLO-FC.cpy".

             COPY "ESPOOL-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD CURSO-MASTER.
        01 CURSO-MASTER-RECORD.
           05 CM-CURSO        PIC X(25).
           05 CM-CUPO-INICIAL PIC 9(3).
           05 CM-CUPOS        PIC 9(3).
           05 CM-ANOTADOS     PIC 9(3).
           05 CM-UMBRAL       PIC 9(3).
           05 CM-ALERTA       PIC X.
           05 CM-CORRELATIVA  PIC X(25).

        FD INSCRIPCION-FILE.
        01 INSCRIPCION-RECORD.
           05 IN-EST-ID PIC X(10).
           05 FILLER    PIC X.
           05 IN-CURSO  PIC X(25).
           05 FILLER    PIC X.
           05 IN-FECHA  PIC 9(8).

        FD BECA-APLICADA-FILE.
        01 BECA-APLICADA-RECORD.
           05 BA-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 BA-EST-ID      PIC X(10).
           05 FILLER         PIC X.
           05 BA-CURSO       PIC X(25).
           05 FILLER         PIC X.
           05 BA-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X.
           05 BA-BRUTO       PIC 9(7)V99.
           05 FILLER         PIC X.
           05 BA-DESCUENTO   PIC 9(7)V99.
           05 FILLER         PIC X.
           05 BA-NETO        PIC 9(7)V99.
           05 FILLER         PIC X.
           05 BA-MOTIVO      PIC X(20).

        FD SALDOS-FILE.
        01 SALDOS-RECORD.
           05 SL-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X.
           05 SL-CLIENTE     PIC X(6).
           05 FILLER         PIC X.
           05 SL-FECHA       PIC 9(8).
           05 FILLER         PIC X.
           05 SL-TOTAL       PIC 9(7)V99.
           05 FILLER         PIC X.
           05 SL-PAGADO      PIC 9(7)V99.
           05 FILLER         PIC X.
           05 SL-SALDO       PIC S9(7)V99.

        COPY "FACTURA-FD.cpy".
        COPY "FACTLIN-FD.cpy".

        COPY "NOTACRED-FD.cpy".

        COPY "INCOBRABLE-FD.cpy".

        COPY "CICLO-FD.cpy".

        COPY "ESPOOL-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "FACTLIN-WS.cpy".
          COPY "NOTACRED-WS.cpy".
          COPY "INCOBRABLE-WS.cpy".
          COPY "CICLO-WS.cpy".
          COPY "ESPOOL-WS.cpy".

          77 WS-CURSO-STATUS       PIC X(2) VALUE "00".
              88 CURSO-OK VALUE "00".
          77 WS-INSCRIPCION-STATUS PIC X(2) VALUE "00".
              88 INSCRIPCION-OK VALUE "00".
          77 WS-BECA-APL-STATUS    PIC X(2) VALUE "00".
              88 BECA-APL-OK VALUE "00".
          77 WS-SALDOS-STATUS      PIC X(2) VALUE "00".
              88 SALDOS-OK VALUE "00".

          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".
          77 WS-FIN-MAESTRO PIC X VALUE "N".
              88 FIN-MAESTRO VALUE "S".

          77 WS-CICLO-PEDIDO PIC 9(5) VALUE ZEROS.
          77 WS-CICLO-FECHA  PIC 9(5) VALUE ZEROS.
          01 WS-FECHA-CICLO.
             05 WS-FCI-ANIO PIC 9(4).
             05 WS-FCI-MES  PIC 9(2).
             05 WS-FCI-DIA  PIC 9(2).

      * una fila por materia: del maestro o de lo facturado
          01 CURSOS-TABLA.
             02 CURSO-ENT OCCURS 60 TIMES.
                03 CR-CURSO      PIC X(25).
                03 CR-CUPO       PIC 9(3).
                03 CR-INSCRIPTOS PIC 9(4).
                03 CR-FACTURADO  PIC 9(9)V99.
                03 CR-BECAS      PIC 9(9)V99.
                03 CR-NC         PIC 9(9)V99.
                03 CR-COBRADO    PIC 9(9)V99.
                03 CR-PENDIENTE  PIC 9(9)V99.
          77 WS-CANT-CURSOS PIC 9(3) VALUE ZEROS.
          77 WS-C           PIC 9(3) VALUE ZEROS.
          77 WS-CURSO-IDX   PIC 9(3) VALUE ZEROS.
          77 WS-CURSO-PEDIDO PIC X(25) VALUE SPACES.
          77 WS-CURSO-CORTO  PIC X(19) VALUE SPACES.
          77 WS-CURSOS-DESBORDE PIC X VALUE "N".
              88 CURSOS-DESBORDADOS VALUE "S".

      * facturas del ciclo con lo cobrado, lo anulado y lo pendiente
          01 FACTURAS-TABLA.
             02 FACT-ENT OCCURS 500 TIMES.
                03 FT-NUM      PIC 9(6).
                03 FT-SUBTOTAL PIC 9(7)V99.
                03 FT-TOTAL    PIC 9(7)V99.
                03 FT-SALDO    PIC S9(7)V99.
                03 FT-NC       PIC 9(7)V99.
                03 FT-BAJA     PIC 9(7)V99.
                03 FT-COBRADO  PIC S9(7)V99.
          77 WS-CANT-FACTURAS PIC 9(3) VALUE ZEROS.
          77 WS-F             PIC 9(3) VALUE ZEROS.
          77 WS-FACT-IDX      PIC 9(3) VALUE ZEROS.
          77 WS-FACTURA-PEDIDA PIC 9(6) VALUE ZEROS.
          77 WS-FACT-DESBORDE PIC X VALUE "N".
              88 FACTURAS-DESBORDADAS VALUE "S".

      * notas de credito sobre facturas del ciclo
          01 NOTAS-TABLA.
             02 NOTA-ENT OCCURS 300 TIMES.
                03 NT-NUM PIC 9(6).
          77 WS-CANT-NOTAS PIC 9(3) VALUE ZEROS.
          77 WS-N          PIC 9(3) VALUE ZEROS.
          77 WS-NOTA-HALLADA PIC X VALUE "N".
              88 NOTA-HALLADA VALUE "S".

          77 WS-IMPORTE      PIC S9(9)V99 VALUE ZEROS.
          77 WS-BRUTO        PIC 9(9)V99 VALUE ZEROS.
          77 WS-NETO         PIC S9(9)V99 VALUE ZEROS.
          77 WS-POR-ASIENTO  PIC S9(9)V99 VALUE ZEROS.
          77 WS-TOT-INSCRIPTOS PIC 9(5) VALUE ZEROS.
          77 WS-TOT-BRUTO    PIC 9(11)V99 VALUE ZEROS.
          77 WS-TOT-BECAS    PIC 9(11)V99 VALUE ZEROS.
          77 WS-TOT-NC       PIC 9(11)V99 VALUE ZEROS.
          77 WS-TOT-NETO     PIC S9(11)V99 VALUE ZEROS.
          77 WS-TOT-COBRADO  PIC 9(11)V99 VALUE ZEROS.
          77 WS-TOT-PENDIENTE PIC 9(11)V99 VALUE ZEROS.
          77 WS-ED-1 PIC ZZZ,ZZZ,ZZ9.99-.
          77 WS-ED-2 PIC ZZZ,ZZZ,ZZ9.99-.
          77 WS-ED-3 PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
             PERFORM LEER-CICLO-LECTIVO
             DISPLAY "Ciclo a analizar (AAAAT, 0 = ciclo abierto "
                WS-CICLO-LECTIVO ")"
             ACCEPT WS-CICLO-PEDIDO
             IF WS-CICLO-PEDIDO = ZEROS
                MOVE WS-CICLO-LECTIVO TO WS-CICLO-PEDIDO
             END-IF

             PERFORM CARGAR-CURSOS
             PERFORM CONTAR-INSCRIPTOS
             PERFORM CARGAR-FACTURAS-CICLO
             IF FACTURAS-DESBORDADAS
                DISPLAY "ABORTADO: mas de 500 facturas en el ciclo "
                   WS-CICLO-PEDIDO
                GOBACK
             END-IF
             PERFORM CARGAR-SALDOS-FACTURAS
             PERFORM CARGAR-NOTAS-CICLO
             PERFORM CARGAR-BAJAS-FACTURAS
             PERFORM CALCULAR-COBRADO
             PERFORM REPARTIR-DETALLE
             PERFORM SUMAR-BECAS
             IF CURSOS-DESBORDADOS
                DISPLAY "Aviso: mas de 60 materias, las que no"
                   " entraron quedan fuera del informe"
             END-IF

             PERFORM IMPRIMIR-INFORME
           GOBACK.

      * ciclo AAAAT de WS-FECHA-CICLO en WS-CICLO-FECHA: termino 1
      * hasta junio, termino 2 desde julio
       CICLO-DE-FECHA.
           IF WS-FCI-MES <= 6
              COMPUTE WS-CICLO-FECHA = (WS-FCI-ANIO * 10) + 1
           ELSE
              COMPUTE WS-CICLO-FECHA = (WS-FCI-ANIO * 10) + 2
           END-IF.

       CARGAR-CURSOS.
           MOVE ZEROS TO WS-CANT-CURSOS
           OPEN INPUT CURSO-MASTER
           IF CURSO-OK
              MOVE SPACES TO CM-CURSO
              START CURSO-MASTER KEY >= CM-CURSO
                INVALID KEY SET FIN-MAESTRO TO TRUE
              END-START
              PERFORM UNTIL FIN-MAESTRO
                READ CURSO-MASTER NEXT
                  AT END SET FIN-MAESTRO TO TRUE
                  NOT AT END
                    MOVE CM-CURSO TO WS-CURSO-PEDIDO
                    PERFORM UBICAR-CURSO
                    IF WS-CURSO-IDX NOT = ZEROS
                       MOVE CM-CUPO-INICIAL TO CR-CUPO(WS-CURSO-IDX)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CURSO-MASTER
           ELSE
              DISPLAY "Aviso: sin cursos_master.dat, el ingreso por"
                 " asiento sale en cero"
           END-IF.

      * la materia WS-CURSO-PEDIDO en WS-CURSO-IDX; si no esta se
      * agrega (cero si la tabla esta llena)
       UBICAR-CURSO.
           MOVE ZEROS TO WS-CURSO-IDX
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CURSOS
              IF WS-CURSO-IDX = ZEROS
                  AND CR-CURSO(WS-C) = WS-CURSO-PEDIDO
                 MOVE WS-C TO WS-CURSO-IDX
              END-IF
           END-PERFORM

           IF WS-CURSO-IDX = ZEROS
              IF WS-CANT-CURSOS >= 60
                 SET CURSOS-DESBORDADOS TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-CURSOS
                 MOVE WS-CANT-CURSOS  TO WS-CURSO-IDX
                 MOVE WS-CURSO-PEDIDO TO CR-CURSO(WS-CURSO-IDX)
                 MOVE ZEROS TO CR-CUPO(WS-CURSO-IDX)
                    CR-INSCRIPTOS(WS-CURSO-IDX)
                    CR-FACTURADO(WS-CURSO-IDX) CR-BECAS(WS-CURSO-IDX)
                    CR-NC(WS-CURSO-IDX) CR-COBRADO(WS-CURSO-IDX)
                    CR-PENDIENTE(WS-CURSO-IDX)
              END-IF
           END-IF.

      * el renglon de factura trae la materia cortada a 19 caracteres
       UBICAR-CURSO-CORTO.
           MOVE ZEROS TO WS-CURSO-IDX
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CURSOS
              IF WS-CURSO-IDX = ZEROS
                  AND CR-CURSO(WS-C)(1:19) = WS-CURSO-CORTO
                 MOVE WS-C TO WS-CURSO-IDX
              END-IF
           END-PERFORM

           IF WS-CURSO-IDX = ZEROS
              MOVE WS-CURSO-CORTO TO WS-CURSO-PEDIDO
              PERFORM UBICAR-CURSO
           END-IF.

       CONTAR-INSCRIPTOS.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT INSCRIPCION-FILE
           IF INSCRIPCION-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ INSCRIPCION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE IN-FECHA TO WS-FECHA-CICLO
                    PERFORM CICLO-DE-FECHA
                    IF WS-CICLO-FECHA = WS-CICLO-PEDIDO
                       MOVE IN-CURSO TO WS-CURSO-PEDIDO
                       PERFORM UBICAR-CURSO
                       IF WS-CURSO-IDX NOT = ZEROS
                          ADD 1 TO CR-INSCRIPTOS(WS-CURSO-IDX)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE INSCRIPCION-FILE
           ELSE
              DISPLAY "Aviso: sin inscripciones.txt"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * las facturas emitidas en el ciclo; sin item en el mayor de
      * saldos se toman como impagas
       CARGAR-FACTURAS-CICLO.
           MOVE ZEROS TO WS-CANT-FACTURAS
           MOVE "N"   TO WS-FIN-ARCHIVO
           OPEN INPUT FACTURA-FILE
           IF FACTURA-OK
      * el ciclo arranca el 1 de enero (termino 1) o el 1 de julio
      * (termino 2): se posiciona por fecha y se corta al pasarlo
              DIVIDE WS-CICLO-PEDIDO BY 10 GIVING WS-FCI-ANIO
                 REMAINDER WS-CICLO-TERMINO
              IF WS-CICLO-TERMINO = 2
                 MOVE 7 TO WS-FCI-MES
              ELSE
                 MOVE 1 TO WS-FCI-MES
              END-IF
              MOVE 1 TO WS-FCI-DIA
              MOVE WS-FECHA-CICLO TO FA-FECHA
              START FACTURA-FILE KEY >= FA-FECHA
                INVALID KEY SET FIN-ARCHIVO TO TRUE
              END-START
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTURA-FILE NEXT
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE FA-FECHA TO WS-FECHA-CICLO
                    PERFORM CICLO-DE-FECHA
                    IF WS-CICLO-FECHA > WS-CICLO-PEDIDO
                       SET FIN-ARCHIVO TO TRUE
                    END-IF
                    IF WS-CICLO-FECHA = WS-CICLO-PEDIDO
                       IF WS-CANT-FACTURAS >= 500
                          SET FACTURAS-DESBORDADAS TO TRUE
                          SET FIN-ARCHIVO TO TRUE
                       ELSE
                          ADD 1 TO WS-CANT-FACTURAS
                          MOVE WS-CANT-FACTURAS TO WS-F
                          MOVE FA-NUM-FACTURA TO FT-NUM(WS-F)
                          MOVE FA-SUBTOTAL    TO FT-SUBTOTAL(WS-F)
                          MOVE FA-TOTAL       TO FT-TOTAL(WS-F)
                          MOVE FA-TOTAL       TO FT-SALDO(WS-F)
                          MOVE ZEROS TO FT-NC(WS-F) FT-BAJA(WS-F)
                             FT-COBRADO(WS-F)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE FACTURA-FILE
           ELSE
              DISPLAY "Aviso: sin facturas_master.dat"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

      * la factura WS-FACTURA-PEDIDA en WS-FACT-IDX (cero si no es
      * del ciclo)
       UBICAR-FACTURA.
           MOVE ZEROS TO WS-FACT-IDX
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FACTURAS
              IF WS-FACT-IDX = ZEROS
                  AND FT-NUM(WS-F) = WS-FACTURA-PEDIDA
                 MOVE WS-F TO WS-FACT-IDX
              END-IF
           END-PERFORM.

       CARGAR-SALDOS-FACTURAS.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT SALDOS-FILE
           IF SALDOS-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ SALDOS-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE SL-NUM-FACTURA TO WS-FACTURA-PEDIDA
                    PERFORM UBICAR-FACTURA
                    IF WS-FACT-IDX NOT = ZEROS
                       MOVE SL-SALDO TO FT-SALDO(WS-FACT-IDX)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SALDOS-FILE
           ELSE
              DISPLAY "Aviso: sin cuentas_saldos.txt, todo lo"
                 " facturado figura pendiente (correr CUENTAS-COBRAR)"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-NOTAS-CICLO.
           MOVE ZEROS TO WS-CANT-NOTAS
           MOVE "N"   TO WS-FIN-ARCHIVO
           OPEN INPUT NOTA-CREDITO-FILE
           IF NC-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ NOTA-CREDITO-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE NC-REF-FACTURA TO WS-FACTURA-PEDIDA
                    PERFORM UBICAR-FACTURA
                    IF WS-FACT-IDX NOT = ZEROS
                       ADD NC-TOTAL TO FT-NC(WS-FACT-IDX)
                       IF WS-CANT-NOTAS < 300
                          ADD 1 TO WS-CANT-NOTAS
                          MOVE NC-NUM TO NT-NUM(WS-CANT-NOTAS)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE NOTA-CREDITO-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       CARGAR-BAJAS-FACTURAS.
           MOVE "N" TO WS-INCOBRABLE-FIN
           OPEN INPUT INCOBRABLE-FILE
           IF INCOBRABLE-OK
              PERFORM UNTIL FIN-INCOBRABLE
                READ INCOBRABLE-FILE
                  AT END SET FIN-INCOBRABLE TO TRUE
                  NOT AT END
                    IF BI-APROBADA
                       MOVE BI-FACTURA TO WS-FACTURA-PEDIDA
                       PERFORM UBICAR-FACTURA
                       IF WS-FACT-IDX NOT = ZEROS
                          ADD BI-IMPORTE TO FT-BAJA(WS-FACT-IDX)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE INCOBRABLE-FILE
           END-IF
           MOVE "N" TO WS-INCOBRABLE-FIN.

      * cobrado = lo que bajo el saldo que no fue nota de credito ni
      * baja por incobrable
       CALCULAR-COBRADO.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-CANT-FACTURAS
              COMPUTE FT-COBRADO(WS-F) = FT-TOTAL(WS-F)
                 - FT-SALDO(WS-F) - FT-NC(WS-F) - FT-BAJA(WS-F)
              IF FT-COBRADO(WS-F) < ZEROS
                 MOVE ZEROS TO FT-COBRADO(WS-F)
              END-IF
              IF FT-SALDO(WS-F) < ZEROS
                 MOVE ZEROS TO FT-SALDO(WS-F)
              END-IF
           END-PERFORM.

      * cada renglon FC de una factura del ciclo suma a su materia lo
      * facturado y su parte de lo cobrado y lo pendiente; cada
      * renglon NC de una nota sobre esas facturas resta lo anulado
       REPARTIR-DETALLE.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT FACTLIN-FILE
           IF FACTLIN-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ FACTLIN-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    EVALUATE DL-DOCUMENTO
                       WHEN "FC" PERFORM REPARTIR-RENGLON-FC
                       WHEN "NC" PERFORM REPARTIR-RENGLON-NC
                    END-EVALUATE
                END-READ
              END-PERFORM
              CLOSE FACTLIN-FILE
           ELSE
              DISPLAY "Aviso: sin facturas_detalle.txt, no hay"
                 " facturado por materia"
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       REPARTIR-RENGLON-FC.
           MOVE DL-NUMERO TO WS-FACTURA-PEDIDA
           PERFORM UBICAR-FACTURA
           IF WS-FACT-IDX NOT = ZEROS
              MOVE DL-DESCRIPCION(12:19) TO WS-CURSO-CORTO
              PERFORM UBICAR-CURSO-CORTO
              IF WS-CURSO-IDX NOT = ZEROS
                 ADD DL-BASE TO CR-FACTURADO(WS-CURSO-IDX)
                 IF FT-TOTAL(WS-FACT-IDX) > ZEROS
                    COMPUTE WS-IMPORTE ROUNDED = DL-BASE
                       * FT-COBRADO(WS-FACT-IDX) / FT-TOTAL(WS-FACT-IDX)
                    ADD WS-IMPORTE TO CR-COBRADO(WS-CURSO-IDX)
                    COMPUTE WS-IMPORTE ROUNDED = DL-BASE
                       * FT-SALDO(WS-FACT-IDX) / FT-TOTAL(WS-FACT-IDX)
                    ADD WS-IMPORTE TO CR-PENDIENTE(WS-CURSO-IDX)
                 END-IF
              END-IF
           END-IF.

       REPARTIR-RENGLON-NC.
           MOVE "N" TO WS-NOTA-HALLADA
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-CANT-NOTAS
              IF NT-NUM(WS-N) = DL-NUMERO
                 SET NOTA-HALLADA TO TRUE
              END-IF
           END-PERFORM

           IF NOTA-HALLADA
              MOVE DL-DESCRIPCION(12:19) TO WS-CURSO-CORTO
              PERFORM UBICAR-CURSO-CORTO
              IF WS-CURSO-IDX NOT = ZEROS
                 ADD DL-BASE TO CR-NC(WS-CURSO-IDX)
              END-IF
           END-IF.

      * becas y descuento por hermanos de los renglones facturados
       SUMAR-BECAS.
           MOVE "N" TO WS-FIN-ARCHIVO
           OPEN INPUT BECA-APLICADA-FILE
           IF BECA-APL-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ BECA-APLICADA-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    MOVE BA-NUM-FACTURA TO WS-FACTURA-PEDIDA
                    PERFORM UBICAR-FACTURA
                    IF WS-FACT-IDX NOT = ZEROS
                       MOVE BA-CURSO TO WS-CURSO-PEDIDO
                       PERFORM UBICAR-CURSO
                       IF WS-CURSO-IDX NOT = ZEROS
                          ADD BA-DESCUENTO TO CR-BECAS(WS-CURSO-IDX)
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BECA-APLICADA-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       IMPRIMIR-INFORME.
           MOVE "INGRESOS-CURSOS" TO WS-SPOOL-PROGRAMA
           MOVE "INGRESOS POR MATERIA" TO WS-SPOOL-TITULO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "--- Ingresos por materia del ciclo "
              WS-CICLO-PEDIDO " (sin IVA) ---"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CANT-CURSOS
              PERFORM IMPRIMIR-CURSO
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME
           MOVE WS-TOT-BRUTO TO WS-ED-1
           MOVE WS-TOT-BECAS TO WS-ED-2
           MOVE WS-TOT-NC    TO WS-ED-3
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "TOTAL inscriptos " WS-TOT-INSCRIPTOS
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  bruto " WS-ED-1 " becas " WS-ED-2 " NC " WS-ED-3
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME
           MOVE WS-TOT-NETO      TO WS-ED-1
           MOVE WS-TOT-COBRADO   TO WS-ED-2
           MOVE WS-TOT-PENDIENTE TO WS-ED-3
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  neto  " WS-ED-1 " cobr. " WS-ED-2 " pend. "
              WS-ED-3 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME

           PERFORM CERRAR-SPOOL.

      * bruto = facturado + becas; neto = facturado - notas de
      * credito; ingreso por asiento = neto / cupo inicial
       IMPRIMIR-CURSO.
           COMPUTE WS-BRUTO = CR-FACTURADO(WS-C) + CR-BECAS(WS-C)
           COMPUTE WS-NETO = CR-FACTURADO(WS-C) - CR-NC(WS-C)
           MOVE ZEROS TO WS-POR-ASIENTO
           IF CR-CUPO(WS-C) > ZEROS
              COMPUTE WS-POR-ASIENTO ROUNDED =
                 WS-NETO / CR-CUPO(WS-C)
           END-IF

           ADD CR-INSCRIPTOS(WS-C) TO WS-TOT-INSCRIPTOS
           ADD WS-BRUTO            TO WS-TOT-BRUTO
           ADD CR-BECAS(WS-C)      TO WS-TOT-BECAS
           ADD CR-NC(WS-C)         TO WS-TOT-NC
           ADD WS-NETO             TO WS-TOT-NETO
           ADD CR-COBRADO(WS-C)    TO WS-TOT-COBRADO
           ADD CR-PENDIENTE(WS-C)  TO WS-TOT-PENDIENTE

           MOVE WS-POR-ASIENTO TO WS-ED-1
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING CR-CURSO(WS-C) " inscr. " CR-INSCRIPTOS(WS-C)
              " cupo " CR-CUPO(WS-C) " por asiento " WS-ED-1
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME

           MOVE WS-BRUTO       TO WS-ED-1
           MOVE CR-BECAS(WS-C) TO WS-ED-2
           MOVE CR-NC(WS-C)    TO WS-ED-3
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  bruto " WS-ED-1 " becas " WS-ED-2 " NC " WS-ED-3
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME

           MOVE WS-NETO            TO WS-ED-1
           MOVE CR-COBRADO(WS-C)   TO WS-ED-2
           MOVE CR-PENDIENTE(WS-C) TO WS-ED-3
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "  neto  " WS-ED-1 " cobr. " WS-ED-2 " pend. "
              WS-ED-3 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-INFORME.

       ESCRIBIR-LINEA-INFORME.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "CICLO-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".
