      *
      * Correrlo una vez al cierre del dia: factura las inscripciones
      * cuya fecha es la del dia de la corrida.
      *
      * Los hermanos ya no se facturan por separado: si el alumno
      * tiene responsable de pago en tutores.txt (CLIENTES modo 5) la
      * inscripcion se factura al CL-ID del responsable, y todas las
      * inscripciones del dia de un mismo pagador salen en UNA factura
      * (el alumno sin responsable sigue facturandose a su EST-ID,
      * tambien en una sola factura por dia). A la familia con dos o
      * mas hijos inscriptos en el ciclo se le aplica el descuento por
      * hermanos de descuento_hermanos.txt (cantidad de hermanos y
      * porcentaje, el escalon mas alto alcanzado; se siembra con 2 =
      * 10% y 3 = 15%), calculado sobre el neto de cada inscripcion
      * despues de la beca, asi las dos bonificaciones conviven. Cada
      * descuento por hermanos queda en becas_aplicadas.txt como una
      * beca mas, con el motivo DESC. HERMANOS. Como la factura sale a
      * nombre del responsable, el estado de cuenta, la antiguedad de
      * saldos y las cartas de mora le llegan a quien paga.
      *
      * Cada factura cortada sale sin el CAE de la autoridad fiscal y
      * asi se informa: la autoriza el lote de AUTORIZAR-CAE, que es
      * el que la imprime con su CAE.
      *
      * Cada inscripcion facturada queda como renglon de la factura
      * en facturas_detalle.txt (alumno y materia, categoria, neto
      * despues de beca y descuento por hermanos, e IVA), via los
      * copybooks compartidos FACTLIN-*.
      *
      * Cuota mensual (modo 2): factura el mes pedido a toda
      * inscripcion del ciclo abierto que sigue activa. Saltea las
      * materias dadas de baja (bajas_inscripcion.txt, que graba
      * clase-22) y los alumnos de baja o egresados, y toma el arancel
      * vigente en el mes (AR-VIGENCIA AAAAMM) y la beca vigente en el
      * mes. Toda cuota facturada, tambien la del dia, queda en
      * cuotas_facturadas.txt, y asi no se repite un alumno, materia y
      * mes. Informa el total del mes contra el del mes anterior.
      *
      * Cada factura emitida deja su asiento en asientos_pendientes.txt
      * (debe deudores por ventas por el total, haber ingresos por
      * cursos por el neto e IVA debito fiscal por el impuesto,
      * origen CURSOS), como FACTURAR-FLETES: asi la cuenta deudores
      * y el IVA debito que liquidan LIBRO-IVA e INCOBRABLES estan
      * en el mayor.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAR-CURSOS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BECA-APL-STATUS.

             SELECT HERMANOS-FILE ASSIGN TO "descuento_hermanos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HERMANOS-STATUS.

             SELECT STUDENT-MASTER ASSIGN TO "student_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EST-ID
                 ALTERNATE RECORD KEY IS EST-APELLIDO
                     WITH DUPLICATES
                 FILE STATUS IS WS-ALUMNO-STATUS.

             SELECT CUOTA-FILE ASSIGN TO "cuotas_facturadas.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CUOTA-STATUS.

             SELECT BAJA-INSC-FILE ASSIGN TO "bajas_inscripcion.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BAJA-INSC-STATUS.

             COPY "FACTURA-FC.cpy".
             COPY "ASIPEND-FC.cpy".
             COPY "FACTLIN-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "TUTOR-FC.cpy".

             COPY "CICLO-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD INSCRIPCION-FILE.
           05 AR-CURSO  PIC X(25).
           05 FILLER    PIC X.
           05 AR-PRECIO PIC 9(5)V99.
           05 FILLER    PIC X.
           05 AR-VIGENCIA PIC 9(6).

        FD BECA-MASTER.
        01 BECA-MASTER-RECORD.
           05 FILLER         PIC X VALUE SPACE.
           05 BA-MOTIVO      PIC X(20).

        FD HERMANOS-FILE.
        01 HERMANOS-RECORD.
           05 DH-HERMANOS   PIC 9(2).
           05 FILLER        PIC X VALUE SPACE.
           05 DH-PORCENTAJE PIC 9(2)V99.

        FD STUDENT-MASTER.
        01 STUDENT-MASTER-RECORD.
           COPY "ESTUDIANTE-WS.cpy".

        FD CUOTA-FILE.
        01 CUOTA-RECORD.
           05 CQ-EST-ID      PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 CQ-CURSO       PIC X(25).
           05 FILLER         PIC X VALUE SPACE.
           05 CQ-PERIODO     PIC 9(6).
           05 FILLER         PIC X VALUE SPACE.
           05 CQ-NUM-FACTURA PIC 9(6).
           05 FILLER         PIC X VALUE SPACE.
           05 CQ-NETO        PIC 9(7)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 CQ-FECHA       PIC 9(8).

        FD BAJA-INSC-FILE.
        01 BAJA-INSC-RECORD.
           05 BJ-EST-ID PIC X(10).
           05 FILLER    PIC X VALUE SPACE.
           05 BJ-CURSO  PIC X(25).
           05 FILLER    PIC X VALUE SPACE.
           05 BJ-FECHA  PIC 9(8).

        COPY "FACTURA-FD.cpy".
        COPY "ASIPEND-FD.cpy".
        COPY "FACTLIN-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "TUTOR-FD.cpy".

        COPY "CICLO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "FACTURA-WS.cpy".
          COPY "ASIPEND-WS.cpy".
          COPY "FACTLIN-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "TUTOR-WS.cpy".
          COPY "CICLO-WS.cpy".

          77 WS-INSCRIPCION-STATUS PIC X(2) VALUE "00".
              88 INSCRIPCION-OK VALUE "00".
          77 WS-FIN-ARANCEL  PIC X VALUE "N".
              88 FIN-ARANCEL VALUE "S".

      * cuentas del asiento de la venta
          77 CTA-DEUDORES     PIC 9(4) VALUE 1130.
          77 CTA-CURSOS       PIC 9(4) VALUE 4130.
          77 CTA-IVA-DEBITO   PIC 9(4) VALUE 2410.

      * tabla de aranceles por materia cargada al arrancar
          01 ARANCELES-TABLA.
             02 ARANCEL-ENT OCCURS 20 TIMES.
                03 ARANCEL-CURSO  PIC X(25).
                03 ARANCEL-PRECIO PIC 9(5)V99.
                03 ARANCEL-VIGENCIA PIC 9(6).
          77 WS-CANT-ARANCELES PIC 9(2) VALUE ZEROS.
          77 WS-A              PIC 9(2) VALUE ZEROS.
          77 WS-ARANCEL-IDX    PIC 9(2) VALUE ZEROS.
          77 WS-MES-ARANCEL    PIC 9(6) VALUE ZEROS.

          77 WS-FECHA-HOY      PIC 9(8) VALUE ZEROS.
          77 WS-PRECIO         PIC 9(5)V99 VALUE ZEROS.
          77 WS-BRUTO           PIC 9(7)V99 VALUE ZEROS.
          77 WS-DESCUENTO       PIC 9(7)V99 VALUE ZEROS.
          77 WS-NETO            PIC 9(7)V99 VALUE ZEROS.
          77 WS-BECA-DESDE      PIC 9(8) VALUE ZEROS.
          77 WS-BECA-HASTA      PIC 9(8) VALUE ZEROS.

          77 WS-CANT-FACTURADAS PIC 9(4) VALUE ZEROS.
          77 WS-CANT-SIN-PRECIO PIC 9(4) VALUE ZEROS.
          77 WS-CANT-OTRO-DIA   PIC 9(4) VALUE ZEROS.
          77 WS-CANT-BECADAS    PIC 9(4) VALUE ZEROS.
          77 WS-CANT-FAMILIAS   PIC 9(4) VALUE ZEROS.

      * escalones del descuento por hermanos
          77 WS-HERMANOS-STATUS PIC X(2) VALUE "00".
              88 HERMANOS-OK VALUE "00".
          01 ESCALONES-TABLA.
             02 ESCALON-ENT OCCURS 10 TIMES.
                03 ES-HERMANOS   PIC 9(2).
                03 ES-PORCENTAJE PIC 9(2)V99.
          77 WS-CANT-ESCALONES PIC 9(2) VALUE ZEROS.
          77 WS-S              PIC 9(2) VALUE ZEROS.

      * inscripciones del dia, agrupadas despues por pagador
          01 LINEAS-TABLA.
             02 LINEA-ENT OCCURS 200 TIMES.
                03 LF-EST-ID     PIC X(10).
                03 LF-CURSO      PIC X(25).
                03 LF-FECHA      PIC 9(8).
                03 LF-PERIODO    PIC 9(6).
                03 LF-PAGADOR    PIC X(6).
                03 LF-FAMILIA    PIC X.
                   88 LF-ES-FAMILIA VALUE "S".
                03 LF-BRUTO      PIC 9(7)V99.
                03 LF-DESC-BECA  PIC 9(7)V99.
                03 LF-NETO       PIC 9(7)V99.
                03 LF-BECA       PIC X.
                   88 LF-CON-BECA VALUE "S".
                03 LF-BECA-MOTIVO PIC X(20).
                03 LF-FACTURADA  PIC X.
                   88 LF-YA-FACTURADA VALUE "S".
          77 WS-CANT-LINEAS PIC 9(3) VALUE ZEROS.
          77 WS-L           PIC 9(3) VALUE ZEROS.
          77 WS-L2          PIC 9(3) VALUE ZEROS.
          77 WS-LINEAS-DESBORDE PIC X VALUE "N".
              88 LINEAS-DESBORDADAS VALUE "S".

      * hermanos inscriptos en el ciclo por responsable (sin repetir)
          01 HERMANOS-TABLA.
             02 HERMANO-ENT OCCURS 300 TIMES.
                03 HE-CL-ID  PIC X(6).
                03 HE-EST-ID PIC X(10).
          77 WS-CANT-HERMANOS PIC 9(3) VALUE ZEROS.
          77 WS-H             PIC 9(3) VALUE ZEROS.
          77 WS-HERMANO-REPETIDO PIC X VALUE "N".
              88 HERMANO-REPETIDO VALUE "S".

          77 WS-TERMINO-HOY   PIC 9(5) VALUE ZEROS.
          77 WS-TERMINO-INSC  PIC 9(5) VALUE ZEROS.
          01 WS-TERMINO-FECHA.
             05 WS-TERMINO-ANIO PIC 9(4).
             05 WS-TERMINO-MES  PIC 9(2).
             05 WS-TERMINO-DIA  PIC 9(2).
          77 WS-TERMINO       PIC 9(5) VALUE ZEROS.

          77 WS-PAGADOR        PIC X(6) VALUE SPACES.
          77 WS-CANT-HIJOS     PIC 9(3) VALUE ZEROS.
          77 WS-PORC-HERMANOS  PIC 9(2)V99 VALUE ZEROS.
          77 WS-ED-PORC        PIC Z9.99.
          77 WS-DESC-HERMANOS  PIC 9(7)V99 VALUE ZEROS.
          77 WS-SUBTOTAL       PIC 9(7)V99 VALUE ZEROS.
          77 WS-TOT-DESC-HERM  PIC 9(7)V99 VALUE ZEROS.
          77 WS-LINEAS-FACTURA PIC 9(3) VALUE ZEROS.

          77 WS-MODO PIC 9 VALUE ZEROS.

      * cuotas mensuales: el mes facturado (AAAAMM) y sus limites
          01 WS-PERIODO-DESARMADO.
             05 WS-PER-ANIO PIC 9(4).
             05 WS-PER-MES  PIC 9(2).
          01 WS-PERIODO REDEFINES WS-PERIODO-DESARMADO PIC 9(6).
          77 WS-PERIODO-ANT   PIC 9(6) VALUE ZEROS.
          77 WS-PERIODO-DESDE PIC 9(8) VALUE ZEROS.
          77 WS-PERIODO-HASTA PIC 9(8) VALUE ZEROS.
          77 WS-PERIODO-LINEA PIC 9(6) VALUE ZEROS.

          77 WS-ALUMNO-STATUS PIC X(2) VALUE "00".
              88 ALUMNO-MASTER-OK VALUE "00".
          77 WS-MAESTRO-ALUMNOS PIC X VALUE "N".
              88 MAESTRO-ALUMNOS-DISPONIBLE VALUE "S".
          77 WS-CUOTA-STATUS PIC X(2) VALUE "00".
              88 CUOTA-OK VALUE "00".
          77 WS-BAJA-INSC-STATUS PIC X(2) VALUE "00".
              88 BAJA-INSC-OK VALUE "00".
          77 WS-FIN-CONTROL PIC X VALUE "N".
              88 FIN-CONTROL VALUE "S".

      * cuotas ya facturadas del mes (alumno y materia), para no
      * facturar dos veces la misma
          01 CUOTAS-TABLA.
             02 CUOTA-ENT OCCURS 500 TIMES.
                03 CT-EST-ID PIC X(10).
                03 CT-CURSO  PIC X(25).
          77 WS-CANT-CUOTAS PIC 9(3) VALUE ZEROS.
          77 WS-CT          PIC 9(3) VALUE ZEROS.
          77 WS-CUOTA-REPETIDA PIC X VALUE "N".
              88 CUOTA-REPETIDA VALUE "S".

      * bajas de inscripcion registradas por clase-22
          01 BAJAS-TABLA.
             02 BAJA-ENT OCCURS 500 TIMES.
                03 BT-EST-ID PIC X(10).
                03 BT-CURSO  PIC X(25).
                03 BT-FECHA  PIC 9(8).
          77 WS-CANT-BAJAS PIC 9(3) VALUE ZEROS.
          77 WS-BT         PIC 9(3) VALUE ZEROS.
          77 WS-MOTIVO-CUOTA PIC X VALUE SPACE.
              88 CUOTA-ACTIVA        VALUE SPACE.
              88 CUOTA-DADA-DE-BAJA  VALUE "B".
              88 CUOTA-ALUMNO-INACT  VALUE "I".

          77 WS-CANT-YA-FACTURADAS PIC 9(4) VALUE ZEROS.
          77 WS-CANT-MES-ALTA      PIC 9(4) VALUE ZEROS.
          77 WS-CANT-DE-BAJA       PIC 9(4) VALUE ZEROS.
          77 WS-CANT-INACTIVOS     PIC 9(4) VALUE ZEROS.
          77 WS-CANT-CUOTAS-CORRIDA PIC 9(4) VALUE ZEROS.
          77 WS-NETO-CORRIDA       PIC 9(9)V99 VALUE ZEROS.
          77 WS-CANT-MES-PREVIAS   PIC 9(4) VALUE ZEROS.
          77 WS-NETO-MES-PREVIO    PIC 9(9)V99 VALUE ZEROS.
          77 WS-CANT-MES-ANT       PIC 9(4) VALUE ZEROS.
          77 WS-NETO-MES-ANT       PIC 9(9)V99 VALUE ZEROS.
          77 WS-CANT-MES-TOTAL     PIC 9(4) VALUE ZEROS.
          77 WS-NETO-MES-TOTAL     PIC 9(9)V99 VALUE ZEROS.
          77 WS-DIF-NETO           PIC S9(9)V99 VALUE ZEROS.
          77 WS-ED-NETO            PIC ZZZ,ZZZ,ZZ9.99.
          77 WS-ED-DIF             PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

             PERFORM CARGAR-ARANCELES
             PERFORM CARGAR-ESCALONES-HERMANOS
             PERFORM CARGAR-TUTORES
             IF TUTORES-DESBORDADOS
                DISPLAY "ABORTADO: mas de 300 alumnos en tutores.txt"
                GOBACK
             END-IF

             MOVE WS-FECHA-HOY TO WS-TERMINO-FECHA
             PERFORM TERMINO-DE-FECHA
             MOVE WS-TERMINO TO WS-TERMINO-HOY

             OPEN INPUT BECA-MASTER
             IF BECA-OK
                   " el arancel completo"
             END-IF

             DISPLAY "1 - Facturar las inscripciones del dia"
             DISPLAY "2 - Cuota mensual de las inscripciones activas"
             ACCEPT WS-MODO

             EVALUATE WS-MODO
                WHEN 2 PERFORM FACTURAR-CUOTAS-MES
                WHEN OTHER PERFORM FACTURAR-DIA
             END-EVALUATE

             IF MAESTRO-BECAS-DISPONIBLE
                CLOSE BECA-MASTER
             END-IF
           GOBACK.

      * las inscripciones del dia son la cuota del mes de la
      * inscripcion: quedan en cuotas_facturadas.txt como cualquier
      * otra cuota, y una segunda corrida del dia no las repite
       FACTURAR-DIA.
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           PERFORM CARGAR-CUOTAS-FACTURADAS

           OPEN INPUT INSCRIPCION-FILE
           IF NOT INSCRIPCION-OK
              DISPLAY "No se encontro inscripciones.txt"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ INSCRIPCION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END PERFORM FACTURAR-INSCRIPCION
                END-READ
              END-PERFORM
              CLOSE INSCRIPCION-FILE

              IF LINEAS-DESBORDADAS
                 DISPLAY "ABORTADO: mas de 200 inscripciones en el"
                    " dia o 300 hermanos en el ciclo, no se"
                    " emitio ninguna factura"
              ELSE
                 PERFORM VARYING WS-L FROM 1 BY 1
                         UNTIL WS-L > WS-CANT-LINEAS
                    IF NOT LF-YA-FACTURADA(WS-L)
                       PERFORM EMITIR-FACTURA
                    END-IF
                 END-PERFORM
              END-IF

              DISPLAY " "
              DISPLAY "--- Puente de facturacion del dia "
                 WS-FECHA-HOY " ---"
              DISPLAY "Facturas emitidas:        " WS-CANT-FACTURADAS
              DISPLAY "Con beca aplicada:        " WS-CANT-BECADAS
              DISPLAY "Familias con desc. herm.: " WS-CANT-FAMILIAS
              DISPLAY "Sin arancel (excepcion):  " WS-CANT-SIN-PRECIO
              DISPLAY "De otra fecha (omitidas): " WS-CANT-OTRO-DIA
              DISPLAY "Ya facturadas (omitidas): "
                 WS-CANT-YA-FACTURADAS
           END-IF.

      * la inscripcion del dia queda en la tabla con su pagador y su
      * beca; toda inscripcion del ciclo de un alumno con responsable
      * cuenta como hermano para el descuento
       FACTURAR-INSCRIPCION.
           MOVE IN-EST-ID TO WS-TU-EST-ID
           PERFORM BUSCAR-TUTOR
           IF WS-TU-CL-ID NOT = SPACES
              MOVE IN-FECHA TO WS-TERMINO-FECHA
              PERFORM TERMINO-DE-FECHA
              IF WS-TERMINO = WS-TERMINO-HOY
                 PERFORM CONTAR-HERMANO
              END-IF
           END-IF

           IF IN-FECHA NOT = WS-FECHA-HOY
              ADD 1 TO WS-CANT-OTRO-DIA
           ELSE
              PERFORM CONTROLAR-CUOTA-REPETIDA
              IF CUOTA-REPETIDA
                 ADD 1 TO WS-CANT-YA-FACTURADAS
              ELSE
                 MOVE IN-FECHA(1:6) TO WS-MES-ARANCEL WS-PERIODO-LINEA
                 MOVE IN-FECHA      TO WS-BECA-DESDE WS-BECA-HASTA
                 PERFORM FACTURAR-CON-ARANCEL
              END-IF
           END-IF.

       FACTURAR-CON-ARANCEL.
           PERFORM BUSCAR-ARANCEL
           IF WS-ARANCEL-IDX = ZEROS
              ADD 1 TO WS-CANT-SIN-PRECIO
              DISPLAY "Sin arancel para " IN-CURSO
              MOVE "FACTURAR-CURSOS" TO WS-EXC-PROGRAMA
              MOVE "IN-CURSO"        TO WS-EXC-CAMPO
              MOVE IN-CURSO          TO WS-EXC-VALOR
              PERFORM REGISTRAR-EXCEPCION
           ELSE
              PERFORM AGREGAR-LINEA-FACTURA
           END-IF.

      * la cuota del mes WS-PERIODO de cada inscripcion del ciclo
      * abierto que sigue activa. El mes de la inscripcion lo factura
      * el puente del dia (modo 1), por eso se saltea; una inscripcion
      * dada de baja en clase-22 antes de terminar el mes, o de un
      * alumno de baja o egresado, no se factura
       FACTURAR-CUOTAS-MES.
           PERFORM LEER-CICLO-LECTIVO
           DISPLAY "Mes a facturar (AAAAMM, 0 = el mes en curso)"
           ACCEPT WS-PERIODO
           IF WS-PERIODO = ZEROS
              MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           END-IF

           MOVE WS-PER-ANIO TO WS-TERMINO-ANIO
           MOVE WS-PER-MES  TO WS-TERMINO-MES
           MOVE 1           TO WS-TERMINO-DIA
           PERFORM TERMINO-DE-FECHA
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               OR WS-TERMINO NOT = WS-CICLO-LECTIVO
              DISPLAY "El mes " WS-PERIODO " no es del ciclo abierto "
                 WS-CICLO-LECTIVO ": no se factura"
           ELSE
              COMPUTE WS-PERIODO-DESDE = (WS-PERIODO * 100) + 1
              COMPUTE WS-PERIODO-HASTA = (WS-PERIODO * 100) + 31

              OPEN INPUT STUDENT-MASTER
              IF ALUMNO-MASTER-OK
                 SET MAESTRO-ALUMNOS-DISPONIBLE TO TRUE
              ELSE
                 DISPLAY "Aviso: sin student_master.dat, no se"
                    " controla el estado de los alumnos"
              END-IF

              PERFORM CARGAR-CUOTAS-FACTURADAS
              PERFORM CARGAR-BAJAS-INSCRIPCION
              PERFORM FACTURAR-INSCRIPCIONES-MES

              IF MAESTRO-ALUMNOS-DISPONIBLE
                 CLOSE STUDENT-MASTER
              END-IF
           END-IF.

       FACTURAR-INSCRIPCIONES-MES.
           OPEN INPUT INSCRIPCION-FILE
           IF NOT INSCRIPCION-OK
              DISPLAY "No se encontro inscripciones.txt"
           ELSE
              PERFORM UNTIL FIN-ARCHIVO
                READ INSCRIPCION-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END PERFORM FACTURAR-CUOTA-INSCRIPCION
                END-READ
              END-PERFORM
              CLOSE INSCRIPCION-FILE
              MOVE "N" TO WS-FIN-ARCHIVO

              IF LINEAS-DESBORDADAS
                 DISPLAY "ABORTADO: mas de 200 cuotas en el mes, 300"
                    " hermanos o 500 cuotas o bajas registradas, no"
                    " se emitio ninguna factura"
              ELSE
                 PERFORM VARYING WS-L FROM 1 BY 1
                         UNTIL WS-L > WS-CANT-LINEAS
                    IF NOT LF-YA-FACTURADA(WS-L)
                       PERFORM EMITIR-FACTURA
                    END-IF
                 END-PERFORM
              END-IF

              PERFORM INFORMAR-CUOTAS-MES
           END-IF.

       FACTURAR-CUOTA-INSCRIPCION.
           MOVE IN-FECHA TO WS-TERMINO-FECHA
           PERFORM TERMINO-DE-FECHA
           IF WS-TERMINO = WS-CICLO-LECTIVO
               AND IN-FECHA <= WS-PERIODO-HASTA
              PERFORM CONTROLAR-CUOTA-ACTIVA
              EVALUATE TRUE
                 WHEN CUOTA-DADA-DE-BAJA
                    ADD 1 TO WS-CANT-DE-BAJA
                 WHEN CUOTA-ALUMNO-INACT
                    ADD 1 TO WS-CANT-INACTIVOS
                 WHEN OTHER
                    PERFORM FACTURAR-CUOTA-ACTIVA
              END-EVALUATE
           END-IF.

      * solo las inscripciones activas en el mes cuentan como
      * hermanos para el descuento de la familia
       FACTURAR-CUOTA-ACTIVA.
           MOVE IN-EST-ID TO WS-TU-EST-ID
           PERFORM BUSCAR-TUTOR
           IF WS-TU-CL-ID NOT = SPACES
              PERFORM CONTAR-HERMANO
           END-IF

           IF IN-FECHA(1:6) = WS-PERIODO
              ADD 1 TO WS-CANT-MES-ALTA
           ELSE
              PERFORM CONTROLAR-CUOTA-REPETIDA
              IF CUOTA-REPETIDA
                 ADD 1 TO WS-CANT-YA-FACTURADAS
              ELSE
                 MOVE WS-PERIODO       TO WS-MES-ARANCEL
                                          WS-PERIODO-LINEA
                 MOVE WS-PERIODO-DESDE TO WS-BECA-DESDE
                 MOVE WS-PERIODO-HASTA TO WS-BECA-HASTA
                 PERFORM FACTURAR-CON-ARANCEL
              END-IF
           END-IF.

      * una baja de la misma materia posterior a la inscripcion y
      * anterior al fin del mes corta la cuota; el alumno tiene que
      * seguir activo en el maestro
       CONTROLAR-CUOTA-ACTIVA.
           MOVE SPACE TO WS-MOTIVO-CUOTA
           PERFORM VARYING WS-BT FROM 1 BY 1
                   UNTIL WS-BT > WS-CANT-BAJAS
              IF BT-EST-ID(WS-BT) = IN-EST-ID
                  AND BT-CURSO(WS-BT) = IN-CURSO
                  AND BT-FECHA(WS-BT) >= IN-FECHA
                  AND BT-FECHA(WS-BT) <= WS-PERIODO-HASTA
                 SET CUOTA-DADA-DE-BAJA TO TRUE
              END-IF
           END-PERFORM

           IF CUOTA-ACTIVA AND MAESTRO-ALUMNOS-DISPONIBLE
              MOVE IN-EST-ID TO EST-ID
              READ STUDENT-MASTER
                INVALID KEY
                  SET CUOTA-ALUMNO-INACT TO TRUE
                NOT INVALID KEY
                  IF NOT EST-ACTIVO
                     SET CUOTA-ALUMNO-INACT TO TRUE
                  END-IF
              END-READ
           END-IF.

      * la misma materia del mismo alumno ya facturada en el mes, en
      * una corrida anterior o mas arriba en esta misma
       CONTROLAR-CUOTA-REPETIDA.
           MOVE "N" TO WS-CUOTA-REPETIDA
           PERFORM VARYING WS-CT FROM 1 BY 1
                   UNTIL WS-CT > WS-CANT-CUOTAS
              IF CT-EST-ID(WS-CT) = IN-EST-ID
                  AND CT-CURSO(WS-CT) = IN-CURSO
                 SET CUOTA-REPETIDA TO TRUE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-CANT-LINEAS
              IF LF-EST-ID(WS-L) = IN-EST-ID
                  AND LF-CURSO(WS-L) = IN-CURSO
                 SET CUOTA-REPETIDA TO TRUE
              END-IF
           END-PERFORM.

      * las cuotas ya facturadas del mes WS-PERIODO quedan en la
      * tabla; de paso se suman las del mes anterior para comparar
       CARGAR-CUOTAS-FACTURADAS.
           IF WS-PER-MES = 1
              COMPUTE WS-PERIODO-ANT = ((WS-PER-ANIO - 1) * 100) + 12
           ELSE
              COMPUTE WS-PERIODO-ANT = WS-PERIODO - 1
           END-IF

           MOVE ZEROS TO WS-CANT-CUOTAS WS-CANT-MES-PREVIAS
                         WS-NETO-MES-PREVIO WS-CANT-MES-ANT
                         WS-NETO-MES-ANT
           MOVE "N" TO WS-FIN-CONTROL
           OPEN INPUT CUOTA-FILE
           IF CUOTA-OK
              PERFORM UNTIL FIN-CONTROL
                READ CUOTA-FILE
                  AT END SET FIN-CONTROL TO TRUE
                  NOT AT END
                    IF CQ-PERIODO = WS-PERIODO
                       ADD 1       TO WS-CANT-MES-PREVIAS
                       ADD CQ-NETO TO WS-NETO-MES-PREVIO
                       IF WS-CANT-CUOTAS >= 500
                          SET LINEAS-DESBORDADAS TO TRUE
                       ELSE
                          ADD 1 TO WS-CANT-CUOTAS
                          MOVE CQ-EST-ID TO CT-EST-ID(WS-CANT-CUOTAS)
                          MOVE CQ-CURSO  TO CT-CURSO(WS-CANT-CUOTAS)
                       END-IF
                    END-IF
                    IF CQ-PERIODO = WS-PERIODO-ANT
                       ADD 1       TO WS-CANT-MES-ANT
                       ADD CQ-NETO TO WS-NETO-MES-ANT
                    END-IF
                END-READ
              END-PERFORM
              CLOSE CUOTA-FILE
           END-IF
           MOVE "N" TO WS-FIN-CONTROL.

       CARGAR-BAJAS-INSCRIPCION.
           MOVE ZEROS TO WS-CANT-BAJAS
           MOVE "N" TO WS-FIN-CONTROL
           OPEN INPUT BAJA-INSC-FILE
           IF BAJA-INSC-OK
              PERFORM UNTIL FIN-CONTROL
                READ BAJA-INSC-FILE
                  AT END SET FIN-CONTROL TO TRUE
                  NOT AT END
                    IF WS-CANT-BAJAS >= 500
                       SET LINEAS-DESBORDADAS TO TRUE
                       SET FIN-CONTROL TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-BAJAS
                       MOVE BJ-EST-ID TO BT-EST-ID(WS-CANT-BAJAS)
                       MOVE BJ-CURSO  TO BT-CURSO(WS-CANT-BAJAS)
                       MOVE BJ-FECHA  TO BT-FECHA(WS-CANT-BAJAS)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BAJA-INSC-FILE
           END-IF
           MOVE "N" TO WS-FIN-CONTROL.

      * lo facturado en el mes (corridas anteriores mas esta) contra
      * el mes anterior, segun cuotas_facturadas.txt
       INFORMAR-CUOTAS-MES.
           COMPUTE WS-CANT-MES-TOTAL =
              WS-CANT-MES-PREVIAS + WS-CANT-CUOTAS-CORRIDA
           COMPUTE WS-NETO-MES-TOTAL =
              WS-NETO-MES-PREVIO + WS-NETO-CORRIDA
           COMPUTE WS-DIF-NETO = WS-NETO-MES-TOTAL - WS-NETO-MES-ANT

           DISPLAY " "
           DISPLAY "--- Cuotas del mes " WS-PERIODO " (ciclo "
              WS-CICLO-LECTIVO ") ---"
           DISPLAY "Facturas emitidas:          " WS-CANT-FACTURADAS
           MOVE WS-NETO-CORRIDA TO WS-ED-NETO
           DISPLAY "Cuotas en esta corrida:     "
              WS-CANT-CUOTAS-CORRIDA " neto " WS-ED-NETO
           DISPLAY "Con beca aplicada:          " WS-CANT-BECADAS
           DISPLAY "Familias con desc. herm.:   " WS-CANT-FAMILIAS
           DISPLAY "Sin arancel (excepcion):    " WS-CANT-SIN-PRECIO
           DISPLAY "Ya facturadas (omitidas):   " WS-CANT-YA-FACTURADAS
           DISPLAY "Mes de la inscripcion:      " WS-CANT-MES-ALTA
           DISPLAY "Inscripciones dadas de baja: " WS-CANT-DE-BAJA
           DISPLAY "Alumnos de baja o egresados: " WS-CANT-INACTIVOS
           DISPLAY " "
           MOVE WS-NETO-MES-TOTAL TO WS-ED-NETO
           DISPLAY "Mes " WS-PERIODO ":    " WS-CANT-MES-TOTAL
              " cuotas, neto " WS-ED-NETO
           MOVE WS-NETO-MES-ANT TO WS-ED-NETO
           DISPLAY "Mes " WS-PERIODO-ANT ":    " WS-CANT-MES-ANT
              " cuotas, neto " WS-ED-NETO
           MOVE WS-DIF-NETO TO WS-ED-DIF
           DISPLAY "Diferencia de neto:  " WS-ED-DIF.

       AGREGAR-LINEA-FACTURA.
           IF WS-CANT-LINEAS >= 200
              SET LINEAS-DESBORDADAS TO TRUE
           ELSE
              MOVE ARANCEL-PRECIO(WS-ARANCEL-IDX) TO WS-BRUTO
              PERFORM APLICAR-BECA

              ADD 1 TO WS-CANT-LINEAS
              MOVE WS-CANT-LINEAS TO WS-L
              MOVE IN-EST-ID    TO LF-EST-ID(WS-L)
              MOVE IN-CURSO     TO LF-CURSO(WS-L)
              MOVE IN-FECHA     TO LF-FECHA(WS-L)
              MOVE WS-PERIODO-LINEA TO LF-PERIODO(WS-L)
      * FA-CLIENTE es de 6 y el EST-ID de 10: sin responsable se toman
      * los ultimos 6 caracteres, que son los que distinguen a un
      * alumno de otro cuando los IDs comparten prefijo
              IF WS-TU-CL-ID NOT = SPACES
                 MOVE WS-TU-CL-ID    TO LF-PAGADOR(WS-L)
                 MOVE "S"            TO LF-FAMILIA(WS-L)
              ELSE
                 MOVE IN-EST-ID(5:6) TO LF-PAGADOR(WS-L)
                 MOVE "N"            TO LF-FAMILIA(WS-L)
              END-IF
              MOVE WS-BRUTO     TO LF-BRUTO(WS-L)
              MOVE WS-DESCUENTO TO LF-DESC-BECA(WS-L)
              MOVE WS-NETO      TO LF-NETO(WS-L)
              MOVE WS-HAY-BECA  TO LF-BECA(WS-L)
              IF HAY-BECA
                 MOVE BE-MOTIVO TO LF-BECA-MOTIVO(WS-L)
              ELSE
                 MOVE SPACES    TO LF-BECA-MOTIVO(WS-L)
              END-IF
              MOVE "N"          TO LF-FACTURADA(WS-L)
           END-IF.

       CONTAR-HERMANO.
           MOVE "N" TO WS-HERMANO-REPETIDO
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-CANT-HERMANOS
              IF HE-EST-ID(WS-H) = IN-EST-ID
                 SET HERMANO-REPETIDO TO TRUE
              END-IF
           END-PERFORM

           IF NOT HERMANO-REPETIDO
              IF WS-CANT-HERMANOS >= 300
                 SET LINEAS-DESBORDADAS TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-HERMANOS
                 MOVE WS-TU-CL-ID TO HE-CL-ID(WS-CANT-HERMANOS)
                 MOVE IN-EST-ID   TO HE-EST-ID(WS-CANT-HERMANOS)
              END-IF
           END-IF.

      * ciclo AAAAT de WS-TERMINO-FECHA en WS-TERMINO: termino 1 hasta
      * junio, termino 2 desde julio (la regla del ciclo lectivo)
       TERMINO-DE-FECHA.
           IF WS-TERMINO-MES <= 6
              COMPUTE WS-TERMINO = (WS-TERMINO-ANIO * 10) + 1
           ELSE
              COMPUTE WS-TERMINO = (WS-TERMINO-ANIO * 10) + 2
           END-IF.

      * el arancel vigente en el mes WS-MES-ARANCEL: de los renglones
      * de la materia, el de vigencia (AAAAMM) mas reciente que no
      * sea posterior al mes; sin vigencia rige desde siempre
       BUSCAR-ARANCEL.
           MOVE ZEROS TO WS-ARANCEL-IDX
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-CANT-ARANCELES
              IF ARANCEL-CURSO(WS-A) = IN-CURSO
                  AND ARANCEL-VIGENCIA(WS-A) <= WS-MES-ARANCEL
                 IF WS-ARANCEL-IDX = ZEROS
                    MOVE WS-A TO WS-ARANCEL-IDX
                 ELSE
                    IF ARANCEL-VIGENCIA(WS-A) >
                       ARANCEL-VIGENCIA(WS-ARANCEL-IDX)
                       MOVE WS-A TO WS-ARANCEL-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * una factura por pagador con todas sus inscripciones del dia
      * (desde la linea WS-L en adelante)
       EMITIR-FACTURA.
           MOVE LF-PAGADOR(WS-L) TO WS-PAGADOR
           MOVE ZEROS TO WS-PORC-HERMANOS WS-CANT-HIJOS
           IF LF-ES-FAMILIA(WS-L)
              PERFORM VARYING WS-H FROM 1 BY 1
                      UNTIL WS-H > WS-CANT-HERMANOS
                 IF HE-CL-ID(WS-H) = WS-PAGADOR
                    ADD 1 TO WS-CANT-HIJOS
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-S FROM 1 BY 1
                      UNTIL WS-S > WS-CANT-ESCALONES
                 IF WS-CANT-HIJOS >= ES-HERMANOS(WS-S)
                     AND ES-PORCENTAJE(WS-S) > WS-PORC-HERMANOS
                    MOVE ES-PORCENTAJE(WS-S) TO WS-PORC-HERMANOS
                 END-IF
              END-PERFORM
           END-IF

           PERFORM ASIGNAR-NUM-FACTURA

           MOVE ZEROS TO WS-SUBTOTAL WS-TOT-DESC-HERM WS-LINEAS-FACTURA
           PERFORM VARYING WS-L2 FROM WS-L BY 1
                   UNTIL WS-L2 > WS-CANT-LINEAS
              IF NOT LF-YA-FACTURADA(WS-L2)
                  AND LF-PAGADOR(WS-L2) = WS-PAGADOR
                  AND LF-FAMILIA(WS-L2) = LF-FAMILIA(WS-L)
                 PERFORM FACTURAR-LINEA
              END-IF
           END-PERFORM

           MULTIPLY WS-SUBTOTAL BY WS-ALICUOTA-IVA GIVING WS-IVA

           MOVE SPACES      TO FACTURA-RECORD
           MOVE WS-PAGADOR  TO FA-CLIENTE
           MOVE WS-SUBTOTAL TO FA-SUBTOTAL
           MOVE WS-IVA      TO FA-IVA
           COMPUTE FA-TOTAL = WS-SUBTOTAL + WS-IVA
           PERFORM GRABAR-FACTURA
           MOVE "FC"   TO WS-DL-DOCUMENTO
           MOVE WS-IVA TO WS-DL-IVA-DOC
           PERFORM GRABAR-RENGLONES
           PERFORM ASENTAR-VENTA

           ADD 1 TO WS-CANT-FACTURADAS
           DISPLAY "Factura " WS-NUM-FACTURA " para " WS-PAGADOR
              " por " WS-LINEAS-FACTURA " inscripcion(es), neto "
              WS-SUBTOTAL
           DISPLAY "  CAE pendiente: sin validez fiscal hasta su"
              " autorizacion (AUTORIZAR-CAE)"
           IF WS-TOT-DESC-HERM > ZEROS
              ADD 1 TO WS-CANT-FAMILIAS
              MOVE WS-PORC-HERMANOS TO WS-ED-PORC
              DISPLAY "  Descuento por hermanos " WS-ED-PORC
                 "% (" WS-CANT-HIJOS " hijos en el ciclo): "
                 WS-TOT-DESC-HERM
           END-IF.

      * debe deudores por el total, haber ingresos por cursos por el
      * neto e IVA debito fiscal por el impuesto
       ASENTAR-VENTA.
           MOVE FA-FECHA         TO WS-AG-FECHA
           MOVE "CURSOS"         TO WS-AG-ORIGEN

           MOVE CTA-DEUDORES     TO WS-AG-CUENTA
           MOVE FA-TOTAL         TO WS-AG-DEBE
           MOVE ZEROS            TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           MOVE CTA-CURSOS       TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE FA-SUBTOTAL      TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           IF FA-IVA > ZEROS
              MOVE CTA-IVA-DEBITO TO WS-AG-CUENTA
              MOVE ZEROS          TO WS-AG-DEBE
              MOVE FA-IVA         TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF.

       FACTURAR-LINEA.
           SET LF-YA-FACTURADA(WS-L2) TO TRUE
           ADD 1 TO WS-LINEAS-FACTURA
           DISPLAY "  " LF-EST-ID(WS-L2) " " LF-CURSO(WS-L2)

           IF LF-CON-BECA(WS-L2)
              ADD 1 TO WS-CANT-BECADAS
              DISPLAY "    Beca: bruto " LF-BRUTO(WS-L2) " descuento "
                 LF-DESC-BECA(WS-L2) " neto " LF-NETO(WS-L2) " ("
                 LF-BECA-MOTIVO(WS-L2) ")"
              MOVE LF-BRUTO(WS-L2)       TO WS-BRUTO
              MOVE LF-DESC-BECA(WS-L2)   TO WS-DESCUENTO
              MOVE LF-NETO(WS-L2)        TO WS-NETO
              MOVE SPACES                TO BECA-APLICADA-RECORD
              MOVE LF-BECA-MOTIVO(WS-L2) TO BA-MOTIVO
              PERFORM GRABAR-BECA-APLICADA
           END-IF

           MOVE ZEROS TO WS-DESC-HERMANOS
           IF WS-PORC-HERMANOS > ZEROS
              COMPUTE WS-DESC-HERMANOS ROUNDED =
                 LF-NETO(WS-L2) * WS-PORC-HERMANOS / 100
              ADD WS-DESC-HERMANOS TO WS-TOT-DESC-HERM
              MOVE LF-NETO(WS-L2)    TO WS-BRUTO
              MOVE WS-DESC-HERMANOS  TO WS-DESCUENTO
              COMPUTE WS-NETO = LF-NETO(WS-L2) - WS-DESC-HERMANOS
              MOVE SPACES            TO BECA-APLICADA-RECORD
              MOVE "DESC. HERMANOS"  TO BA-MOTIVO
              PERFORM GRABAR-BECA-APLICADA
           END-IF

           COMPUTE WS-SUBTOTAL =
              WS-SUBTOTAL + LF-NETO(WS-L2) - WS-DESC-HERMANOS

           MOVE SPACES TO WS-DL-DESCRIPCION
           STRING LF-EST-ID(WS-L2) " " LF-CURSO(WS-L2)
              DELIMITED BY SIZE INTO WS-DL-DESCRIPCION
           COMPUTE WS-DL-ALICUOTA = WS-ALICUOTA-IVA * 100
           EVALUATE WS-DL-ALICUOTA
              WHEN 21.00 MOVE "GENERAL"  TO WS-DL-CATEGORIA
              WHEN 10.50 MOVE "REDUCIDO" TO WS-DL-CATEGORIA
              WHEN OTHER MOVE "EXENTO"   TO WS-DL-CATEGORIA
           END-EVALUATE
           COMPUTE WS-DL-BASE = LF-NETO(WS-L2) - WS-DESC-HERMANOS
           COMPUTE WS-DL-IVA ROUNDED = WS-DL-BASE * WS-ALICUOTA-IVA
           PERFORM AGREGAR-RENGLON
           PERFORM GRABAR-CUOTA-FACTURADA.

       GRABAR-CUOTA-FACTURADA.
           MOVE SPACES            TO CUOTA-RECORD
           MOVE LF-EST-ID(WS-L2)  TO CQ-EST-ID
           MOVE LF-CURSO(WS-L2)   TO CQ-CURSO
           MOVE LF-PERIODO(WS-L2) TO CQ-PERIODO
           MOVE WS-NUM-FACTURA    TO CQ-NUM-FACTURA
           MOVE WS-DL-BASE        TO CQ-NETO
           MOVE WS-FECHA-HOY      TO CQ-FECHA
           ADD 1          TO WS-CANT-CUOTAS-CORRIDA
           ADD WS-DL-BASE TO WS-NETO-CORRIDA

           OPEN INPUT CUOTA-FILE
           IF NOT CUOTA-OK
              OPEN OUTPUT CUOTA-FILE
           END-IF
           CLOSE CUOTA-FILE

           OPEN EXTEND CUOTA-FILE
           WRITE CUOTA-RECORD
           CLOSE CUOTA-FILE.

      * beca activa y vigente en algun dia entre WS-BECA-DESDE y
      * WS-BECA-HASTA (la fecha de la inscripcion, o el mes de la
      * cuota): porcentaje sobre el bruto o monto fijo, topeado al
      * bruto
       APLICAR-BECA.
           MOVE "N"      TO WS-HAY-BECA
           MOVE ZEROS    TO WS-DESCUENTO
                INVALID KEY CONTINUE
                NOT INVALID KEY
                  IF BE-ACTIVA
                      AND BE-DESDE <= WS-BECA-HASTA
                      AND BE-HASTA >= WS-BECA-DESDE
                     SET HAY-BECA TO TRUE
                     IF BE-PORCENTAJE
                        COMPUTE WS-DESCUENTO ROUNDED =
              END-READ
           END-IF.

      * quien llama limpia el registro y carga el motivo (BA-MOTIVO)
       GRABAR-BECA-APLICADA.
           MOVE LF-FECHA(WS-L2)  TO BA-FECHA
           MOVE LF-EST-ID(WS-L2) TO BA-EST-ID
           MOVE LF-CURSO(WS-L2)  TO BA-CURSO
           MOVE WS-NUM-FACTURA TO BA-NUM-FACTURA
           MOVE WS-BRUTO       TO BA-BRUTO
           MOVE WS-DESCUENTO   TO BA-DESCUENTO
           MOVE WS-NETO        TO BA-NETO

           OPEN INPUT BECA-APLICADA-FILE
           IF NOT BECA-APL-OK
           WRITE BECA-APLICADA-RECORD
           CLOSE BECA-APLICADA-FILE.

       CARGAR-ESCALONES-HERMANOS.
           OPEN INPUT HERMANOS-FILE
           IF NOT HERMANOS-OK
              PERFORM SEMBRAR-ESCALONES-HERMANOS
              OPEN INPUT HERMANOS-FILE
           END-IF

           MOVE ZEROS TO WS-CANT-ESCALONES
           MOVE "N"   TO WS-FIN-ARANCEL
           IF HERMANOS-OK
              PERFORM UNTIL FIN-ARANCEL OR WS-CANT-ESCALONES >= 10
                READ HERMANOS-FILE
                  AT END SET FIN-ARANCEL TO TRUE
                  NOT AT END
                    ADD 1 TO WS-CANT-ESCALONES
                    MOVE DH-HERMANOS
                       TO ES-HERMANOS(WS-CANT-ESCALONES)
                    MOVE DH-PORCENTAJE
                       TO ES-PORCENTAJE(WS-CANT-ESCALONES)
                END-READ
              END-PERFORM
              CLOSE HERMANOS-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARANCEL.

       SEMBRAR-ESCALONES-HERMANOS.
           OPEN OUTPUT HERMANOS-FILE

           MOVE SPACES TO HERMANOS-RECORD
           MOVE 2      TO DH-HERMANOS
           MOVE 10.00  TO DH-PORCENTAJE
           WRITE HERMANOS-RECORD

           MOVE SPACES TO HERMANOS-RECORD
           MOVE 3      TO DH-HERMANOS
           MOVE 15.00  TO DH-PORCENTAJE
           WRITE HERMANOS-RECORD

           CLOSE HERMANOS-FILE.

       CARGAR-ARANCELES.
           OPEN INPUT ARANCEL-FILE
           IF NOT ARANCEL-OK
                    ADD 1 TO WS-CANT-ARANCELES
                    MOVE AR-CURSO  TO ARANCEL-CURSO(WS-CANT-ARANCELES)
                    MOVE AR-PRECIO TO ARANCEL-PRECIO(WS-CANT-ARANCELES)
                    IF AR-VIGENCIA IS NUMERIC
                       MOVE AR-VIGENCIA
                          TO ARANCEL-VIGENCIA(WS-CANT-ARANCELES)
                    ELSE
                       MOVE ZEROS
                          TO ARANCEL-VIGENCIA(WS-CANT-ARANCELES)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ARANCEL-FILE
           CLOSE ARANCEL-FILE.

       COPY "FACTURA-CALC.cpy".
       COPY "ASIPEND-CALC.cpy".
       COPY "FACTLIN-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "TUTOR-CALC.cpy".

       COPY "CICLO-CALC.cpy".
