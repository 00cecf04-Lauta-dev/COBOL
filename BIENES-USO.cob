      * Registro de bienes de uso con amortizacion mensual: los
      * moviles de vehiculos.txt, la boveda y el equipamiento de las
      * aulas valen plata de verdad, pero gl_saldos.txt solo conocia
      * gastos y el balance mostraba la flota como si fuera gratis.
      * El registro (bienes_uso.txt) lleva por bien el numero, la
      * descripcion, la clase (VEH movil, BOV boveda, AUL
      * equipamiento de aula, OTR otros), el vinculo con su registro
      * (VE-MOVIL de vehiculos.txt o el aula de aulas_master.dat),
      * la fecha y el costo de adquisicion, la vida util en meses, el
      * valor residual y la amortizacion acumulada:
      *  - modo 1: alta del bien. Una compra entra a bienes de uso
      *    contra proveedores a pagar; un bien que ya estaba en uso
      *    se incorpora con su amortizacion acumulada previa contra
      *    capital
      *  - modo 2: amortizacion mensual en linea recta, (costo -
      *    residual) / vida util, sin pasar del valor amortizable;
      *    un bien no se amortiza dos veces en el mismo periodo
      *  - modo 3: baja del bien por venta (con el importe cobrado) o
      *    por desafectacion sin venta; sale el costo y la
      *    amortizacion acumulada y la diferencia con lo cobrado va
      *    a resultado por bajas
      *  - modo 4: listado del registro con el valor residual
      *    contable, por pantalla y por el spool
      * Los asientos no se escriben directo en asientos.txt: quedan en
      * asientos_pendientes.txt y CONTABILIZAR los pasa al mayor en
      * la contabilizacion del periodo. Por eso cada movimiento se
      * niega si el periodo de la fecha de negocio ya fue posteado o
      * cerrado en periodos_contables.txt. Conviene correr la
      * amortizacion del mes antes de dar de baja un bien.
      *
      * La amortizacion de cada movil (clase VEH) se asienta aparte
      * con el centro de costo del movil (V + VE-MOVIL, ver
      * CCOSTO-FD.cpy), para que el resultado por centro de costo
      * muestre lo que cuesta cada vehiculo; los demas bienes se
      * siguen asentando en un solo asiento sin centro.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIENES-USO.

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT BIENES-FILE ASSIGN TO "bienes_uso.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BIENES-STATUS.

             SELECT VEHICULOS-FILE ASSIGN TO "vehiculos.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VEHICULOS-STATUS.

             SELECT AULA-MASTER ASSIGN TO "aulas_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AU-AULA
                 FILE STATUS IS WS-AULA-STATUS.

             COPY "ASIPEND-FC.cpy".

             COPY "PERIODO-GL-FC.cpy".

             COPY "EXCEPCION-FC.cpy".

             COPY "ESPOOL-FC.cpy".

             COPY "FECHA-NEGOCIO-FC.cpy".

       DATA DIVISION.
        FILE SECTION.
        FD BIENES-FILE.
        01 BIEN-RECORD.
           05 BU-NUMERO      PIC 9(6).
           05 FILLER         PIC X VALUE SPACE.
           05 BU-DESCRIPCION PIC X(25).
           05 FILLER         PIC X VALUE SPACE.
           05 BU-CLASE       PIC X(3).
           05 FILLER         PIC X VALUE SPACE.
           05 BU-VINCULO     PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 BU-FECHA-ALTA  PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 BU-COSTO       PIC 9(9)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 BU-VIDA-MESES  PIC 9(3).
           05 FILLER         PIC X VALUE SPACE.
           05 BU-RESIDUAL    PIC 9(9)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 BU-AMORT-ACUM  PIC 9(9)V99.
           05 FILLER         PIC X VALUE SPACE.
           05 BU-ULT-PERIODO PIC 9(6).
           05 FILLER         PIC X VALUE SPACE.
           05 BU-ESTADO      PIC X.
              88 BU-ACTIVO   VALUE "A".
              88 BU-VENDIDO  VALUE "V".
              88 BU-DE-BAJA  VALUE "B".
           05 FILLER         PIC X VALUE SPACE.
           05 BU-FECHA-BAJA  PIC 9(8).

        FD VEHICULOS-FILE.
        01 VEHICULO-RECORD.
           05 VE-MOVIL       PIC X(5).
           05 FILLER         PIC X.
           05 VE-CUADRILLA   PIC X(6).
           05 FILLER         PIC X.
           05 VE-ULT-SERVICE PIC 9(8).

        FD AULA-MASTER.
        01 AULA-MASTER-RECORD.
           05 AU-AULA      PIC X(10).
           05 AU-CAPACIDAD PIC 9(3).
           05 AU-ACTIVA    PIC X.
              88 AU-ESTA-ACTIVA VALUE "S".

        COPY "ASIPEND-FD.cpy".

        COPY "PERIODO-GL-FD.cpy".

        COPY "EXCEPCION-FD.cpy".

        COPY "ESPOOL-FD.cpy".

        COPY "FECHA-NEGOCIO-FD.cpy".

         WORKING-STORAGE SECTION.
          COPY "ASIPEND-WS.cpy".
          COPY "PERIODO-GL-WS.cpy".
          COPY "EXCEPCION-WS.cpy".
          COPY "ESPOOL-WS.cpy".
          COPY "FECHA-NEGOCIO-WS.cpy".

          77 WS-BIENES-STATUS PIC X(2) VALUE "00".
              88 BIENES-OK VALUE "00".
          77 WS-VEHICULOS-STATUS PIC X(2) VALUE "00".
              88 VEHICULOS-OK VALUE "00".
          77 WS-AULA-STATUS PIC X(2) VALUE "00".
              88 AULA-OK VALUE "00".

          77 WS-MODO        PIC 9(1) VALUE ZEROS.
          77 WS-FIN-ARCHIVO PIC X VALUE "N".
              88 FIN-ARCHIVO VALUE "S".

      * registro cargado en memoria para dar de alta, amortizar,
      * dar de baja y reescribir
          01 BIENES-TABLA.
             02 BIEN-ENT OCCURS 200 TIMES.
                03 BT-NUMERO      PIC 9(6).
                03 BT-DESCRIPCION PIC X(25).
                03 BT-CLASE       PIC X(3).
                03 BT-VINCULO     PIC X(10).
                03 BT-FECHA-ALTA  PIC 9(8).
                03 BT-COSTO       PIC 9(9)V99.
                03 BT-VIDA-MESES  PIC 9(3).
                03 BT-RESIDUAL    PIC 9(9)V99.
                03 BT-AMORT-ACUM  PIC 9(9)V99.
                03 BT-ULT-PERIODO PIC 9(6).
                03 BT-ESTADO      PIC X.
                03 BT-FECHA-BAJA  PIC 9(8).
          77 WS-CANT-BIENES PIC 9(3) VALUE ZEROS.
          77 WS-B           PIC 9(3) VALUE ZEROS.
          77 WS-BIEN-IDX    PIC 9(3) VALUE ZEROS.
          77 WS-DESBORDE    PIC X VALUE "N".
              88 TABLA-DESBORDADA VALUE "S".
          77 WS-ULTIMO-NUMERO PIC 9(6) VALUE ZEROS.

      * cuentas del plan de CONTABILIZAR que mueve este programa
          77 CTA-BANCO          PIC 9(4) VALUE 1110.
          77 CTA-BIENES-USO     PIC 9(4) VALUE 1410.
          77 CTA-AMORT-ACUM     PIC 9(4) VALUE 1490.
          77 CTA-PROV-A-PAGAR   PIC 9(4) VALUE 2310.
          77 CTA-CAPITAL        PIC 9(4) VALUE 3110.
          77 CTA-GASTO-AMORT    PIC 9(4) VALUE 5410.
          77 CTA-RESULT-BAJA    PIC 9(4) VALUE 5420.

          77 WS-CLASE        PIC X(3) VALUE SPACES.
              88 CLASE-VALIDA VALUE "VEH" "BOV" "AUL" "OTR".
          77 WS-DESCRIPCION  PIC X(25) VALUE SPACES.
          77 WS-VINCULO      PIC X(10) VALUE SPACES.
          77 WS-FECHA-ALTA   PIC 9(8) VALUE ZEROS.
          77 WS-COSTO        PIC 9(9)V99 VALUE ZEROS.
          77 WS-VIDA-MESES   PIC 9(3) VALUE ZEROS.
          77 WS-RESIDUAL     PIC 9(9)V99 VALUE ZEROS.
          77 WS-AMORT-PREVIA PIC 9(9)V99 VALUE ZEROS.
          77 WS-ORIGEN-ALTA  PIC X VALUE SPACE.
              88 ALTA-POR-COMPRA   VALUE "C".
              88 ALTA-EXISTENTE    VALUE "E".
          77 WS-VINCULO-OK   PIC X VALUE "N".
              88 VINCULO-VALIDO VALUE "S".

          77 WS-NUMERO       PIC 9(6) VALUE ZEROS.
          77 WS-TIPO-BAJA    PIC X VALUE SPACE.
              88 BAJA-POR-VENTA    VALUE "V".
              88 BAJA-SIN-VENTA    VALUE "B".
          77 WS-COBRADO      PIC 9(9)V99 VALUE ZEROS.
          77 WS-NETO-CONTABLE PIC 9(9)V99 VALUE ZEROS.
          77 WS-RESULTADO    PIC S9(9)V99 VALUE ZEROS.

          77 WS-AMORTIZABLE  PIC 9(9)V99 VALUE ZEROS.
          77 WS-CUOTA        PIC 9(9)V99 VALUE ZEROS.
          77 WS-TOTAL-AMORT  PIC 9(11)V99 VALUE ZEROS.
          77 WS-TOTAL-AMORT-GRAL PIC 9(11)V99 VALUE ZEROS.
          77 WS-CANT-AMORT   PIC 9(3) VALUE ZEROS.
          77 WS-TOTAL-COSTO  PIC 9(11)V99 VALUE ZEROS.
          77 WS-TOTAL-ACUM   PIC 9(11)V99 VALUE ZEROS.
          77 WS-TOTAL-NETO   PIC 9(11)V99 VALUE ZEROS.
          77 WS-EDIT-IMPORTE PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
          77 WS-EDIT-ACUM    PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
          77 WS-EDIT-NETO    PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.

       PROCEDURE DIVISION.
             PERFORM LEER-FECHA-NEGOCIO

             DISPLAY "1 - Alta de bien de uso"
             DISPLAY "2 - Amortizacion mensual"
             DISPLAY "3 - Baja de bien (venta o desafectacion)"
             DISPLAY "4 - Listado del registro de bienes de uso"
             ACCEPT WS-MODO

             PERFORM CARGAR-BIENES
             IF TABLA-DESBORDADA
                DISPLAY "ABORTADO: mas de 200 bienes en el registro"
                GOBACK
             END-IF

             IF WS-MODO NOT = 4
                MOVE WS-FECHA-NEGOCIO(1:6) TO WS-PERIODO-GL
                PERFORM VERIFICAR-PERIODO-GL
                IF NOT PERIODO-GL-ABIERTO
                   DISPLAY "El periodo " WS-PERIODO-GL " ya esta "
                      WS-PERIODO-GL-ESTADO " (P = posteado, C ="
                      " cerrado) en CONTABILIZAR: no admite"
                      " movimientos"
                   GOBACK
                END-IF
             END-IF

             EVALUATE WS-MODO
                WHEN 2 PERFORM AMORTIZAR-MES
                WHEN 3 PERFORM BAJA-BIEN
                WHEN 4 PERFORM LISTAR-BIENES
                WHEN OTHER PERFORM ALTA-BIEN
             END-EVALUATE
           GOBACK.

       CARGAR-BIENES.
           OPEN INPUT BIENES-FILE
           IF BIENES-OK
              PERFORM UNTIL FIN-ARCHIVO
                READ BIENES-FILE
                  AT END SET FIN-ARCHIVO TO TRUE
                  NOT AT END
                    IF WS-CANT-BIENES >= 200
                       SET TABLA-DESBORDADA TO TRUE
                       SET FIN-ARCHIVO TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-BIENES
                       MOVE BU-NUMERO TO BT-NUMERO(WS-CANT-BIENES)
                       MOVE BU-DESCRIPCION
                          TO BT-DESCRIPCION(WS-CANT-BIENES)
                       MOVE BU-CLASE  TO BT-CLASE(WS-CANT-BIENES)
                       MOVE BU-VINCULO
                          TO BT-VINCULO(WS-CANT-BIENES)
                       MOVE BU-FECHA-ALTA
                          TO BT-FECHA-ALTA(WS-CANT-BIENES)
                       MOVE BU-COSTO  TO BT-COSTO(WS-CANT-BIENES)
                       MOVE BU-VIDA-MESES
                          TO BT-VIDA-MESES(WS-CANT-BIENES)
                       MOVE BU-RESIDUAL
                          TO BT-RESIDUAL(WS-CANT-BIENES)
                       MOVE BU-AMORT-ACUM
                          TO BT-AMORT-ACUM(WS-CANT-BIENES)
                       MOVE BU-ULT-PERIODO
                          TO BT-ULT-PERIODO(WS-CANT-BIENES)
                       MOVE BU-ESTADO TO BT-ESTADO(WS-CANT-BIENES)
                       MOVE BU-FECHA-BAJA
                          TO BT-FECHA-BAJA(WS-CANT-BIENES)
                       IF BU-NUMERO > WS-ULTIMO-NUMERO
                          MOVE BU-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE BIENES-FILE
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO.

       REESCRIBIR-BIENES.
           OPEN OUTPUT BIENES-FILE
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BIENES
              MOVE SPACES TO BIEN-RECORD
              MOVE BT-NUMERO(WS-B)      TO BU-NUMERO
              MOVE BT-DESCRIPCION(WS-B) TO BU-DESCRIPCION
              MOVE BT-CLASE(WS-B)       TO BU-CLASE
              MOVE BT-VINCULO(WS-B)     TO BU-VINCULO
              MOVE BT-FECHA-ALTA(WS-B)  TO BU-FECHA-ALTA
              MOVE BT-COSTO(WS-B)       TO BU-COSTO
              MOVE BT-VIDA-MESES(WS-B)  TO BU-VIDA-MESES
              MOVE BT-RESIDUAL(WS-B)    TO BU-RESIDUAL
              MOVE BT-AMORT-ACUM(WS-B)  TO BU-AMORT-ACUM
              MOVE BT-ULT-PERIODO(WS-B) TO BU-ULT-PERIODO
              MOVE BT-ESTADO(WS-B)      TO BU-ESTADO
              MOVE BT-FECHA-BAJA(WS-B)  TO BU-FECHA-BAJA
              WRITE BIEN-RECORD
           END-PERFORM
           CLOSE BIENES-FILE.

       ALTA-BIEN.
           DISPLAY "Descripcion"
           ACCEPT WS-DESCRIPCION
           DISPLAY "Clase (VEH movil, BOV boveda, AUL aula, OTR otro)"
           ACCEPT WS-CLASE
           DISPLAY "Vinculo (movil de vehiculos.txt o aula; vacio"
              " para BOV y OTR)"
           ACCEPT WS-VINCULO
           DISPLAY "Fecha de adquisicion (AAAAMMDD)"
           ACCEPT WS-FECHA-ALTA
           DISPLAY "Costo de adquisicion"
           ACCEPT WS-COSTO
           DISPLAY "Vida util en meses"
           ACCEPT WS-VIDA-MESES
           DISPLAY "Valor residual"
           ACCEPT WS-RESIDUAL
           DISPLAY "Origen (C = compra, E = bien existente en uso)"
           ACCEPT WS-ORIGEN-ALTA
           MOVE ZEROS TO WS-AMORT-PREVIA
           IF ALTA-EXISTENTE
              DISPLAY "Amortizacion acumulada previa"
              ACCEPT WS-AMORT-PREVIA
           END-IF

           IF NOT CLASE-VALIDA
              DISPLAY "Clase no valida: " WS-CLASE
              MOVE "BU-CLASE" TO WS-EXC-CAMPO
              MOVE WS-CLASE   TO WS-EXC-VALOR
              PERFORM RECHAZAR-BIEN
              GOBACK
           END-IF

           IF WS-COSTO = ZEROS OR WS-VIDA-MESES = ZEROS
               OR WS-RESIDUAL >= WS-COSTO
               OR WS-FECHA-ALTA = ZEROS
               OR WS-FECHA-ALTA > WS-FECHA-NEGOCIO
               OR WS-AMORT-PREVIA > WS-COSTO - WS-RESIDUAL
               OR NOT (ALTA-POR-COMPRA OR ALTA-EXISTENTE)
              DISPLAY "Datos de valuacion no validos (costo, vida"
                 " util, residual, fecha u origen)"
              MOVE "BU-COSTO"     TO WS-EXC-CAMPO
              MOVE WS-DESCRIPCION TO WS-EXC-VALOR
              PERFORM RECHAZAR-BIEN
              GOBACK
           END-IF

           PERFORM VERIFICAR-VINCULO
           IF NOT VINCULO-VALIDO
              DISPLAY "El vinculo " WS-VINCULO " no existe para la"
                 " clase " WS-CLASE
              MOVE "BU-VINCULO" TO WS-EXC-CAMPO
              MOVE WS-VINCULO   TO WS-EXC-VALOR
              PERFORM RECHAZAR-BIEN
              GOBACK
           END-IF

           IF WS-CANT-BIENES >= 200
              DISPLAY "Registro lleno, no se da de alta"
              GOBACK
           END-IF

           ADD 1 TO WS-ULTIMO-NUMERO
           ADD 1 TO WS-CANT-BIENES
           MOVE WS-ULTIMO-NUMERO TO BT-NUMERO(WS-CANT-BIENES)
           MOVE WS-DESCRIPCION   TO BT-DESCRIPCION(WS-CANT-BIENES)
           MOVE WS-CLASE         TO BT-CLASE(WS-CANT-BIENES)
           MOVE WS-VINCULO       TO BT-VINCULO(WS-CANT-BIENES)
           MOVE WS-FECHA-ALTA    TO BT-FECHA-ALTA(WS-CANT-BIENES)
           MOVE WS-COSTO         TO BT-COSTO(WS-CANT-BIENES)
           MOVE WS-VIDA-MESES    TO BT-VIDA-MESES(WS-CANT-BIENES)
           MOVE WS-RESIDUAL      TO BT-RESIDUAL(WS-CANT-BIENES)
           MOVE WS-AMORT-PREVIA  TO BT-AMORT-ACUM(WS-CANT-BIENES)
           MOVE ZEROS            TO BT-ULT-PERIODO(WS-CANT-BIENES)
           MOVE "A"              TO BT-ESTADO(WS-CANT-BIENES)
           MOVE ZEROS            TO BT-FECHA-BAJA(WS-CANT-BIENES)
           PERFORM REESCRIBIR-BIENES

      * compra: bienes de uso contra proveedores; existente: el
      * neto de lo ya amortizado se incorpora contra capital
           MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
           MOVE "ALTA-BU"        TO WS-AG-ORIGEN
           MOVE CTA-BIENES-USO   TO WS-AG-CUENTA
           MOVE WS-COSTO         TO WS-AG-DEBE
           MOVE ZEROS            TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           IF ALTA-POR-COMPRA
              MOVE CTA-PROV-A-PAGAR TO WS-AG-CUENTA
              MOVE ZEROS            TO WS-AG-DEBE
              MOVE WS-COSTO         TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           ELSE
              IF WS-AMORT-PREVIA > ZEROS
                 MOVE CTA-AMORT-ACUM  TO WS-AG-CUENTA
                 MOVE ZEROS           TO WS-AG-DEBE
                 MOVE WS-AMORT-PREVIA TO WS-AG-HABER
                 PERFORM GRABAR-ASIENTO-PEND
              END-IF
              MOVE CTA-CAPITAL TO WS-AG-CUENTA
              MOVE ZEROS       TO WS-AG-DEBE
              COMPUTE WS-AG-HABER = WS-COSTO - WS-AMORT-PREVIA
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           DISPLAY "Bien " WS-ULTIMO-NUMERO " dado de alta: "
              WS-DESCRIPCION.

       RECHAZAR-BIEN.
           MOVE "BIENES-USO" TO WS-EXC-PROGRAMA
           PERFORM REGISTRAR-EXCEPCION.

      * un movil tiene que estar en vehiculos.txt y un aula en el
      * maestro de aulas; boveda y otros no llevan vinculo
       VERIFICAR-VINCULO.
           MOVE "N" TO WS-VINCULO-OK
           EVALUATE WS-CLASE
              WHEN "VEH"
                 OPEN INPUT VEHICULOS-FILE
                 IF VEHICULOS-OK
                    PERFORM UNTIL FIN-ARCHIVO
                      READ VEHICULOS-FILE
                        AT END SET FIN-ARCHIVO TO TRUE
                        NOT AT END
                          IF VE-MOVIL = WS-VINCULO
                             SET VINCULO-VALIDO TO TRUE
                          END-IF
                      END-READ
                    END-PERFORM
                    CLOSE VEHICULOS-FILE
                 END-IF
                 MOVE "N" TO WS-FIN-ARCHIVO
              WHEN "AUL"
                 OPEN INPUT AULA-MASTER
                 IF AULA-OK
                    MOVE WS-VINCULO TO AU-AULA
                    READ AULA-MASTER
                      INVALID KEY CONTINUE
                      NOT INVALID KEY SET VINCULO-VALIDO TO TRUE
                    END-READ
                    CLOSE AULA-MASTER
                 END-IF
              WHEN OTHER
                 MOVE SPACES TO WS-VINCULO
                 SET VINCULO-VALIDO TO TRUE
           END-EVALUATE.

      * cuota en linea recta; la ultima cuota completa justo el
      * valor amortizable. Un bien dado de alta despues del periodo
      * o ya amortizado en el periodo no se toca
       AMORTIZAR-MES.
           MOVE "BIENES-USO" TO WS-SPOOL-PROGRAMA
           MOVE "AMORTIZACION MENSUAL BIENES USO" TO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "--- Amortizacion del periodo " WS-PERIODO-GL
              " ---" DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BIENES
              IF BT-ESTADO(WS-B) = "A"
                  AND BT-FECHA-ALTA(WS-B)(1:6) <= WS-PERIODO-GL
                  AND BT-ULT-PERIODO(WS-B) < WS-PERIODO-GL
                 PERFORM AMORTIZAR-BIEN
              END-IF
           END-PERFORM

           IF WS-TOTAL-AMORT-GRAL > ZEROS
              MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
              MOVE "AMORTIZ"        TO WS-AG-ORIGEN
              MOVE SPACES           TO WS-AG-CCOSTO
              MOVE CTA-GASTO-AMORT  TO WS-AG-CUENTA
              MOVE WS-TOTAL-AMORT-GRAL TO WS-AG-DEBE
              MOVE ZEROS            TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
              MOVE CTA-AMORT-ACUM   TO WS-AG-CUENTA
              MOVE ZEROS            TO WS-AG-DEBE
              MOVE WS-TOTAL-AMORT-GRAL TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           PERFORM REESCRIBIR-BIENES

           MOVE WS-TOTAL-AMORT TO WS-EDIT-IMPORTE
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "Bienes amortizados: " WS-CANT-AMORT
              "   TOTAL: " WS-EDIT-IMPORTE
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM CERRAR-SPOOL.

       AMORTIZAR-BIEN.
           COMPUTE WS-AMORTIZABLE =
              BT-COSTO(WS-B) - BT-RESIDUAL(WS-B)
           COMPUTE WS-CUOTA ROUNDED =
              WS-AMORTIZABLE / BT-VIDA-MESES(WS-B)
           IF BT-AMORT-ACUM(WS-B) + WS-CUOTA > WS-AMORTIZABLE
              COMPUTE WS-CUOTA = WS-AMORTIZABLE - BT-AMORT-ACUM(WS-B)
           END-IF

           IF WS-CUOTA > ZEROS
              ADD WS-CUOTA TO BT-AMORT-ACUM(WS-B)
              MOVE WS-PERIODO-GL TO BT-ULT-PERIODO(WS-B)
              ADD WS-CUOTA TO WS-TOTAL-AMORT
              ADD 1 TO WS-CANT-AMORT
              IF BT-CLASE(WS-B) = "VEH"
                  AND BT-VINCULO(WS-B) NOT = SPACES
                 PERFORM ASENTAR-AMORT-MOVIL
              ELSE
                 ADD WS-CUOTA TO WS-TOTAL-AMORT-GRAL
              END-IF

              MOVE WS-CUOTA TO WS-EDIT-IMPORTE
              MOVE BT-AMORT-ACUM(WS-B) TO WS-EDIT-ACUM
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING BT-NUMERO(WS-B) " " BT-DESCRIPCION(WS-B)
                 WS-EDIT-IMPORTE " ac" WS-EDIT-ACUM
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-IF.

      * la cuota de un movil va en su propio asiento, imputada al
      * centro de costo del movil (V + VE-MOVIL); el resto de los
      * bienes se asienta junto, sin centro
       ASENTAR-AMORT-MOVIL.
           MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
           MOVE "AMORTIZ"        TO WS-AG-ORIGEN
           MOVE SPACES           TO WS-AG-CCOSTO
           STRING "V" BT-VINCULO(WS-B)(1:5) DELIMITED BY SIZE
              INTO WS-AG-CCOSTO
           MOVE CTA-GASTO-AMORT  TO WS-AG-CUENTA
           MOVE WS-CUOTA         TO WS-AG-DEBE
           MOVE ZEROS            TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND
           MOVE CTA-AMORT-ACUM   TO WS-AG-CUENTA
           MOVE ZEROS            TO WS-AG-DEBE
           MOVE WS-CUOTA         TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND
           MOVE SPACES           TO WS-AG-CCOSTO.

      * sale el costo y la amortizacion acumulada; lo cobrado entra
      * al banco y la diferencia contra el neto contable es
      * resultado (debe si es perdida, haber si es ganancia)
       BAJA-BIEN.
           DISPLAY "Numero de bien"
           ACCEPT WS-NUMERO
           DISPLAY "Tipo de baja (V = venta, B = desafectacion sin"
              " venta)"
           ACCEPT WS-TIPO-BAJA
           MOVE ZEROS TO WS-COBRADO
           IF BAJA-POR-VENTA
              DISPLAY "Importe cobrado"
              ACCEPT WS-COBRADO
           END-IF

           MOVE ZEROS TO WS-BIEN-IDX
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BIENES
              IF BT-NUMERO(WS-B) = WS-NUMERO
                 MOVE WS-B TO WS-BIEN-IDX
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-BIEN-IDX = ZEROS
                 DISPLAY "No existe el bien " WS-NUMERO
                 GOBACK
              WHEN BT-ESTADO(WS-BIEN-IDX) NOT = "A"
                 DISPLAY "El bien " WS-NUMERO " ya fue dado de baja ("
                    BT-ESTADO(WS-BIEN-IDX) ")"
                 GOBACK
              WHEN NOT (BAJA-POR-VENTA OR BAJA-SIN-VENTA)
                 DISPLAY "Tipo de baja no valido: " WS-TIPO-BAJA
                 GOBACK
           END-EVALUATE

           COMPUTE WS-NETO-CONTABLE =
              BT-COSTO(WS-BIEN-IDX) - BT-AMORT-ACUM(WS-BIEN-IDX)
           COMPUTE WS-RESULTADO = WS-COBRADO - WS-NETO-CONTABLE

           MOVE WS-FECHA-NEGOCIO TO WS-AG-FECHA
           MOVE "BAJA-BU"        TO WS-AG-ORIGEN

           IF BT-AMORT-ACUM(WS-BIEN-IDX) > ZEROS
              MOVE CTA-AMORT-ACUM TO WS-AG-CUENTA
              MOVE BT-AMORT-ACUM(WS-BIEN-IDX) TO WS-AG-DEBE
              MOVE ZEROS          TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           IF WS-COBRADO > ZEROS
              MOVE CTA-BANCO  TO WS-AG-CUENTA
              MOVE WS-COBRADO TO WS-AG-DEBE
              MOVE ZEROS      TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           IF WS-RESULTADO < ZEROS
              MOVE CTA-RESULT-BAJA TO WS-AG-CUENTA
              COMPUTE WS-AG-DEBE = ZEROS - WS-RESULTADO
              MOVE ZEROS           TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           MOVE CTA-BIENES-USO TO WS-AG-CUENTA
           MOVE ZEROS          TO WS-AG-DEBE
           MOVE BT-COSTO(WS-BIEN-IDX) TO WS-AG-HABER
           PERFORM GRABAR-ASIENTO-PEND

           IF WS-RESULTADO > ZEROS
              MOVE CTA-RESULT-BAJA TO WS-AG-CUENTA
              MOVE ZEROS           TO WS-AG-DEBE
              MOVE WS-RESULTADO    TO WS-AG-HABER
              PERFORM GRABAR-ASIENTO-PEND
           END-IF

           MOVE WS-TIPO-BAJA     TO BT-ESTADO(WS-BIEN-IDX)
           MOVE WS-FECHA-NEGOCIO TO BT-FECHA-BAJA(WS-BIEN-IDX)
           PERFORM REESCRIBIR-BIENES

           MOVE WS-NETO-CONTABLE TO WS-EDIT-NETO
           DISPLAY "Bien " WS-NUMERO " dado de baja; neto contable "
              WS-EDIT-NETO
           IF WS-RESULTADO < ZEROS
              COMPUTE WS-EDIT-IMPORTE = ZEROS - WS-RESULTADO
              DISPLAY "Perdida por la baja: " WS-EDIT-IMPORTE
           ELSE
              MOVE WS-RESULTADO TO WS-EDIT-IMPORTE
              DISPLAY "Ganancia por la baja: " WS-EDIT-IMPORTE
           END-IF.

       LISTAR-BIENES.
           MOVE "BIENES-USO" TO WS-SPOOL-PROGRAMA
           MOVE "REGISTRO DE BIENES DE USO" TO WS-SPOOL-TITULO
           MOVE WS-FECHA-NEGOCIO TO WS-SPOOL-FECHA
           PERFORM ABRIR-SPOOL

           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "--- Bienes de uso al " WS-FECHA-NEGOCIO
              " (costo / amortizacion acumulada / neto) ---"
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-CANT-BIENES
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING BT-NUMERO(WS-B) " " BT-DESCRIPCION(WS-B) " "
                 BT-CLASE(WS-B) " " BT-VINCULO(WS-B) " "
                 BT-ESTADO(WS-B) " alta " BT-FECHA-ALTA(WS-B)
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS

              MOVE BT-COSTO(WS-B)      TO WS-EDIT-IMPORTE
              MOVE BT-AMORT-ACUM(WS-B) TO WS-EDIT-ACUM
              MOVE ZEROS TO WS-NETO-CONTABLE
              IF BT-ESTADO(WS-B) = "A"
                 COMPUTE WS-NETO-CONTABLE =
                    BT-COSTO(WS-B) - BT-AMORT-ACUM(WS-B)
                 ADD BT-COSTO(WS-B)      TO WS-TOTAL-COSTO
                 ADD BT-AMORT-ACUM(WS-B) TO WS-TOTAL-ACUM
                 ADD WS-NETO-CONTABLE    TO WS-TOTAL-NETO
              END-IF
              MOVE WS-NETO-CONTABLE TO WS-EDIT-NETO
              MOVE SPACES TO WS-SPOOL-LINEA
              STRING "       " WS-EDIT-IMPORTE " " WS-EDIT-ACUM " "
                 WS-EDIT-NETO " vida " BT-VIDA-MESES(WS-B)
                 DELIMITED BY SIZE INTO WS-SPOOL-LINEA
              PERFORM ESCRIBIR-LINEA-LIS
           END-PERFORM

           MOVE WS-TOTAL-COSTO TO WS-EDIT-IMPORTE
           MOVE WS-TOTAL-ACUM  TO WS-EDIT-ACUM
           MOVE WS-TOTAL-NETO  TO WS-EDIT-NETO
           MOVE SPACES TO WS-SPOOL-LINEA
           STRING "ACTIVOS " WS-EDIT-IMPORTE " " WS-EDIT-ACUM " "
              WS-EDIT-NETO
              DELIMITED BY SIZE INTO WS-SPOOL-LINEA
           PERFORM ESCRIBIR-LINEA-LIS

           PERFORM CERRAR-SPOOL.

       ESCRIBIR-LINEA-LIS.
           DISPLAY WS-SPOOL-LINEA
           PERFORM GRABAR-LINEA-SPOOL.

       COPY "ASIPEND-CALC.cpy".

       COPY "PERIODO-GL-CALC.cpy".

       COPY "EXCEPCION-CALC.cpy".

       COPY "ESPOOL-CALC.cpy".

       COPY "FECHA-NEGOCIO-CALC.cpy".
